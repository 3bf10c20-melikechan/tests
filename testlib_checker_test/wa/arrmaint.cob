002490*                 TRANSACTION NAMING A SET WITH NO CONTROL
002491*                 RECORD IS REJECTED. MAINTLOG RECORDS NOW
002492*                 CARRY THE SET TOUCHED (MNTLREC COPYBOOK).
002493* 2026-10-07 RH   TWO-PERSON APPROVAL. AN ARRTRAN TRANSACTION IS
002494*                 NO LONGER APPLIED WHEN IT IS READ. IT MUST
002495*                 CARRY THE REQUESTING OPERATOR (ARRTREC), IS
002496*                 EDITED, AND IS QUEUED ON PENDQ (PENDREC
002497*                 COPYBOOK) AS A WAITING MAINTENANCE ITEM AND
002498*                 LOGGED AS QUEUED. EACH RUN FIRST APPLIES THE
002499*                 ITEMS THAT ARRAPPR HAS MARKED APPROVED BY A
002500*                 SECOND, DIFFERENT OPERATOR AND MARKS EACH ONE
002501*                 DONE OR FAILED ON PENDQ. MAINTLOG CARRIES BOTH
002502*                 OPERATORS. ARRTRAN IS NOW OPTIONAL SO A RUN CAN
002503*                 JUST APPLY APPROVED ITEMS, AND IT IS READ INTO
002504*                 WORKING STORAGE SO QUEUED ITEMS AND NEW
002505*                 TRANSACTIONS SHARE ONE TRANSACTION AREA.
002550*--------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003800     SELECT MAINTLOG ASSIGN TO "MAINTLOG"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-MAINTLOG-STATUS.
004010     SELECT PENDQ ASSIGN TO "PENDQ"
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS DYNAMIC
004040         RECORD KEY IS PEND-ITEM-NO
004050         FILE STATUS IS WS-PENDQ-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004500     RECORDING MODE IS F
004600     BLOCK CONTAINS 0 RECORDS
004700     LABEL RECORDS ARE STANDARD.
004800 01  ARRTRAN-RECORD              PIC X(29).
004900
005000 FD  ARRMSTR
005100     RECORDING MODE IS F
005800     BLOCK CONTAINS 0 RECORDS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY MNTLREC.
006010
006020 FD  PENDQ
006030     RECORDING MODE IS F
006040     BLOCK CONTAINS 0 RECORDS
006050     LABEL RECORDS ARE STANDARD.
006060     COPY PENDREC.
006100
006200 WORKING-STORAGE SECTION.
006300*--------------------------------------------------------------
006600 77  WS-ARRTRAN-STATUS   PIC X(02) VALUE SPACES.
006700 77  WS-ARRMSTR-STATUS   PIC X(02) VALUE SPACES.
006800 77  WS-MAINTLOG-STATUS  PIC X(02) VALUE SPACES.
006810 77  WS-PENDQ-STATUS     PIC X(02) VALUE SPACES.
006900 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
007000 77  WS-RUN-TIME         PIC 9(8) VALUE 0.
007050 77  WS-CUR-SET          PIC 9(4) VALUE 0.
007200 77  WS-TRAN-COUNT       PIC 9(8) COMP VALUE 0.
007300 77  WS-APPLIED-COUNT    PIC 9(8) COMP VALUE 0.
007400 77  WS-REJECT-COUNT     PIC 9(8) COMP VALUE 0.
007410 77  WS-ITEM-COUNT       PIC 9(8) COMP VALUE 0.
007420 77  WS-QUEUED-COUNT     PIC 9(8) COMP VALUE 0.
007430 77  WS-LAST-ITEM        PIC 9(8) VALUE 0.
007440 77  WS-APPR-OPER        PIC X(08) VALUE SPACES.
007450 77  WS-REJECT-WHAT      PIC X(11) VALUE SPACES.
007460 77  WS-REJECT-NO        PIC 9(8) VALUE 0.
007500 77  WS-LAST-VALUE       PIC 9(8) VALUE 0.
007600 77  WS-BEFORE-VALUE     PIC 9(8) VALUE 0.
007700
008710     05  WS-SET-LOADED-SW PIC X(01) VALUE "N".
008720         88  WS-SET-LOADED           VALUE "Y".
008730         88  WS-SET-NOT-LOADED       VALUE "N".
008731     05  WS-PENDQ-EOF-SW PIC X(01) VALUE "N".
008732         88  WS-PENDQ-EOF            VALUE "Y".
008733         88  WS-PENDQ-NOT-EOF        VALUE "N".
008734     05  WS-TRAN-FILE-SW PIC X(01) VALUE "Y".
008735         88  WS-TRAN-FILE-PRESENT    VALUE "Y".
008736         88  WS-TRAN-FILE-ABSENT     VALUE "N".
008737     05  WS-QCTL-SW      PIC X(01) VALUE "N".
008738         88  WS-QCTL-ON-FILE         VALUE "Y".
008739         88  WS-QCTL-NOT-ON-FILE     VALUE "N".
008740
008741*--------------------------------------------------------------
008742* TRANSACTION UNDER WORK - READ FROM ARRTRAN, OR TAKEN FROM AN
008743* APPROVED PENDQ ITEM
008744*--------------------------------------------------------------
008745     COPY ARRTREC.
008800
008900 PROCEDURE DIVISION.
009000*--------------------------------------------------------------
011500             THRU 4000-REWRITE-CONTROL-RECORD-EXIT
011550     END-IF.
011600
011610     IF WS-TRAN-FILE-PRESENT AND WS-NOT-FATAL
011620         PERFORM 2500-QUEUE-TRANSACTIONS
011630             THRU 2500-QUEUE-TRANSACTIONS-EXIT
011640         PERFORM 2600-REWRITE-QUEUE-CONTROL
011650             THRU 2600-REWRITE-QUEUE-CONTROL-EXIT
011660     END-IF.
011670
011700     PERFORM 8000-WRITE-RECONCILIATION
011800         THRU 8000-WRITE-RECONCILIATION-EXIT.
011900
012000     IF WS-TRAN-FILE-PRESENT
012010         CLOSE ARRTRAN
012020     END-IF.
012100     CLOSE ARRMSTR.
012200     CLOSE MAINTLOG.
012250     CLOSE PENDQ.
012300
012310     IF WS-FATAL
012320         MOVE 16 TO RETURN-CODE
012330         GO TO 9999-EXIT
012340     END-IF.
012400     IF WS-REJECT-COUNT > 0
012500         MOVE 8 TO RETURN-CODE
012600     END-IF.
012700     GO TO 9999-EXIT.
012800
012900*--------------------------------------------------------------
013000* 1000-OPEN-FILES - EVERY OPEN IS CHECKED. NO MASTER, NO
013100*                   QUEUE OR NO LOG MEANS NOTHING CAN BE
013200*                   APPLIED SAFELY, SO ANY BAD OPEN OF THOSE
013210*                   IS FATAL. PENDQ IS CREATED THE FIRST TIME
013220*                   THROUGH. NO ARRTRAN IS NOT AN ERROR - THE
013230*                   RUN JUST APPLIES THE APPROVED ITEMS.
013300*--------------------------------------------------------------
013400 1000-OPEN-FILES.
013500     OPEN INPUT ARRTRAN.
013600     IF WS-ARRTRAN-STATUS NOT = "00"
013700         SET WS-TRAN-FILE-ABSENT TO TRUE
013800         DISPLAY "ARRMAINT - NO ARRTRAN, STATUS = "
013900             WS-ARRTRAN-STATUS " - APPROVED ITEMS ONLY"
014100     END-IF.
014200
014300     OPEN I-O ARRMSTR.
015700             SET WS-FATAL TO TRUE
015800         END-IF
015900     END-IF.
015903     IF WS-FATAL
015906         GO TO 1000-OPEN-FILES-EXIT
015909     END-IF.
015912
015915     OPEN I-O PENDQ.
015918     IF WS-PENDQ-STATUS = "35"
015921         OPEN OUTPUT PENDQ
015924         CLOSE PENDQ
015927         OPEN I-O PENDQ
015930     END-IF.
015933     IF WS-PENDQ-STATUS NOT = "00"
015936         DISPLAY "ARRMAINT - UNABLE TO OPEN PENDQ, STATUS = "
015939             WS-PENDQ-STATUS
015942         SET WS-FATAL TO TRUE
015945         GO TO 1000-OPEN-FILES-EXIT
015948     END-IF.
015951
015954     MOVE 0 TO PEND-ITEM-NO.
015957     READ PENDQ
015960         INVALID KEY
015963             MOVE 0 TO WS-LAST-ITEM
015966             GO TO 1000-OPEN-FILES-EXIT
015969     END-READ.
015972     SET WS-QCTL-ON-FILE TO TRUE.
015975     MOVE PENDC-LAST-ITEM TO WS-LAST-ITEM.
016000 1000-OPEN-FILES-EXIT.
016100     EXIT.
016200
018200     EXIT.
018300
018400*--------------------------------------------------------------
018500* 2000-PROCESS-TRANSACTIONS - APPLY EVERY MAINTENANCE ITEM ON
018510*                             PENDQ THAT ARRAPPR HAS MARKED
018520*                             APPROVED. WAITING, REJECTED AND
018530*                             EXPIRED ITEMS ARE LEFT ALONE.
018600*--------------------------------------------------------------
018700 2000-PROCESS-TRANSACTIONS.
018710     MOVE 1 TO PEND-ITEM-NO.
018720     START PENDQ KEY IS NOT LESS THAN PEND-ITEM-NO
018730         INVALID KEY
018740             GO TO 2000-PROCESS-TRANSACTIONS-EXIT
018750     END-START.
018800     PERFORM 2050-APPLY-APPROVED-ITEM
018900         THRU 2050-APPLY-APPROVED-ITEM-EXIT
019000         UNTIL WS-PENDQ-EOF OR WS-FATAL.
019100 2000-PROCESS-TRANSACTIONS-EXIT.
019200     EXIT.
019300
019301*--------------------------------------------------------------
019302* 2050-APPLY-APPROVED-ITEM - AN APPROVED ITEM IS PUT IN THE
019303*                            TRANSACTION AREA AND RUN THROUGH THE
019304*                            SAME EDITS AND APPLY LOGIC AS BEFORE,
019305*                            THEN MARKED DONE OR FAILED. AN ITEM
019306*                            WHOSE APPROVER IS MISSING OR IS THE
019307*                            REQUESTER IS NEVER APPLIED.
019308*--------------------------------------------------------------
019309 2050-APPLY-APPROVED-ITEM.
019310     READ PENDQ NEXT RECORD
019311         AT END
019312             SET WS-PENDQ-EOF TO TRUE
019313             GO TO 2050-APPLY-APPROVED-ITEM-EXIT
019314     END-READ.
019315     IF NOT PEND-IS-MAINT OR NOT PEND-APPROVED
019316         GO TO 2050-APPLY-APPROVED-ITEM-EXIT
019317     END-IF.
019318     ADD 1 TO WS-ITEM-COUNT.
019319     MOVE "ITEM" TO WS-REJECT-WHAT.
019320     MOVE PEND-ITEM-NO TO WS-REJECT-NO.
019321     MOVE PEND-ACTION TO ARRT-ACTION.
019322     MOVE PEND-SET-ID TO ARRT-SET-ID.
019323     MOVE PEND-ELEM-KEY TO ARRT-KEY.
019324     MOVE PEND-VALUE TO ARRT-VALUE.
019325     MOVE PEND-REQ-OPER TO ARRT-REQ-OPER.
019326     MOVE PEND-APPR-OPER TO WS-APPR-OPER.
019327     SET WS-TRAN-OK TO TRUE.
019328
019329     IF PEND-APPR-OPER = SPACES
019330        OR PEND-APPR-OPER = PEND-REQ-OPER
019331         DISPLAY "ARRMAINT - ITEM " PEND-ITEM-NO
019332             " HAS NO SECOND APPROVER - NOT APPLIED"
019333         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
019334     ELSE
019335         PERFORM 2100-APPLY-ONE-TRANSACTION
019336             THRU 2100-APPLY-ONE-TRANSACTION-EXIT
019337     END-IF.
019338
019339     IF WS-TRAN-OK
019340         SET PEND-APPLIED TO TRUE
019341         MOVE "APPLIED" TO PEND-RESULT
019342     ELSE
019343         SET PEND-FAILED TO TRUE
019344         MOVE "FAILED ON APPLY" TO PEND-RESULT
019345     END-IF.
019346     MOVE WS-RUN-DATE TO PEND-DONE-DATE.
019347     REWRITE PEND-RECORD
019348         INVALID KEY
019349             DISPLAY "ARRMAINT - UNABLE TO REWRITE PENDQ ITEM "
019350                 PEND-ITEM-NO " - STATUS " WS-PENDQ-STATUS
019351             SET WS-FATAL TO TRUE
019352     END-REWRITE.
019353 2050-APPLY-APPROVED-ITEM-EXIT.
019354     EXIT.
019355
019400 2100-APPLY-ONE-TRANSACTION.
020100     SET WS-TRAN-OK TO TRUE.
020200
020300     IF ARRT-SET-ID IS NOT NUMERIC OR ARRT-KEY IS NOT NUMERIC
022100     END-EVALUATE.
022200 2100-APPLY-ONE-TRANSACTION-EXIT.
022300     EXIT.
022301
022302*--------------------------------------------------------------
022303* 2500-QUEUE-TRANSACTIONS - EDIT EVERY ARRTRAN RECORD AND QUEUE
022304*                           IT ON PENDQ FOR A SECOND OPERATOR TO
022305*                           APPROVE. NOTHING TOUCHES ARRMSTR HERE.
022306*--------------------------------------------------------------
022307 2500-QUEUE-TRANSACTIONS.
022308     PERFORM 2510-QUEUE-ONE-TRANSACTION
022309         THRU 2510-QUEUE-ONE-TRANSACTION-EXIT
022310         UNTIL WS-ARRTRAN-EOF OR WS-FATAL.
022311 2500-QUEUE-TRANSACTIONS-EXIT.
022312     EXIT.
022313
022314 2510-QUEUE-ONE-TRANSACTION.
022315     READ ARRTRAN INTO ARRT-RECORD
022316         AT END
022317             SET WS-ARRTRAN-EOF TO TRUE
022318             GO TO 2510-QUEUE-ONE-TRANSACTION-EXIT
022319     END-READ.
022320     ADD 1 TO WS-TRAN-COUNT.
022321     MOVE "TRANSACTION" TO WS-REJECT-WHAT.
022322     MOVE WS-TRAN-COUNT TO WS-REJECT-NO.
022323     MOVE SPACES TO WS-APPR-OPER.
022324     SET WS-TRAN-OK TO TRUE.
022325
022326     IF ARRT-REQ-OPER = SPACES
022327         DISPLAY "ARRMAINT - TRANSACTION " WS-TRAN-COUNT
022328             " CARRIES NO REQUESTING OPERATOR"
022329         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
022330         GO TO 2510-QUEUE-ONE-TRANSACTION-EXIT
022331     END-IF.
022332     IF ARRT-SET-ID IS NOT NUMERIC OR ARRT-KEY IS NOT NUMERIC
022333        OR NOT (ARRT-ADD OR ARRT-CHANGE OR ARRT-DELETE)
022334         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
022335         GO TO 2510-QUEUE-ONE-TRANSACTION-EXIT
022336     END-IF.
022337     IF ARRT-VALUE IS NOT NUMERIC AND NOT ARRT-DELETE
022338         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
022339         GO TO 2510-QUEUE-ONE-TRANSACTION-EXIT
022340     END-IF.
022341
022342     ADD 1 TO WS-LAST-ITEM.
022343     MOVE SPACES TO PEND-RECORD.
022344     MOVE WS-LAST-ITEM TO PEND-ITEM-NO.
022345     SET PEND-IS-MAINT TO TRUE.
022346     SET PEND-WAITING TO TRUE.
022347     MOVE ARRT-REQ-OPER TO PEND-REQ-OPER.
022348     MOVE WS-RUN-DATE TO PEND-REQ-DATE.
022349     MOVE WS-RUN-TIME TO PEND-REQ-TIME.
022350     MOVE 0 TO PEND-APPR-DATE.
022351     MOVE ARRT-ACTION TO PEND-ACTION.
022352     MOVE ARRT-SET-ID TO PEND-SET-ID.
022353     MOVE ARRT-KEY TO PEND-ELEM-KEY.
022354     MOVE 0 TO PEND-VALUE.
022355     IF NOT ARRT-DELETE
022356         MOVE ARRT-VALUE TO PEND-VALUE
022357     END-IF.
022358     MOVE 0 TO PEND-GEN-NUMBER.
022359     MOVE 0 TO PEND-DONE-DATE.
022360     MOVE "QUEUED" TO PEND-RESULT.
022361     WRITE PEND-RECORD
022362         INVALID KEY
022363             DISPLAY "ARRMAINT - UNABLE TO QUEUE ITEM "
022364                 WS-LAST-ITEM
022365                 " - STATUS " WS-PENDQ-STATUS
022366             SET WS-FATAL TO TRUE
022367             GO TO 2510-QUEUE-ONE-TRANSACTION-EXIT
022368     END-WRITE.
022369
022370     ADD 1 TO WS-QUEUED-COUNT.
022371     MOVE ARRT-ACTION TO MNTL-ACTION.
022372     MOVE ARRT-KEY TO MNTL-KEY.
022373     MOVE SPACES TO MNTL-BEFORE-VALUE.
022374     MOVE SPACES TO MNTL-AFTER-VALUE.
022375     IF NOT ARRT-DELETE
022376         MOVE ARRT-VALUE TO MNTL-AFTER-VALUE
022377     END-IF.
022378     MOVE "QUEUED" TO MNTL-RESULT.
022379     PERFORM 5000-WRITE-LOG-RECORD
022380         THRU 5000-WRITE-LOG-RECORD-EXIT.
022381     DISPLAY "ARRMAINT - TRANSACTION " WS-TRAN-COUNT
022382         " QUEUED AS PENDQ ITEM " WS-LAST-ITEM.
022383 2510-QUEUE-ONE-TRANSACTION-EXIT.
022384     EXIT.
022400
022401*--------------------------------------------------------------
022402* 2600-REWRITE-QUEUE-CONTROL - PUT THE LAST ITEM NUMBER GIVEN
022403*                              OUT BACK ON THE PENDQ ITEM-0
022404*                              CONTROL RECORD
022405*--------------------------------------------------------------
022406 2600-REWRITE-QUEUE-CONTROL.
022407     IF WS-QUEUED-COUNT = 0
022408         GO TO 2600-REWRITE-QUEUE-CONTROL-EXIT
022409     END-IF.
022410     MOVE SPACES TO PEND-CONTROL-RECORD.
022411     MOVE 0 TO PENDC-ITEM-NO.
022412     SET PENDC-IS-CONTROL TO TRUE.
022413     MOVE WS-LAST-ITEM TO PENDC-LAST-ITEM.
022414     IF WS-QCTL-ON-FILE
022415         REWRITE PEND-CONTROL-RECORD
022416             INVALID KEY
022417                 DISPLAY "ARRMAINT - UNABLE TO REWRITE PENDQ "
022418                     "CONTROL RECORD - STATUS " WS-PENDQ-STATUS
022419                 SET WS-FATAL TO TRUE
022420         END-REWRITE
022421     ELSE
022422         WRITE PEND-CONTROL-RECORD
022423             INVALID KEY
022424                 DISPLAY "ARRMAINT - UNABLE TO WRITE PENDQ "
022425                     "CONTROL RECORD - STATUS " WS-PENDQ-STATUS
022426                 SET WS-FATAL TO TRUE
022427         END-WRITE
022428         SET WS-QCTL-ON-FILE TO TRUE
022429     END-IF.
022430 2600-REWRITE-QUEUE-CONTROL-EXIT.
022431     EXIT.
022432
022500*--------------------------------------------------------------
022600* 3000-APPLY-ADD - AN ADD MUST USE THE NEXT FREE KEY SO KEYS
022700*                  1 THROUGH N STAY CONTIGUOUS FOR THE SCAN
041200     MOVE WS-RUN-DATE TO MNTL-RUN-DATE.
041300     MOVE WS-RUN-TIME TO MNTL-RUN-TIME.
041350     MOVE ARRT-SET-ID TO MNTL-SET-ID.
041360     MOVE ARRT-REQ-OPER TO MNTL-REQ-OPER.
041370     MOVE WS-APPR-OPER TO MNTL-APPR-OPER.
041400     WRITE MNTL-RECORD.
041500 5000-WRITE-LOG-RECORD-EXIT.
041600     EXIT.
042800     MOVE "REJECTED" TO MNTL-RESULT.
042900     PERFORM 5000-WRITE-LOG-RECORD
043000         THRU 5000-WRITE-LOG-RECORD-EXIT.
043100     DISPLAY "ARRMAINT - " WS-REJECT-WHAT " " WS-REJECT-NO
043200         " REJECTED - ACTION " ARRT-ACTION
043250         " SET " ARRT-SET-ID
043300         " KEY " ARRT-KEY.
043900*--------------------------------------------------------------
044000 8000-WRITE-RECONCILIATION.
044100     DISPLAY "ARRMAINT - MAINTENANCE RECONCILIATION".
044200     DISPLAY "APPROVED ITEMS TAKEN .. " WS-ITEM-COUNT.
044300     DISPLAY "TRANSACTIONS APPLIED .. " WS-APPLIED-COUNT.
044310     DISPLAY "TRANSACTIONS READ ..... " WS-TRAN-COUNT.
044320     DISPLAY "TRANSACTIONS QUEUED ... " WS-QUEUED-COUNT.
044400     DISPLAY "TRANSACTIONS REJECTED . " WS-REJECT-COUNT.
044500     DISPLAY "ELEMENT COUNT NOW ..... " WS-ELEMENT-COUNT.
044600 8000-WRITE-RECONCILIATION-EXIT.
