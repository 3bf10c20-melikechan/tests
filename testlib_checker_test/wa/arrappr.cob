000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ARRAPPR.
000300 AUTHOR.         R HALVORSEN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   2026-10-07.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-07 RH   ORIGINAL VERSION. SECOND-OPERATOR APPROVAL FOR
001100*                 ARRMSTR CHANGES. ARRMAINT QUEUES EVERY
001200*                 MAINTENANCE TRANSACTION AND ARRMGEN EVERY
001300*                 GENERATION RESTORE ON PENDQ (PENDREC COPYBOOK)
001400*                 AS A WAITING ITEM; NEITHER TOUCHES ARRMSTR
001500*                 UNTIL THE ITEM IS APPROVED HERE. EACH RUN
001600*                 FIRST EXPIRES EVERY ITEM LEFT WAITING MORE
001700*                 THAN EXPIRE=NNN DAYS (DEFAULT 7), THEN APPLIES
001800*                 THE APPRTRAN DECISIONS (APPRREC COPYBOOK) -
001900*                 APPROVE OR REJECT ONE WAITING ITEM EACH. A
002000*                 DECISION BY THE OPERATOR WHO RAISED THE ITEM,
002100*                 WITH NO OPERATOR, OR ON AN ITEM THAT IS NOT
002200*                 WAITING IS REFUSED AND ENDS THE RUN WITH
002300*                 RETURN CODE 4. EVERY EXPIRY, APPROVAL AND
002400*                 REJECTION IS APPENDED TO MAINTLOG WITH BOTH
002500*                 OPERATORS. THE PENDRPT REPORT LISTS WHAT WAS
002600*                 EXPIRED AND DECIDED, THEN EVERY ITEM STILL
002700*                 WAITING OR APPROVED BUT NOT YET APPLIED, WITH
002800*                 WHO RAISED IT AND ITS AGE IN DAYS. NO APPRTRAN
002900*                 MEANS AN EXPIRY AND LISTING RUN.
003000*--------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT APPRTRAN ASSIGN TO "APPRTRAN"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-APPRTRAN-STATUS.
003800     SELECT PENDQ ASSIGN TO "PENDQ"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PEND-ITEM-NO
004200         FILE STATUS IS WS-PENDQ-STATUS.
004300     SELECT MAINTLOG ASSIGN TO "MAINTLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-MAINTLOG-STATUS.
004600     SELECT PENDRPT ASSIGN TO "PENDRPT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PENDRPT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  APPRTRAN
005300     RECORDING MODE IS F
005400     BLOCK CONTAINS 0 RECORDS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY APPRREC.
005700
005800 FD  PENDQ
005900     RECORDING MODE IS F
006000     BLOCK CONTAINS 0 RECORDS
006100     LABEL RECORDS ARE STANDARD.
006200     COPY PENDREC.
006300
006400 FD  MAINTLOG
006500     RECORDING MODE IS F
006600     BLOCK CONTAINS 0 RECORDS
006700     LABEL RECORDS ARE STANDARD.
006800     COPY MNTLREC.
006900
007000 FD  PENDRPT
007100     RECORDING MODE IS F
007200     BLOCK CONTAINS 0 RECORDS
007300     LABEL RECORDS ARE STANDARD.
007400 01  PENDRPT-LINE                PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700*--------------------------------------------------------------
007800* APPROVAL WORK AREAS
007900*--------------------------------------------------------------
008000 77  WS-APPRTRAN-STATUS  PIC X(02) VALUE SPACES.
008100 77  WS-PENDQ-STATUS     PIC X(02) VALUE SPACES.
008200 77  WS-MAINTLOG-STATUS  PIC X(02) VALUE SPACES.
008300 77  WS-PENDRPT-STATUS   PIC X(02) VALUE SPACES.
008400 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
008500 77  WS-RUN-TIME         PIC 9(8) VALUE 0.
008600 77  WS-TODAY-INT        PIC 9(8) COMP VALUE 0.
008700 77  WS-EXPIRE-DAYS      PIC 9(4) COMP VALUE 7.
008800 77  WS-AGE-DAYS         PIC 9(8) COMP VALUE 0.
008900 77  WS-OLDEST-DAYS      PIC 9(8) COMP VALUE 0.
009000 77  WS-DECISION-COUNT   PIC 9(8) COMP VALUE 0.
009100 77  WS-APPROVED-COUNT   PIC 9(8) COMP VALUE 0.
009200 77  WS-REJECTED-COUNT   PIC 9(8) COMP VALUE 0.
009300 77  WS-REFUSED-COUNT    PIC 9(8) COMP VALUE 0.
009400 77  WS-EXPIRED-COUNT    PIC 9(8) COMP VALUE 0.
009500 77  WS-WAITING-COUNT    PIC 9(8) COMP VALUE 0.
009600 77  WS-READY-COUNT      PIC 9(8) COMP VALUE 0.
009700 77  WS-REFUSE-REASON    PIC X(28) VALUE SPACES.
009800
009900*--------------------------------------------------------------
010000* RUN PARM WORK AREAS
010100*--------------------------------------------------------------
010200 77  WS-PARM-LINE        PIC X(60) VALUE SPACES.
010300 77  WS-PARM-KEYWORD     PIC X(08) VALUE SPACES.
010400 77  WS-PARM-VALUE-X     PIC X(16) VALUE SPACES.
010500 77  WS-PARM-NUMBER      PIC 9(08) COMP VALUE 0.
010600 77  WS-ONE-DIGIT        PIC 9(01) VALUE 0.
010700 77  WS-TOKEN-IX         PIC 9(04) COMP VALUE 0.
010800 77  WS-DIGIT-IX         PIC 9(04) COMP VALUE 0.
010900
011000 01  WS-PARM-TOKENS.
011100     05  WS-PARM-TOKEN   PIC X(24) OCCURS 3 TIMES.
011200
011300 01  WS-SWITCHES.
011400     05  WS-FATAL-SW     PIC X(01) VALUE "N".
011500         88  WS-FATAL                VALUE "Y".
011600         88  WS-NOT-FATAL            VALUE "N".
011700     05  WS-APPRTRAN-EOF-SW PIC X(01) VALUE "N".
011800         88  WS-APPRTRAN-EOF         VALUE "Y".
011900         88  WS-APPRTRAN-NOT-EOF     VALUE "N".
012000     05  WS-PENDQ-EOF-SW PIC X(01) VALUE "N".
012100         88  WS-PENDQ-EOF            VALUE "Y".
012200         88  WS-PENDQ-NOT-EOF        VALUE "N".
012300     05  WS-TRAN-FILE-SW PIC X(01) VALUE "Y".
012400         88  WS-TRAN-FILE-PRESENT    VALUE "Y".
012500         88  WS-TRAN-FILE-ABSENT     VALUE "N".
012600     05  WS-PARM-NUM-SW  PIC X(01) VALUE "Y".
012700         88  WS-PARM-NUM-GOOD        VALUE "Y".
012800         88  WS-PARM-NUM-BAD         VALUE "N".
012900
013000*--------------------------------------------------------------
013100* PENDING-ITEMS REPORT LINES
013200*--------------------------------------------------------------
013300 01  APR-HEADING-1.
013400     05  FILLER          PIC X(44) VALUE
013500         "ARRAPPR - ARRMSTR CHANGE APPROVAL QUEUE ON  ".
013600     05  APR-H1-DATE     PIC 9(08).
013700     05  FILLER          PIC X(23) VALUE
013800         "   ITEMS EXPIRE AFTER  ".
013900     05  APR-H1-DAYS     PIC ZZZ9.
014000     05  FILLER          PIC X(05) VALUE " DAYS".
014100 01  APR-ITEM-HEADING.
014200     05  FILLER          PIC X(09) VALUE "    ITEM".
014300     05  FILLER          PIC X(08) VALUE "TYPE".
014400     05  FILLER          PIC X(03) VALUE "ACT".
014500     05  FILLER          PIC X(05) VALUE " SET".
014600     05  FILLER          PIC X(09) VALUE "     KEY".
014700     05  FILLER          PIC X(09) VALUE "   VALUE".
014800     05  FILLER          PIC X(06) VALUE " GEN".
014900     05  FILLER          PIC X(10) VALUE "REQUESTER".
015000     05  FILLER          PIC X(09) VALUE "RAISED".
015100     05  FILLER          PIC X(07) VALUE "  AGE".
015200     05  FILLER          PIC X(10) VALUE "APPROVER".
015300     05  FILLER          PIC X(06) VALUE "STATUS".
015400 01  APR-ITEM-LINE.
015500     05  APR-ITM-NO      PIC Z(07)9.
015600     05  FILLER          PIC X(01) VALUE SPACES.
015700     05  APR-ITM-TYPE    PIC X(07).
015800     05  FILLER          PIC X(01) VALUE SPACES.
015900     05  APR-ITM-ACTION  PIC X(01).
016000     05  FILLER          PIC X(02) VALUE SPACES.
016100     05  APR-ITM-SET     PIC Z(03)9 BLANK WHEN ZERO.
016200     05  FILLER          PIC X(01) VALUE SPACES.
016300     05  APR-ITM-KEY     PIC Z(07)9 BLANK WHEN ZERO.
016400     05  FILLER          PIC X(01) VALUE SPACES.
016500     05  APR-ITM-VALUE   PIC Z(07)9.
016600     05  FILLER          PIC X(01) VALUE SPACES.
016700     05  APR-ITM-GEN     PIC Z(03)9 BLANK WHEN ZERO.
016800     05  FILLER          PIC X(02) VALUE SPACES.
016900     05  APR-ITM-REQ     PIC X(08).
017000     05  FILLER          PIC X(02) VALUE SPACES.
017100     05  APR-ITM-RAISED  PIC 9(08).
017200     05  FILLER          PIC X(01) VALUE SPACES.
017300     05  APR-ITM-AGE     PIC Z(04)9.
017400     05  FILLER          PIC X(02) VALUE SPACES.
017500     05  APR-ITM-APPR    PIC X(08).
017600     05  FILLER          PIC X(02) VALUE SPACES.
017700     05  APR-ITM-STATUS  PIC X(40).
017800 01  APR-TOTAL-LINE.
017900     05  APR-TOT-LABEL   PIC X(32).
018000     05  APR-TOT-COUNT   PIC Z(07)9.
018100 01  APR-MESSAGE-LINE    PIC X(80).
018200
018300 PROCEDURE DIVISION.
018400*--------------------------------------------------------------
018500* 0000-MAINLINE
018600*--------------------------------------------------------------
018700 0000-MAINLINE.
018800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018900     ACCEPT WS-RUN-TIME FROM TIME.
019000     COMPUTE WS-TODAY-INT =
019100         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
019200
019300     PERFORM 0200-PARSE-RUN-PARM
019400         THRU 0200-PARSE-RUN-PARM-EXIT.
019500
019600     PERFORM 1000-OPEN-FILES
019700         THRU 1000-OPEN-FILES-EXIT.
019800     IF WS-FATAL
019900         MOVE 16 TO RETURN-CODE
020000         GO TO 9999-EXIT
020100     END-IF.
020200
020300     PERFORM 2000-EXPIRE-STALE-ITEMS
020400         THRU 2000-EXPIRE-STALE-ITEMS-EXIT.
020500
020600     IF WS-TRAN-FILE-PRESENT
020700         PERFORM 3000-PROCESS-DECISIONS
020800             THRU 3000-PROCESS-DECISIONS-EXIT
020900         CLOSE APPRTRAN
021000     END-IF.
021100
021200     PERFORM 7000-LIST-PENDING-ITEMS
021300         THRU 7000-LIST-PENDING-ITEMS-EXIT.
021400
021500     PERFORM 8000-WRITE-RECONCILIATION
021600         THRU 8000-WRITE-RECONCILIATION-EXIT.
021700
021800     CLOSE PENDQ.
021900     CLOSE MAINTLOG.
022000     CLOSE PENDRPT.
022100
022200     IF WS-FATAL
022300         MOVE 16 TO RETURN-CODE
022400         GO TO 9999-EXIT
022500     END-IF.
022600     IF WS-REFUSED-COUNT > 0
022700         MOVE 4 TO RETURN-CODE
022800     END-IF.
022900     GO TO 9999-EXIT.
023000
023100*--------------------------------------------------------------
023200* 0200-PARSE-RUN-PARM - EXPIRE=NNN SETS THE NUMBER OF DAYS AN
023300*                       ITEM MAY WAIT FOR APPROVAL (1 TO 999,
023400*                       DEFAULT 7). A RUNID= TOKEN IS ACCEPTED
023500*                       AND IGNORED.
023600*--------------------------------------------------------------
023700 0200-PARSE-RUN-PARM.
023800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
023900     MOVE SPACES TO WS-PARM-TOKENS.
024000     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
024100         INTO WS-PARM-TOKEN (1)
024200              WS-PARM-TOKEN (2)
024300              WS-PARM-TOKEN (3).
024400     PERFORM 0210-APPLY-RUN-TOKEN
024500         THRU 0210-APPLY-RUN-TOKEN-EXIT
024600         VARYING WS-TOKEN-IX FROM 1 BY 1
024700         UNTIL WS-TOKEN-IX > 3.
024800 0200-PARSE-RUN-PARM-EXIT.
024900     EXIT.
025000
025100 0210-APPLY-RUN-TOKEN.
025200     IF WS-PARM-TOKEN (WS-TOKEN-IX) = SPACES
025300         GO TO 0210-APPLY-RUN-TOKEN-EXIT
025400     END-IF.
025500     MOVE SPACES TO WS-PARM-KEYWORD.
025600     MOVE SPACES TO WS-PARM-VALUE-X.
025700     UNSTRING WS-PARM-TOKEN (WS-TOKEN-IX) DELIMITED BY "="
025800         INTO WS-PARM-KEYWORD WS-PARM-VALUE-X.
025900
026000     EVALUATE TRUE
026100         WHEN WS-PARM-KEYWORD = "EXPIRE"
026200             PERFORM 0220-CONVERT-PARM-NUMBER
026300                 THRU 0220-CONVERT-PARM-NUMBER-EXIT
026400             IF WS-PARM-NUM-GOOD AND WS-PARM-NUMBER > 0
026500                 AND WS-PARM-NUMBER NOT > 999
026600                 MOVE WS-PARM-NUMBER TO WS-EXPIRE-DAYS
026700             ELSE
026800                 DISPLAY "ARRAPPR - EXPIRE= VALUE BAD - "
026900                     "DEFAULT KEPT"
027000             END-IF
027100         WHEN WS-PARM-KEYWORD = "RUNID"
027200             CONTINUE
027300         WHEN OTHER
027400             DISPLAY "ARRAPPR - PARM TOKEN IGNORED: "
027500                 WS-PARM-TOKEN (WS-TOKEN-IX)
027600     END-EVALUATE.
027700 0210-APPLY-RUN-TOKEN-EXIT.
027800     EXIT.
027900
028000 0220-CONVERT-PARM-NUMBER.
028100     MOVE 0 TO WS-PARM-NUMBER.
028200     SET WS-PARM-NUM-GOOD TO TRUE.
028300     IF WS-PARM-VALUE-X = SPACES
028400         SET WS-PARM-NUM-BAD TO TRUE
028500         GO TO 0220-CONVERT-PARM-NUMBER-EXIT
028600     END-IF.
028700     PERFORM 0225-CONVERT-ONE-DIGIT
028800         THRU 0225-CONVERT-ONE-DIGIT-EXIT
028900         VARYING WS-DIGIT-IX FROM 1 BY 1
029000         UNTIL WS-DIGIT-IX > 16
029100             OR WS-PARM-VALUE-X (WS-DIGIT-IX:1) = SPACE
029200             OR WS-PARM-NUM-BAD.
029300 0220-CONVERT-PARM-NUMBER-EXIT.
029400     EXIT.
029500
029600 0225-CONVERT-ONE-DIGIT.
029700     IF WS-PARM-VALUE-X (WS-DIGIT-IX:1) IS NUMERIC
029800         MOVE WS-PARM-VALUE-X (WS-DIGIT-IX:1) TO WS-ONE-DIGIT
029900         COMPUTE WS-PARM-NUMBER = WS-PARM-NUMBER * 10
030000             + WS-ONE-DIGIT
030100     ELSE
030200         SET WS-PARM-NUM-BAD TO TRUE
030300     END-IF.
030400 0225-CONVERT-ONE-DIGIT-EXIT.
030500     EXIT.
030600
030700*--------------------------------------------------------------
030800* 1000-OPEN-FILES - THE QUEUE, THE LOG AND THE REPORT MUST
030900*                   OPEN. PENDQ IS CREATED THE FIRST TIME
031000*                   THROUGH. NO APPRTRAN IS NOT AN ERROR - THE
031100*                   RUN JUST EXPIRES AND LISTS.
031200*--------------------------------------------------------------
031300 1000-OPEN-FILES.
031400     OPEN OUTPUT PENDRPT.
031500     IF WS-PENDRPT-STATUS NOT = "00"
031600         DISPLAY "ARRAPPR - UNABLE TO OPEN PENDRPT, STATUS = "
031700             WS-PENDRPT-STATUS
031800         SET WS-FATAL TO TRUE
031900         GO TO 1000-OPEN-FILES-EXIT
032000     END-IF.
032100     MOVE WS-RUN-DATE TO APR-H1-DATE.
032200     MOVE WS-EXPIRE-DAYS TO APR-H1-DAYS.
032300     WRITE PENDRPT-LINE FROM APR-HEADING-1.
032400     MOVE SPACES TO PENDRPT-LINE.
032500     WRITE PENDRPT-LINE.
032600
032700     OPEN I-O PENDQ.
032800     IF WS-PENDQ-STATUS = "35"
032900         OPEN OUTPUT PENDQ
033000         CLOSE PENDQ
033100         OPEN I-O PENDQ
033200     END-IF.
033300     IF WS-PENDQ-STATUS NOT = "00"
033400         DISPLAY "ARRAPPR - UNABLE TO OPEN PENDQ, STATUS = "
033500             WS-PENDQ-STATUS
033600         SET WS-FATAL TO TRUE
033700         GO TO 1000-OPEN-FILES-EXIT
033800     END-IF.
033900
034000     OPEN EXTEND MAINTLOG.
034100     IF WS-MAINTLOG-STATUS NOT = "00"
034200         OPEN OUTPUT MAINTLOG
034300         IF WS-MAINTLOG-STATUS NOT = "00"
034400             DISPLAY "ARRAPPR - UNABLE TO OPEN MAINTLOG, "
034500                 "STATUS = " WS-MAINTLOG-STATUS
034600             SET WS-FATAL TO TRUE
034700             GO TO 1000-OPEN-FILES-EXIT
034800         END-IF
034900     END-IF.
035000
035100     OPEN INPUT APPRTRAN.
035200     IF WS-APPRTRAN-STATUS NOT = "00"
035300         SET WS-TRAN-FILE-ABSENT TO TRUE
035400         DISPLAY "ARRAPPR - NO APPRTRAN, STATUS = "
035500             WS-APPRTRAN-STATUS " - EXPIRY AND LISTING ONLY"
035600     END-IF.
035700 1000-OPEN-FILES-EXIT.
035800     EXIT.
035900
036000*--------------------------------------------------------------
036100* 2000-EXPIRE-STALE-ITEMS - AN ITEM STILL WAITING MORE THAN THE
036200*                           EXPIRY DAYS AFTER IT WAS RAISED IS
036300*                           MARKED EXPIRED AND CAN NO LONGER BE
036400*                           APPROVED - IT MUST BE RAISED AGAIN.
036500*--------------------------------------------------------------
036600 2000-EXPIRE-STALE-ITEMS.
036700     MOVE "EXPIRED THIS RUN:" TO APR-MESSAGE-LINE.
036800     WRITE PENDRPT-LINE FROM APR-MESSAGE-LINE.
036900     WRITE PENDRPT-LINE FROM APR-ITEM-HEADING.
037000
037100     MOVE 1 TO PEND-ITEM-NO.
037200     SET WS-PENDQ-NOT-EOF TO TRUE.
037300     START PENDQ KEY IS NOT LESS THAN PEND-ITEM-NO
037400         INVALID KEY
037500             SET WS-PENDQ-EOF TO TRUE
037600     END-START.
037700     PERFORM 2100-EXPIRE-ONE-ITEM
037800         THRU 2100-EXPIRE-ONE-ITEM-EXIT
037900         UNTIL WS-PENDQ-EOF OR WS-FATAL.
038000
038100     IF WS-EXPIRED-COUNT = 0
038200         MOVE "  NONE" TO APR-MESSAGE-LINE
038300         WRITE PENDRPT-LINE FROM APR-MESSAGE-LINE
038400     END-IF.
038500     MOVE SPACES TO PENDRPT-LINE.
038600     WRITE PENDRPT-LINE.
038700 2000-EXPIRE-STALE-ITEMS-EXIT.
038800     EXIT.
038900
039000 2100-EXPIRE-ONE-ITEM.
039100     READ PENDQ NEXT RECORD
039200         AT END
039300             SET WS-PENDQ-EOF TO TRUE
039400             GO TO 2100-EXPIRE-ONE-ITEM-EXIT
039500     END-READ.
039600     IF NOT PEND-WAITING
039700         GO TO 2100-EXPIRE-ONE-ITEM-EXIT
039800     END-IF.
039900     PERFORM 6000-COMPUTE-ITEM-AGE
040000         THRU 6000-COMPUTE-ITEM-AGE-EXIT.
040100     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
040200         GO TO 2100-EXPIRE-ONE-ITEM-EXIT
040300     END-IF.
040400
040500     SET PEND-EXPIRED TO TRUE.
040600     MOVE WS-RUN-DATE TO PEND-DONE-DATE.
040700     MOVE "EXPIRED" TO PEND-RESULT.
040800     REWRITE PEND-RECORD
040900         INVALID KEY
041000             DISPLAY "ARRAPPR - UNABLE TO REWRITE PENDQ ITEM "
041100                 PEND-ITEM-NO " - STATUS " WS-PENDQ-STATUS
041200             SET WS-FATAL TO TRUE
041300             GO TO 2100-EXPIRE-ONE-ITEM-EXIT
041400     END-REWRITE.
041500
041600     ADD 1 TO WS-EXPIRED-COUNT.
041700     MOVE "EXPIRED" TO MNTL-RESULT.
041800     PERFORM 5000-WRITE-LOG-RECORD
041900         THRU 5000-WRITE-LOG-RECORD-EXIT.
042000     MOVE "EXPIRED UNAPPROVED" TO APR-ITM-STATUS.
042100     PERFORM 5200-WRITE-ITEM-LINE
042200         THRU 5200-WRITE-ITEM-LINE-EXIT.
042300 2100-EXPIRE-ONE-ITEM-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------
042700* 3000-PROCESS-DECISIONS - APPLY EVERY APPRTRAN DECISION
042800*--------------------------------------------------------------
042900 3000-PROCESS-DECISIONS.
043000     MOVE "DECISIONS:" TO APR-MESSAGE-LINE.
043100     WRITE PENDRPT-LINE FROM APR-MESSAGE-LINE.
043200     WRITE PENDRPT-LINE FROM APR-ITEM-HEADING.
043300     PERFORM 3100-APPLY-ONE-DECISION
043400         THRU 3100-APPLY-ONE-DECISION-EXIT
043500         UNTIL WS-APPRTRAN-EOF OR WS-FATAL.
043600     MOVE SPACES TO PENDRPT-LINE.
043700     WRITE PENDRPT-LINE.
043800 3000-PROCESS-DECISIONS-EXIT.
043900     EXIT.
044000
044100*--------------------------------------------------------------
044200* 3100-APPLY-ONE-DECISION - THE ITEM MUST BE ON FILE AND
044300*                           WAITING, AND THE DECIDING OPERATOR
044400*                           MUST BE NAMED AND MUST NOT BE THE
044500*                           OPERATOR WHO RAISED IT. AN APPROVAL
044600*                           LEAVES THE ITEM FOR ITS OWN PROGRAM
044700*                           TO APPLY; A REJECTION CLOSES IT.
044800*--------------------------------------------------------------
044900 3100-APPLY-ONE-DECISION.
045000     READ APPRTRAN
045100         AT END
045200             SET WS-APPRTRAN-EOF TO TRUE
045300             GO TO 3100-APPLY-ONE-DECISION-EXIT
045400     END-READ.
045500     ADD 1 TO WS-DECISION-COUNT.
045600
045700     IF APPR-ITEM-NO IS NOT NUMERIC OR APPR-ITEM-NO = 0
045800         MOVE "ITEM NUMBER NOT NUMERIC" TO WS-REFUSE-REASON
045900         PERFORM 5100-REFUSE-DECISION
046000             THRU 5100-REFUSE-DECISION-EXIT
046100         GO TO 3100-APPLY-ONE-DECISION-EXIT
046200     END-IF.
046300     IF NOT APPR-APPROVE AND NOT APPR-REJECT
046400         MOVE "DECISION NOT A OR J" TO WS-REFUSE-REASON
046500         PERFORM 5100-REFUSE-DECISION
046600             THRU 5100-REFUSE-DECISION-EXIT
046700         GO TO 3100-APPLY-ONE-DECISION-EXIT
046800     END-IF.
046900     IF APPR-OPER = SPACES
047000         MOVE "NO DECIDING OPERATOR" TO WS-REFUSE-REASON
047100         PERFORM 5100-REFUSE-DECISION
047200             THRU 5100-REFUSE-DECISION-EXIT
047300         GO TO 3100-APPLY-ONE-DECISION-EXIT
047400     END-IF.
047500
047600     MOVE APPR-ITEM-NO TO PEND-ITEM-NO.
047700     READ PENDQ
047800         INVALID KEY
047900             MOVE "NO SUCH ITEM ON PENDQ" TO WS-REFUSE-REASON
048000             PERFORM 5100-REFUSE-DECISION
048100                 THRU 5100-REFUSE-DECISION-EXIT
048200             GO TO 3100-APPLY-ONE-DECISION-EXIT
048300     END-READ.
048400     IF NOT PEND-WAITING
048500         PERFORM 6100-SET-STATUS-TEXT
048600             THRU 6100-SET-STATUS-TEXT-EXIT
048700         MOVE SPACES TO WS-REFUSE-REASON
048800         STRING "ITEM IS " APR-ITM-STATUS
048900             DELIMITED BY SIZE INTO WS-REFUSE-REASON
049000         PERFORM 5100-REFUSE-DECISION
049100             THRU 5100-REFUSE-DECISION-EXIT
049200         GO TO 3100-APPLY-ONE-DECISION-EXIT
049300     END-IF.
049400     IF APPR-OPER = PEND-REQ-OPER
049500         MOVE "DECIDER RAISED THE ITEM" TO WS-REFUSE-REASON
049600         PERFORM 5100-REFUSE-DECISION
049700             THRU 5100-REFUSE-DECISION-EXIT
049800         GO TO 3100-APPLY-ONE-DECISION-EXIT
049900     END-IF.
050000
050100     MOVE APPR-OPER TO PEND-APPR-OPER.
050200     MOVE WS-RUN-DATE TO PEND-APPR-DATE.
050300     IF APPR-APPROVE
050400         SET PEND-APPROVED TO TRUE
050500         MOVE "APPROVED" TO PEND-RESULT
050600     ELSE
050700         SET PEND-REJECTED TO TRUE
050800         MOVE WS-RUN-DATE TO PEND-DONE-DATE
050900         MOVE "NOT APPROVED" TO PEND-RESULT
051000     END-IF.
051100     REWRITE PEND-RECORD
051200         INVALID KEY
051300             DISPLAY "ARRAPPR - UNABLE TO REWRITE PENDQ ITEM "
051400                 PEND-ITEM-NO " - STATUS " WS-PENDQ-STATUS
051500             SET WS-FATAL TO TRUE
051600             GO TO 3100-APPLY-ONE-DECISION-EXIT
051700     END-REWRITE.
051800
051900     IF APPR-APPROVE
052000         ADD 1 TO WS-APPROVED-COUNT
052100         MOVE "APPROVED" TO APR-ITM-STATUS
052200     ELSE
052300         ADD 1 TO WS-REJECTED-COUNT
052400         MOVE "NOT APPROVED - CLOSED" TO APR-ITM-STATUS
052500     END-IF.
052600     MOVE PEND-RESULT TO MNTL-RESULT.
052700     PERFORM 5000-WRITE-LOG-RECORD
052800         THRU 5000-WRITE-LOG-RECORD-EXIT.
052900     PERFORM 6000-COMPUTE-ITEM-AGE
053000         THRU 6000-COMPUTE-ITEM-AGE-EXIT.
053100     PERFORM 5200-WRITE-ITEM-LINE
053200         THRU 5200-WRITE-ITEM-LINE-EXIT.
053300 3100-APPLY-ONE-DECISION-EXIT.
053400     EXIT.
053500
053600*--------------------------------------------------------------
053700* 5000-WRITE-LOG-RECORD - APPEND ONE MAINTLOG RECORD FOR THE
053800*                         PENDQ ITEM IN THE RECORD AREA. A
053900*                         MAINTENANCE ITEM LOGS ITS ACTION, SET,
054000*                         KEY AND NEW VALUE; A RESTORE LOGS
054100*                         ACTION R AND THE GENERATION NUMBER IN
054200*                         THE AFTER IMAGE. CALLER FILLS THE
054300*                         RESULT FIRST.
054400*--------------------------------------------------------------
054500 5000-WRITE-LOG-RECORD.
054600     MOVE WS-RUN-DATE TO MNTL-RUN-DATE.
054700     MOVE WS-RUN-TIME TO MNTL-RUN-TIME.
054800     MOVE SPACES TO MNTL-BEFORE-VALUE.
054900     MOVE SPACES TO MNTL-AFTER-VALUE.
055000     IF PEND-IS-RESTORE
055100         MOVE 0 TO MNTL-SET-ID
055200         MOVE "R" TO MNTL-ACTION
055300         MOVE 0 TO MNTL-KEY
055400         MOVE PEND-GEN-NUMBER TO MNTL-AFTER-VALUE
055500     ELSE
055600         MOVE PEND-SET-ID TO MNTL-SET-ID
055700         MOVE PEND-ACTION TO MNTL-ACTION
055800         MOVE PEND-ELEM-KEY TO MNTL-KEY
055900         IF PEND-ACTION NOT = "D"
056000             MOVE PEND-VALUE TO MNTL-AFTER-VALUE
056100         END-IF
056200     END-IF.
056300     MOVE PEND-REQ-OPER TO MNTL-REQ-OPER.
056400     MOVE PEND-APPR-OPER TO MNTL-APPR-OPER.
056500     WRITE MNTL-RECORD.
056600 5000-WRITE-LOG-RECORD-EXIT.
056700     EXIT.
056800
056900*--------------------------------------------------------------
057000* 5100-REFUSE-DECISION - PRINT A DECISION THAT COULD NOT BE
057100*                        TAKEN, WITH THE REASON. THE ITEM IS
057200*                        LEFT AS IT WAS. THE CALLER FILLS
057300*                        WS-REFUSE-REASON FIRST.
057400*--------------------------------------------------------------
057500 5100-REFUSE-DECISION.
057600     ADD 1 TO WS-REFUSED-COUNT.
057700     MOVE SPACES TO APR-ITEM-LINE.
057800     IF APPR-ITEM-NO IS NUMERIC
057900         MOVE APPR-ITEM-NO TO APR-ITM-NO
058000     ELSE
058100         MOVE 0 TO APR-ITM-NO
058200     END-IF.
058300     MOVE APPR-DECISION TO APR-ITM-ACTION.
058400     MOVE APPR-OPER TO APR-ITM-APPR.
058500     STRING "REFUSED - " WS-REFUSE-REASON
058600         DELIMITED BY SIZE INTO APR-ITM-STATUS.
058700     WRITE PENDRPT-LINE FROM APR-ITEM-LINE.
058800     DISPLAY "ARRAPPR - DECISION " WS-DECISION-COUNT
058900         " ON ITEM " APPR-ITEM-NO " REFUSED - " WS-REFUSE-REASON.
059000 5100-REFUSE-DECISION-EXIT.
059100     EXIT.
059200
059300*--------------------------------------------------------------
059400* 5200-WRITE-ITEM-LINE - PRINT THE PENDQ ITEM IN THE RECORD
059500*                        AREA. THE CALLER FILLS THE STATUS TEXT
059600*                        AND THE AGE FIRST.
059700*--------------------------------------------------------------
059800 5200-WRITE-ITEM-LINE.
059900     MOVE PEND-ITEM-NO TO APR-ITM-NO.
060000     MOVE 0 TO APR-ITM-SET.
060100     MOVE 0 TO APR-ITM-KEY.
060200     MOVE 0 TO APR-ITM-VALUE.
060300     MOVE 0 TO APR-ITM-GEN.
060400     IF PEND-IS-RESTORE
060500         MOVE "RESTORE" TO APR-ITM-TYPE
060600         MOVE "R" TO APR-ITM-ACTION
060700         MOVE PEND-GEN-NUMBER TO APR-ITM-GEN
060800     ELSE
060900         MOVE "MAINT" TO APR-ITM-TYPE
061000         MOVE PEND-ACTION TO APR-ITM-ACTION
061100         MOVE PEND-SET-ID TO APR-ITM-SET
061200         MOVE PEND-ELEM-KEY TO APR-ITM-KEY
061300         MOVE PEND-VALUE TO APR-ITM-VALUE
061400     END-IF.
061500     MOVE PEND-REQ-OPER TO APR-ITM-REQ.
061600     MOVE PEND-REQ-DATE TO APR-ITM-RAISED.
061700     MOVE WS-AGE-DAYS TO APR-ITM-AGE.
061800     MOVE PEND-APPR-OPER TO APR-ITM-APPR.
061900     WRITE PENDRPT-LINE FROM APR-ITEM-LINE.
062000 5200-WRITE-ITEM-LINE-EXIT.
062100     EXIT.
062200
062300*--------------------------------------------------------------
062400* 6000-COMPUTE-ITEM-AGE - WHOLE DAYS SINCE THE ITEM WAS RAISED
062500*--------------------------------------------------------------
062600 6000-COMPUTE-ITEM-AGE.
062700     MOVE 0 TO WS-AGE-DAYS.
062800     IF PEND-REQ-DATE IS NOT NUMERIC
062900         OR PEND-REQ-DATE < 16010101
063000         OR PEND-REQ-DATE > WS-RUN-DATE
063100         GO TO 6000-COMPUTE-ITEM-AGE-EXIT
063200     END-IF.
063300     COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
063400         FUNCTION INTEGER-OF-DATE (PEND-REQ-DATE).
063500 6000-COMPUTE-ITEM-AGE-EXIT.
063600     EXIT.
063700
063800*--------------------------------------------------------------
063900* 6100-SET-STATUS-TEXT - PLAIN-WORDS STATUS OF THE PENDQ ITEM
064000*--------------------------------------------------------------
064100 6100-SET-STATUS-TEXT.
064200     EVALUATE TRUE
064300         WHEN PEND-WAITING
064400             MOVE "WAITING" TO APR-ITM-STATUS
064500         WHEN PEND-APPROVED
064600             MOVE "APPROVED" TO APR-ITM-STATUS
064700         WHEN PEND-REJECTED
064800             MOVE "NOT APPROVED" TO APR-ITM-STATUS
064900         WHEN PEND-EXPIRED
065000             MOVE "EXPIRED" TO APR-ITM-STATUS
065100         WHEN PEND-APPLIED
065200             MOVE "ALREADY DONE" TO APR-ITM-STATUS
065300         WHEN PEND-FAILED
065400             MOVE "FAILED ON APPLY" TO APR-ITM-STATUS
065500         WHEN OTHER
065600             MOVE "OF UNKNOWN STATUS" TO APR-ITM-STATUS
065700     END-EVALUATE.
065800 6100-SET-STATUS-TEXT-EXIT.
065900     EXIT.
066000
066100*--------------------------------------------------------------
066200* 7000-LIST-PENDING-ITEMS - PRINT EVERY ITEM STILL WAITING FOR
066300*                           A DECISION, AND EVERY ITEM APPROVED
066400*                           BUT NOT YET APPLIED, WITH ITS AGE
066500*--------------------------------------------------------------
066600 7000-LIST-PENDING-ITEMS.
066700     MOVE "ITEMS WAITING OR APPROVED AND NOT YET APPLIED:"
066800         TO APR-MESSAGE-LINE.
066900     WRITE PENDRPT-LINE FROM APR-MESSAGE-LINE.
067000     WRITE PENDRPT-LINE FROM APR-ITEM-HEADING.
067100
067200     MOVE 1 TO PEND-ITEM-NO.
067300     SET WS-PENDQ-NOT-EOF TO TRUE.
067400     START PENDQ KEY IS NOT LESS THAN PEND-ITEM-NO
067500         INVALID KEY
067600             SET WS-PENDQ-EOF TO TRUE
067700     END-START.
067800     PERFORM 7100-LIST-ONE-ITEM
067900         THRU 7100-LIST-ONE-ITEM-EXIT
068000         UNTIL WS-PENDQ-EOF.
068100
068200     IF WS-WAITING-COUNT = 0 AND WS-READY-COUNT = 0
068300         MOVE "  NONE" TO APR-MESSAGE-LINE
068400         WRITE PENDRPT-LINE FROM APR-MESSAGE-LINE
068500     END-IF.
068600 7000-LIST-PENDING-ITEMS-EXIT.
068700     EXIT.
068800
068900 7100-LIST-ONE-ITEM.
069000     READ PENDQ NEXT RECORD
069100         AT END
069200             SET WS-PENDQ-EOF TO TRUE
069300             GO TO 7100-LIST-ONE-ITEM-EXIT
069400     END-READ.
069500     IF NOT PEND-WAITING AND NOT PEND-APPROVED
069600         GO TO 7100-LIST-ONE-ITEM-EXIT
069700     END-IF.
069800     PERFORM 6000-COMPUTE-ITEM-AGE
069900         THRU 6000-COMPUTE-ITEM-AGE-EXIT.
070000     IF PEND-WAITING
070100         ADD 1 TO WS-WAITING-COUNT
070200         IF WS-AGE-DAYS > WS-OLDEST-DAYS
070300             MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
070400         END-IF
070500         MOVE "WAITING FOR A SECOND OPERATOR" TO APR-ITM-STATUS
070600     ELSE
070700         ADD 1 TO WS-READY-COUNT
070800         MOVE SPACES TO APR-ITM-STATUS
070900         STRING "APPROVED " PEND-APPR-DATE " - NOT YET APPLIED"
071000             DELIMITED BY SIZE INTO APR-ITM-STATUS
071100     END-IF.
071200     PERFORM 5200-WRITE-ITEM-LINE
071300         THRU 5200-WRITE-ITEM-LINE-EXIT.
071400 7100-LIST-ONE-ITEM-EXIT.
071500     EXIT.
071600
071700*--------------------------------------------------------------
071800* 8000-WRITE-RECONCILIATION - END-OF-RUN CONTROL TOTALS
071900*--------------------------------------------------------------
072000 8000-WRITE-RECONCILIATION.
072100     MOVE SPACES TO PENDRPT-LINE.
072200     WRITE PENDRPT-LINE.
072300     MOVE "DECISIONS READ ................" TO APR-TOT-LABEL.
072400     MOVE WS-DECISION-COUNT TO APR-TOT-COUNT.
072500     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
072600     MOVE "ITEMS APPROVED ................" TO APR-TOT-LABEL.
072700     MOVE WS-APPROVED-COUNT TO APR-TOT-COUNT.
072800     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
072900     MOVE "ITEMS NOT APPROVED ............" TO APR-TOT-LABEL.
073000     MOVE WS-REJECTED-COUNT TO APR-TOT-COUNT.
073100     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
073200     MOVE "DECISIONS REFUSED ............." TO APR-TOT-LABEL.
073300     MOVE WS-REFUSED-COUNT TO APR-TOT-COUNT.
073400     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
073500     MOVE "ITEMS EXPIRED ................." TO APR-TOT-LABEL.
073600     MOVE WS-EXPIRED-COUNT TO APR-TOT-COUNT.
073700     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
073800     MOVE "ITEMS STILL WAITING ..........." TO APR-TOT-LABEL.
073900     MOVE WS-WAITING-COUNT TO APR-TOT-COUNT.
074000     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
074100     MOVE "OLDEST WAITING ITEM, DAYS ....." TO APR-TOT-LABEL.
074200     MOVE WS-OLDEST-DAYS TO APR-TOT-COUNT.
074300     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
074400     MOVE "APPROVED, NOT YET APPLIED ....." TO APR-TOT-LABEL.
074500     MOVE WS-READY-COUNT TO APR-TOT-COUNT.
074600     WRITE PENDRPT-LINE FROM APR-TOTAL-LINE.
074700
074800     DISPLAY "ARRAPPR - APPROVAL QUEUE RECONCILIATION".
074900     DISPLAY "DECISIONS READ ........ " WS-DECISION-COUNT.
075000     DISPLAY "ITEMS APPROVED ........ " WS-APPROVED-COUNT.
075100     DISPLAY "ITEMS NOT APPROVED .... " WS-REJECTED-COUNT.
075200     DISPLAY "DECISIONS REFUSED ..... " WS-REFUSED-COUNT.
075300     DISPLAY "ITEMS EXPIRED ......... " WS-EXPIRED-COUNT.
075400     DISPLAY "ITEMS STILL WAITING ... " WS-WAITING-COUNT.
075500     DISPLAY "APPROVED, NOT APPLIED . " WS-READY-COUNT.
075600 8000-WRITE-RECONCILIATION-EXIT.
075700     EXIT.
075800
075900*--------------------------------------------------------------
076000* 9999-EXIT - COMMON PROGRAM EXIT
076100*--------------------------------------------------------------
076200 9999-EXIT.
076300     STOP RUN.
