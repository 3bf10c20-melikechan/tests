000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SETMAINT.
000300 AUTHOR.         R HALVORSEN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   2026-09-14.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-09-14 RH   ORIGINAL VERSION. MAINTENANCE UTILITY FOR THE
001100*                 SETREG ARRAY SET REGISTRY (SETRREC COPYBOOK).
001200*                 READS SETTRAN (ONE ADD/CHANGE/RETIRE/
001300*                 REINSTATE PER RECORD, SETTREC COPYBOOK),
001400*                 APPLIES EACH TO SETREG AND PRINTS EVERY
001500*                 TRANSACTION WITH ITS OUTCOME ON THE SETRPT
001600*                 REGISTER REPORT - A CHANGE ALSO PRINTS THE
001700*                 BEFORE IMAGE - FOLLOWED BY A LISTING OF THE
001800*                 WHOLE REGISTRY AS IT STANDS AFTER THE RUN.
001900*                 SETREG IS CREATED ON FIRST USE. NO SETTRAN
002000*                 MEANS A LISTING-ONLY RUN. A SET IS NEVER
002100*                 DELETED, ONLY RETIRED, SO OLD AUDIT AND STATS
002200*                 RECORDS KEEP A NAME AND OWNER TO SHOW. NAME
002300*                 AND OWNER MAY NOT CARRY A COMMA - THEY RIDE
002400*                 ON THE COMMA-DELIMITED EXTRACT. ANY REJECTED
002500*                 TRANSACTION ENDS THE RUN WITH RETURN CODE 8.
002600*--------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SETTRAN ASSIGN TO "SETTRAN"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-SETTRAN-STATUS.
003400     SELECT SETREG ASSIGN TO "SETREG"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SETR-SET-ID
003800         FILE STATUS IS WS-SETREG-STATUS.
003900     SELECT SETRPT ASSIGN TO "SETRPT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-SETRPT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SETTRAN
004600     RECORDING MODE IS F
004700     BLOCK CONTAINS 0 RECORDS
004800     LABEL RECORDS ARE STANDARD.
004900     COPY SETTREC.
005000
005100 FD  SETREG
005200     RECORDING MODE IS F
005300     BLOCK CONTAINS 0 RECORDS
005400     LABEL RECORDS ARE STANDARD.
005500     COPY SETRREC.
005600
005700 FD  SETRPT
005800     RECORDING MODE IS F
005900     BLOCK CONTAINS 0 RECORDS
006000     LABEL RECORDS ARE STANDARD.
006100 01  SETRPT-LINE                 PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400*--------------------------------------------------------------
006500* MAINTENANCE WORK AREAS
006600*--------------------------------------------------------------
006700 77  WS-SETTRAN-STATUS   PIC X(02) VALUE SPACES.
006800 77  WS-SETREG-STATUS    PIC X(02) VALUE SPACES.
006900 77  WS-SETRPT-STATUS    PIC X(02) VALUE SPACES.
007000 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
007100 77  WS-TRAN-COUNT       PIC 9(8) COMP VALUE 0.
007200 77  WS-APPLIED-COUNT    PIC 9(8) COMP VALUE 0.
007300 77  WS-REJECT-COUNT     PIC 9(8) COMP VALUE 0.
007400 77  WS-LISTED-COUNT     PIC 9(8) COMP VALUE 0.
007500 77  WS-ACTIVE-COUNT     PIC 9(8) COMP VALUE 0.
007600 77  WS-RETIRED-COUNT    PIC 9(8) COMP VALUE 0.
007700 77  WS-COMMA-COUNT      PIC 9(4) COMP VALUE 0.
007800 77  WS-REJECT-REASON    PIC X(28) VALUE SPACES.
007900
008000 01  WS-SWITCHES.
008100     05  WS-FATAL-SW     PIC X(01) VALUE "N".
008200         88  WS-FATAL                VALUE "Y".
008300         88  WS-NOT-FATAL            VALUE "N".
008400     05  WS-SETTRAN-EOF-SW PIC X(01) VALUE "N".
008500         88  WS-SETTRAN-EOF          VALUE "Y".
008600         88  WS-SETTRAN-NOT-EOF      VALUE "N".
008700     05  WS-SETREG-EOF-SW PIC X(01) VALUE "N".
008800         88  WS-SETREG-EOF           VALUE "Y".
008900         88  WS-SETREG-NOT-EOF       VALUE "N".
009000     05  WS-TRAN-OK-SW   PIC X(01) VALUE "Y".
009100         88  WS-TRAN-OK              VALUE "Y".
009200         88  WS-TRAN-REJECTED        VALUE "N".
009300     05  WS-TRAN-FILE-SW PIC X(01) VALUE "Y".
009400         88  WS-TRAN-FILE-PRESENT    VALUE "Y".
009500         88  WS-TRAN-FILE-ABSENT     VALUE "N".
009600
009700*--------------------------------------------------------------
009800* REGISTER REPORT LINES
009900*--------------------------------------------------------------
010000 01  SET-HEADING-1.
010100     05  FILLER          PIC X(46) VALUE
010200         "SETMAINT - ARRAY SET REGISTRY MAINTENANCE ON  ".
010300     05  SET-H1-DATE     PIC 9(08).
010400 01  SET-TRAN-HEADING.
010500     05  FILLER          PIC X(10) VALUE "ACT SET".
010600     05  FILLER          PIC X(22) VALUE "NAME".
010700     05  FILLER          PIC X(22) VALUE "OWNER".
010800     05  FILLER          PIC X(10) VALUE " MIN CNT".
010850     05  FILLER          PIC X(10) VALUE " MAX CNT".
010900     05  FILLER          PIC X(10) VALUE "   FLOOR".
010950     05  FILLER          PIC X(10) VALUE " CEILING".
010960     05  FILLER          PIC X(06) VALUE "RESULT".
011000 01  SET-TRAN-LINE.
011100     05  SET-TRN-ACTION  PIC X(01).
011200     05  FILLER          PIC X(03) VALUE SPACES.
011300     05  SET-TRN-SET     PIC 9(04).
011400     05  FILLER          PIC X(02) VALUE SPACES.
011500     05  SET-TRN-NAME    PIC X(20).
011600     05  FILLER          PIC X(02) VALUE SPACES.
011700     05  SET-TRN-OWNER   PIC X(20).
011800     05  FILLER          PIC X(02) VALUE SPACES.
011900     05  SET-TRN-MIN     PIC Z(07)9.
012000     05  FILLER          PIC X(02) VALUE SPACES.
012100     05  SET-TRN-MAX     PIC Z(07)9.
012200     05  FILLER          PIC X(02) VALUE SPACES.
012300     05  SET-TRN-FLOOR   PIC Z(07)9.
012400     05  FILLER          PIC X(02) VALUE SPACES.
012500     05  SET-TRN-CEILING PIC Z(07)9.
012600     05  FILLER          PIC X(02) VALUE SPACES.
012700     05  SET-TRN-RESULT  PIC X(36).
012800 01  SET-LIST-HEADING.
012900     05  FILLER          PIC X(05) VALUE "SET".
013000     05  FILLER          PIC X(21) VALUE "NAME".
013050     05  FILLER          PIC X(21) VALUE "OWNER".
013100     05  FILLER          PIC X(08) VALUE "STATUS".
013150     05  FILLER          PIC X(09) VALUE " MIN CNT".
013200     05  FILLER          PIC X(09) VALUE " MAX CNT".
013250     05  FILLER          PIC X(09) VALUE "   FLOOR".
013300     05  FILLER          PIC X(09) VALUE " CEILING".
013350     05  FILLER          PIC X(11) VALUE "DESCRIPTION".
013400 01  SET-LIST-LINE.
013500     05  SET-LST-SET     PIC 9(04).
013600     05  FILLER          PIC X(01) VALUE SPACES.
013700     05  SET-LST-NAME    PIC X(20).
013800     05  FILLER          PIC X(01) VALUE SPACES.
013900     05  SET-LST-OWNER   PIC X(20).
014000     05  FILLER          PIC X(01) VALUE SPACES.
014100     05  SET-LST-STATUS  PIC X(07).
014200     05  FILLER          PIC X(01) VALUE SPACES.
014300     05  SET-LST-MIN     PIC Z(07)9.
014400     05  FILLER          PIC X(01) VALUE SPACES.
014500     05  SET-LST-MAX     PIC Z(07)9.
014600     05  FILLER          PIC X(01) VALUE SPACES.
014700     05  SET-LST-FLOOR   PIC Z(07)9.
014800     05  FILLER          PIC X(01) VALUE SPACES.
014900     05  SET-LST-CEILING PIC Z(07)9.
015000     05  FILLER          PIC X(01) VALUE SPACES.
015100     05  SET-LST-DESC    PIC X(40).
015200 01  SET-TOTAL-LINE.
015300     05  SET-TOT-LABEL   PIC X(24).
015400     05  SET-TOT-COUNT   PIC Z(07)9.
015500 01  SET-MESSAGE-LINE    PIC X(80).
015600
015700 PROCEDURE DIVISION.
015800*--------------------------------------------------------------
015900* 0000-MAINLINE
016000*--------------------------------------------------------------
016100 0000-MAINLINE.
016200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016300
016400     PERFORM 1000-OPEN-FILES
016500         THRU 1000-OPEN-FILES-EXIT.
016600     IF WS-FATAL
016700         MOVE 16 TO RETURN-CODE
016800         GO TO 9999-EXIT
016900     END-IF.
017000
017100     IF WS-TRAN-FILE-PRESENT
017200         PERFORM 2000-PROCESS-TRANSACTIONS
017300             THRU 2000-PROCESS-TRANSACTIONS-EXIT
017400         CLOSE SETTRAN
017500     END-IF.
017600
017700     PERFORM 7000-LIST-REGISTRY
017800         THRU 7000-LIST-REGISTRY-EXIT.
017900
018000     PERFORM 8000-WRITE-RECONCILIATION
018100         THRU 8000-WRITE-RECONCILIATION-EXIT.
018200
018300     CLOSE SETREG.
018400     CLOSE SETRPT.
018500
018600     IF WS-REJECT-COUNT > 0
018700         MOVE 8 TO RETURN-CODE
018800     END-IF.
018900     GO TO 9999-EXIT.
019000
019100*--------------------------------------------------------------
019200* 1000-OPEN-FILES - THE REGISTRY AND THE REPORT MUST OPEN.
019300*                   SETREG IS CREATED THE FIRST TIME THROUGH.
019400*                   NO SETTRAN IS NOT AN ERROR - THE RUN
019500*                   JUST LISTS THE REGISTRY.
019600*--------------------------------------------------------------
019700 1000-OPEN-FILES.
019800     OPEN OUTPUT SETRPT.
019900     IF WS-SETRPT-STATUS NOT = "00"
020000         DISPLAY "SETMAINT - UNABLE TO OPEN SETRPT, STATUS = "
020100             WS-SETRPT-STATUS
020200         SET WS-FATAL TO TRUE
020300         GO TO 1000-OPEN-FILES-EXIT
020400     END-IF.
020500     MOVE WS-RUN-DATE TO SET-H1-DATE.
020600     WRITE SETRPT-LINE FROM SET-HEADING-1.
020700     MOVE SPACES TO SETRPT-LINE.
020800     WRITE SETRPT-LINE.
020900
021000     OPEN I-O SETREG.
021100     IF WS-SETREG-STATUS = "35"
021200         OPEN OUTPUT SETREG
021300         CLOSE SETREG
021400         OPEN I-O SETREG
021500     END-IF.
021600     IF WS-SETREG-STATUS NOT = "00"
021700         DISPLAY "SETMAINT - UNABLE TO OPEN SETREG, STATUS = "
021800             WS-SETREG-STATUS
021900         SET WS-FATAL TO TRUE
022000         GO TO 1000-OPEN-FILES-EXIT
022100     END-IF.
022200
022300     OPEN INPUT SETTRAN.
022400     IF WS-SETTRAN-STATUS NOT = "00"
022500         SET WS-TRAN-FILE-ABSENT TO TRUE
022600         MOVE "*** NO SETTRAN TRANSACTIONS - REGISTRY LISTED ONLY"
022700             TO SET-MESSAGE-LINE
022800         WRITE SETRPT-LINE FROM SET-MESSAGE-LINE
022900         DISPLAY "SETMAINT - NO SETTRAN, STATUS = "
023000             WS-SETTRAN-STATUS " - LISTING ONLY"
023100         GO TO 1000-OPEN-FILES-EXIT
023200     END-IF.
023300     WRITE SETRPT-LINE FROM SET-TRAN-HEADING.
023400 1000-OPEN-FILES-EXIT.
023500     EXIT.
023600
023700*--------------------------------------------------------------
023800* 2000-PROCESS-TRANSACTIONS - APPLY EVERY SETTRAN RECORD
023900*--------------------------------------------------------------
024000 2000-PROCESS-TRANSACTIONS.
024100     PERFORM 2100-APPLY-ONE-TRANSACTION
024200         THRU 2100-APPLY-ONE-TRANSACTION-EXIT
024300         UNTIL WS-SETTRAN-EOF.
024400 2000-PROCESS-TRANSACTIONS-EXIT.
024500     EXIT.
024600
024700 2100-APPLY-ONE-TRANSACTION.
024800     READ SETTRAN
024900         AT END
025000             SET WS-SETTRAN-EOF TO TRUE
025100             GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
025200     END-READ.
025300     ADD 1 TO WS-TRAN-COUNT.
025400     SET WS-TRAN-OK TO TRUE.
025500
025600     IF SETT-SET-ID IS NOT NUMERIC OR SETT-SET-ID = 0
025700         MOVE "SET ID NOT NUMERIC OR ZERO" TO WS-REJECT-REASON
025800         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
025900         GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
026000     END-IF.
026100
026200     EVALUATE TRUE
026300         WHEN SETT-ADD
026400             PERFORM 3000-APPLY-ADD
026500                 THRU 3000-APPLY-ADD-EXIT
026600         WHEN SETT-CHANGE
026700             PERFORM 3100-APPLY-CHANGE
026800                 THRU 3100-APPLY-CHANGE-EXIT
026900         WHEN SETT-RETIRE
027000             PERFORM 3200-APPLY-RETIRE
027100                 THRU 3200-APPLY-RETIRE-EXIT
027200         WHEN SETT-REINSTATE
027300             PERFORM 3300-APPLY-REINSTATE
027400                 THRU 3300-APPLY-REINSTATE-EXIT
027500         WHEN OTHER
027600             MOVE "ACTION NOT A, C, R OR I" TO WS-REJECT-REASON
027700             PERFORM 5100-LOG-REJECT
027800                 THRU 5100-LOG-REJECT-EXIT
027900     END-EVALUATE.
028000 2100-APPLY-ONE-TRANSACTION-EXIT.
028100     EXIT.
028200
028300*--------------------------------------------------------------
028400* 2200-EDIT-SET-IMAGE - AN ADD OR CHANGE CARRIES THE WHOLE
028500*                       REGISTRY IMAGE. NAME AND OWNER ARE
028600*                       REQUIRED AND COMMA-FREE, THE LIMITS
028700*                       MUST BE NUMERIC, THE COUNT RANGE MUST
028800*                       ALLOW AT LEAST ONE ELEMENT AND NEITHER
028900*                       RANGE MAY BE UPSIDE DOWN.
029000*--------------------------------------------------------------
029100 2200-EDIT-SET-IMAGE.
029200     IF SETT-SET-NAME = SPACES OR SETT-OWNER = SPACES
029300         MOVE "NAME AND OWNER ARE REQUIRED" TO WS-REJECT-REASON
029400         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
029500         GO TO 2200-EDIT-SET-IMAGE-EXIT
029600     END-IF.
029700
029800     MOVE 0 TO WS-COMMA-COUNT.
029900     INSPECT SETT-SET-NAME TALLYING WS-COMMA-COUNT FOR ALL ",".
030000     INSPECT SETT-OWNER TALLYING WS-COMMA-COUNT FOR ALL ",".
030100     IF WS-COMMA-COUNT > 0
030200         MOVE "NAME OR OWNER CARRIES A COMMA" TO WS-REJECT-REASON
030300         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
030400         GO TO 2200-EDIT-SET-IMAGE-EXIT
030500     END-IF.
030600
030700     IF SETT-MIN-COUNT IS NOT NUMERIC
030800         OR SETT-MAX-COUNT IS NOT NUMERIC
030900         OR SETT-VALUE-FLOOR IS NOT NUMERIC
031000         OR SETT-VALUE-CEILING IS NOT NUMERIC
031100         MOVE "LIMITS NOT NUMERIC" TO WS-REJECT-REASON
031200         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
031300         GO TO 2200-EDIT-SET-IMAGE-EXIT
031400     END-IF.
031500
031600     IF SETT-MAX-COUNT = 0
031700         OR SETT-MIN-COUNT > SETT-MAX-COUNT
031800         MOVE "COUNT RANGE INVALID" TO WS-REJECT-REASON
031900         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
032000         GO TO 2200-EDIT-SET-IMAGE-EXIT
032100     END-IF.
032200
032300     IF SETT-VALUE-FLOOR > SETT-VALUE-CEILING
032400         MOVE "FLOOR ABOVE CEILING" TO WS-REJECT-REASON
032500         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
032600     END-IF.
032700 2200-EDIT-SET-IMAGE-EXIT.
032800     EXIT.
032900
033000*--------------------------------------------------------------
033100* 3000-APPLY-ADD - REGISTER A NEW SET, ACTIVE FROM TODAY
033200*--------------------------------------------------------------
033300 3000-APPLY-ADD.
033400     PERFORM 2200-EDIT-SET-IMAGE
033500         THRU 2200-EDIT-SET-IMAGE-EXIT.
033600     IF WS-TRAN-REJECTED
033700         GO TO 3000-APPLY-ADD-EXIT
033800     END-IF.
033900
034000     MOVE SETT-SET-ID TO SETR-SET-ID.
034100     MOVE SETT-SET-NAME TO SETR-SET-NAME.
034200     MOVE SETT-DESCRIPTION TO SETR-DESCRIPTION.
034300     MOVE SETT-OWNER TO SETR-OWNER.
034400     SET SETR-ACTIVE TO TRUE.
034500     MOVE SETT-MIN-COUNT TO SETR-MIN-COUNT.
034600     MOVE SETT-MAX-COUNT TO SETR-MAX-COUNT.
034700     MOVE SETT-VALUE-FLOOR TO SETR-VALUE-FLOOR.
034800     MOVE SETT-VALUE-CEILING TO SETR-VALUE-CEILING.
034900     MOVE WS-RUN-DATE TO SETR-MAINT-DATE.
035000     WRITE SETR-RECORD
035100         INVALID KEY
035200             MOVE "SET ALREADY REGISTERED" TO WS-REJECT-REASON
035300             PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
035400             GO TO 3000-APPLY-ADD-EXIT
035500     END-WRITE.
035600
035700     ADD 1 TO WS-APPLIED-COUNT.
035800     MOVE "REGISTERED" TO SET-TRN-RESULT.
035900     PERFORM 5000-WRITE-REGISTRY-LINE
036000         THRU 5000-WRITE-REGISTRY-LINE-EXIT.
036100 3000-APPLY-ADD-EXIT.
036200     EXIT.
036300
036400*--------------------------------------------------------------
036500* 3100-APPLY-CHANGE - REPLACE THE IMAGE OF A REGISTERED SET,
036600*                     PRINTING THE BEFORE IMAGE FIRST. THE
036700*                     ACTIVE/RETIRED FLAG IS NOT TOUCHED.
036800*--------------------------------------------------------------
036900 3100-APPLY-CHANGE.
037000     PERFORM 2200-EDIT-SET-IMAGE
037100         THRU 2200-EDIT-SET-IMAGE-EXIT.
037200     IF WS-TRAN-REJECTED
037300         GO TO 3100-APPLY-CHANGE-EXIT
037400     END-IF.
037500
037600     MOVE SETT-SET-ID TO SETR-SET-ID.
037700     READ SETREG
037800         INVALID KEY
037900             MOVE "SET NOT REGISTERED" TO WS-REJECT-REASON
038000             PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
038100             GO TO 3100-APPLY-CHANGE-EXIT
038200     END-READ.
038300     MOVE "BEFORE IMAGE" TO SET-TRN-RESULT.
038400     PERFORM 5000-WRITE-REGISTRY-LINE
038500         THRU 5000-WRITE-REGISTRY-LINE-EXIT.
038600
038700     MOVE SETT-SET-NAME TO SETR-SET-NAME.
038800     MOVE SETT-DESCRIPTION TO SETR-DESCRIPTION.
038900     MOVE SETT-OWNER TO SETR-OWNER.
039000     MOVE SETT-MIN-COUNT TO SETR-MIN-COUNT.
039100     MOVE SETT-MAX-COUNT TO SETR-MAX-COUNT.
039200     MOVE SETT-VALUE-FLOOR TO SETR-VALUE-FLOOR.
039300     MOVE SETT-VALUE-CEILING TO SETR-VALUE-CEILING.
039400     MOVE WS-RUN-DATE TO SETR-MAINT-DATE.
039500     REWRITE SETR-RECORD
039600         INVALID KEY
039700             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
039800             PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
039900             GO TO 3100-APPLY-CHANGE-EXIT
040000     END-REWRITE.
040100
040200     ADD 1 TO WS-APPLIED-COUNT.
040300     MOVE "CHANGED" TO SET-TRN-RESULT.
040400     PERFORM 5000-WRITE-REGISTRY-LINE
040500         THRU 5000-WRITE-REGISTRY-LINE-EXIT.
040600 3100-APPLY-CHANGE-EXIT.
040700     EXIT.
040800
040900*--------------------------------------------------------------
041000* 3200-APPLY-RETIRE - RETIRE AN ACTIVE SET. ARREDIT REJECTS
041100*                     A RETIRED SET FROM THE NEXT FEED ON.
041200*--------------------------------------------------------------
041300 3200-APPLY-RETIRE.
041400     MOVE SETT-SET-ID TO SETR-SET-ID.
041500     READ SETREG
041600         INVALID KEY
041700             MOVE "SET NOT REGISTERED" TO WS-REJECT-REASON
041800             PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
041900             GO TO 3200-APPLY-RETIRE-EXIT
042000     END-READ.
042100     IF SETR-RETIRED
042200         MOVE "SET ALREADY RETIRED" TO WS-REJECT-REASON
042300         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
042400         GO TO 3200-APPLY-RETIRE-EXIT
042500     END-IF.
042600
042700     SET SETR-RETIRED TO TRUE.
042800     MOVE WS-RUN-DATE TO SETR-MAINT-DATE.
042900     REWRITE SETR-RECORD
043000         INVALID KEY
043100             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
043200             PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
043300             GO TO 3200-APPLY-RETIRE-EXIT
043400     END-REWRITE.
043500
043600     ADD 1 TO WS-APPLIED-COUNT.
043700     MOVE "RETIRED" TO SET-TRN-RESULT.
043800     PERFORM 5000-WRITE-REGISTRY-LINE
043900         THRU 5000-WRITE-REGISTRY-LINE-EXIT.
044000 3200-APPLY-RETIRE-EXIT.
044100     EXIT.
044200
044300*--------------------------------------------------------------
044400* 3300-APPLY-REINSTATE - RETURN A RETIRED SET TO ACTIVE
044500*--------------------------------------------------------------
044600 3300-APPLY-REINSTATE.
044700     MOVE SETT-SET-ID TO SETR-SET-ID.
044800     READ SETREG
044900         INVALID KEY
045000             MOVE "SET NOT REGISTERED" TO WS-REJECT-REASON
045100             PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
045200             GO TO 3300-APPLY-REINSTATE-EXIT
045300     END-READ.
045400     IF SETR-ACTIVE
045500         MOVE "SET ALREADY ACTIVE" TO WS-REJECT-REASON
045600         PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
045700         GO TO 3300-APPLY-REINSTATE-EXIT
045800     END-IF.
045900
046000     SET SETR-ACTIVE TO TRUE.
046100     MOVE WS-RUN-DATE TO SETR-MAINT-DATE.
046200     REWRITE SETR-RECORD
046300         INVALID KEY
046400             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
046500             PERFORM 5100-LOG-REJECT THRU 5100-LOG-REJECT-EXIT
046600             GO TO 3300-APPLY-REINSTATE-EXIT
046700     END-REWRITE.
046800
046900     ADD 1 TO WS-APPLIED-COUNT.
047000     MOVE "REINSTATED" TO SET-TRN-RESULT.
047100     PERFORM 5000-WRITE-REGISTRY-LINE
047200         THRU 5000-WRITE-REGISTRY-LINE-EXIT.
047300 3300-APPLY-REINSTATE-EXIT.
047400     EXIT.
047500
047600*--------------------------------------------------------------
047700* 5000-WRITE-REGISTRY-LINE - PRINT ONE TRANSACTION LINE FROM
047800*                            THE REGISTRY RECORD IN HAND. THE
047900*                            CALLER FILLS THE RESULT FIRST.
048000*--------------------------------------------------------------
048100 5000-WRITE-REGISTRY-LINE.
048200     MOVE SETT-ACTION TO SET-TRN-ACTION.
048300     MOVE SETR-SET-ID TO SET-TRN-SET.
048400     MOVE SETR-SET-NAME TO SET-TRN-NAME.
048500     MOVE SETR-OWNER TO SET-TRN-OWNER.
048600     MOVE SETR-MIN-COUNT TO SET-TRN-MIN.
048700     MOVE SETR-MAX-COUNT TO SET-TRN-MAX.
048800     MOVE SETR-VALUE-FLOOR TO SET-TRN-FLOOR.
048900     MOVE SETR-VALUE-CEILING TO SET-TRN-CEILING.
049000     WRITE SETRPT-LINE FROM SET-TRAN-LINE.
049100 5000-WRITE-REGISTRY-LINE-EXIT.
049200     EXIT.
049300
049400*--------------------------------------------------------------
049500* 5100-LOG-REJECT - PRINT A TRANSACTION THAT COULD NOT BE
049600*                   APPLIED, AS KEYED, WITH THE REASON. THE
049700*                   CALLER FILLS WS-REJECT-REASON FIRST.
049800*--------------------------------------------------------------
049900 5100-LOG-REJECT.
050000     SET WS-TRAN-REJECTED TO TRUE.
050100     ADD 1 TO WS-REJECT-COUNT.
050200     MOVE SETT-ACTION TO SET-TRN-ACTION.
050300     IF SETT-SET-ID IS NUMERIC
050400         MOVE SETT-SET-ID TO SET-TRN-SET
050500     ELSE
050600         MOVE 0 TO SET-TRN-SET
050700     END-IF.
050800     MOVE SETT-SET-NAME TO SET-TRN-NAME.
050900     MOVE SETT-OWNER TO SET-TRN-OWNER.
051000     MOVE 0 TO SET-TRN-MIN.
051100     MOVE 0 TO SET-TRN-MAX.
051200     MOVE 0 TO SET-TRN-FLOOR.
051300     MOVE 0 TO SET-TRN-CEILING.
051400     IF SETT-MIN-COUNT IS NUMERIC
051500         MOVE SETT-MIN-COUNT TO SET-TRN-MIN
051600     END-IF.
051700     IF SETT-MAX-COUNT IS NUMERIC
051800         MOVE SETT-MAX-COUNT TO SET-TRN-MAX
051900     END-IF.
052000     IF SETT-VALUE-FLOOR IS NUMERIC
052100         MOVE SETT-VALUE-FLOOR TO SET-TRN-FLOOR
052200     END-IF.
052300     IF SETT-VALUE-CEILING IS NUMERIC
052400         MOVE SETT-VALUE-CEILING TO SET-TRN-CEILING
052500     END-IF.
052600     MOVE SPACES TO SET-TRN-RESULT.
052700     STRING "REJECTED - " WS-REJECT-REASON
052800         DELIMITED BY SIZE INTO SET-TRN-RESULT.
052900     WRITE SETRPT-LINE FROM SET-TRAN-LINE.
053000     DISPLAY "SETMAINT - TRANSACTION " WS-TRAN-COUNT
053100         " REJECTED - ACTION " SETT-ACTION
053200         " SET " SETT-SET-ID " - " WS-REJECT-REASON.
053300 5100-LOG-REJECT-EXIT.
053400     EXIT.
053500
053600*--------------------------------------------------------------
053700* 7000-LIST-REGISTRY - PRINT EVERY REGISTERED SET IN KEY ORDER
053800*                      AS IT STANDS AFTER THE MAINTENANCE
053900*--------------------------------------------------------------
054000 7000-LIST-REGISTRY.
054100     MOVE SPACES TO SETRPT-LINE.
054200     WRITE SETRPT-LINE.
054300     MOVE "REGISTRY AFTER MAINTENANCE:" TO SET-MESSAGE-LINE.
054400     WRITE SETRPT-LINE FROM SET-MESSAGE-LINE.
054500     WRITE SETRPT-LINE FROM SET-LIST-HEADING.
054600
054700     MOVE 0 TO SETR-SET-ID.
054800     START SETREG KEY IS NOT LESS THAN SETR-SET-ID
054900         INVALID KEY
055000             MOVE "  REGISTRY IS EMPTY" TO SET-MESSAGE-LINE
055100             WRITE SETRPT-LINE FROM SET-MESSAGE-LINE
055200             GO TO 7000-LIST-REGISTRY-EXIT
055300     END-START.
055400     SET WS-SETREG-NOT-EOF TO TRUE.
055500     PERFORM 7100-LIST-ONE-SET
055600         THRU 7100-LIST-ONE-SET-EXIT
055700         UNTIL WS-SETREG-EOF.
055800 7000-LIST-REGISTRY-EXIT.
055900     EXIT.
056000
056100 7100-LIST-ONE-SET.
056200     READ SETREG NEXT RECORD
056300         AT END
056400             SET WS-SETREG-EOF TO TRUE
056500             GO TO 7100-LIST-ONE-SET-EXIT
056600     END-READ.
056700     ADD 1 TO WS-LISTED-COUNT.
056800     MOVE SETR-SET-ID TO SET-LST-SET.
056900     MOVE SETR-SET-NAME TO SET-LST-NAME.
057000     MOVE SETR-OWNER TO SET-LST-OWNER.
057100     IF SETR-ACTIVE
057200         MOVE "ACTIVE" TO SET-LST-STATUS
057300         ADD 1 TO WS-ACTIVE-COUNT
057400     ELSE
057500         MOVE "RETIRED" TO SET-LST-STATUS
057600         ADD 1 TO WS-RETIRED-COUNT
057700     END-IF.
057800     MOVE SETR-MIN-COUNT TO SET-LST-MIN.
057900     MOVE SETR-MAX-COUNT TO SET-LST-MAX.
058000     MOVE SETR-VALUE-FLOOR TO SET-LST-FLOOR.
058100     MOVE SETR-VALUE-CEILING TO SET-LST-CEILING.
058200     MOVE SETR-DESCRIPTION TO SET-LST-DESC.
058300     WRITE SETRPT-LINE FROM SET-LIST-LINE.
058400 7100-LIST-ONE-SET-EXIT.
058500     EXIT.
058600
058700*--------------------------------------------------------------
058800* 8000-WRITE-RECONCILIATION - END-OF-RUN CONTROL TOTALS
058900*--------------------------------------------------------------
059000 8000-WRITE-RECONCILIATION.
059100     MOVE SPACES TO SETRPT-LINE.
059200     WRITE SETRPT-LINE.
059300     MOVE "TRANSACTIONS READ ......" TO SET-TOT-LABEL.
059400     MOVE WS-TRAN-COUNT TO SET-TOT-COUNT.
059500     WRITE SETRPT-LINE FROM SET-TOTAL-LINE.
059600     MOVE "TRANSACTIONS APPLIED ..." TO SET-TOT-LABEL.
059700     MOVE WS-APPLIED-COUNT TO SET-TOT-COUNT.
059800     WRITE SETRPT-LINE FROM SET-TOTAL-LINE.
059900     MOVE "TRANSACTIONS REJECTED .." TO SET-TOT-LABEL.
060000     MOVE WS-REJECT-COUNT TO SET-TOT-COUNT.
060100     WRITE SETRPT-LINE FROM SET-TOTAL-LINE.
060200     MOVE "SETS ACTIVE ............" TO SET-TOT-LABEL.
060300     MOVE WS-ACTIVE-COUNT TO SET-TOT-COUNT.
060400     WRITE SETRPT-LINE FROM SET-TOTAL-LINE.
060500     MOVE "SETS RETIRED ..........." TO SET-TOT-LABEL.
060600     MOVE WS-RETIRED-COUNT TO SET-TOT-COUNT.
060700     WRITE SETRPT-LINE FROM SET-TOTAL-LINE.
060800
060900     DISPLAY "SETMAINT - REGISTRY MAINTENANCE RECONCILIATION".
061000     DISPLAY "TRANSACTIONS READ ..... " WS-TRAN-COUNT.
061100     DISPLAY "TRANSACTIONS APPLIED .. " WS-APPLIED-COUNT.
061200     DISPLAY "TRANSACTIONS REJECTED . " WS-REJECT-COUNT.
061300     DISPLAY "SETS REGISTERED NOW ... " WS-LISTED-COUNT.
061400 8000-WRITE-RECONCILIATION-EXIT.
061500     EXIT.
061600
061700*--------------------------------------------------------------
061800* 9999-EXIT - COMMON PROGRAM EXIT
061900*--------------------------------------------------------------
062000 9999-EXIT.
062100     STOP RUN.
