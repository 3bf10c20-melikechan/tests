000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ARRDELTA.
000300 AUTHOR.         R HALVORSEN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   2026-09-28.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-09-28 RH   ORIGINAL VERSION. PRE-LOAD DELTA STEP, RUN
001100*                 BETWEEN THE ARREDIT EDIT AND THE MAX-FINDER.
001200*                 EVERY SET IN THE VALIDATED ARRVAL FEED IS
001300*                 MATCHED AGAINST THE SAME SET ON THE CURRENT
001400*                 ARRMSTR, ELEMENT BY ELEMENT BY SEQUENCE, AND
001500*                 THE DELTA REPORT (ARRDRPT) SHOWS THE ELEMENTS
001600*                 ADDED, REMOVED AND CHANGED AND THE PERCENTAGE
001700*                 OF THE SET THAT CHANGED. A SET THAT CHANGED
001800*                 MORE THAN THE DELTA-PCT CONTROL CARD ALLOWS IS
001900*                 HELD - AS IS A SET ON ARRMSTR THAT IS MISSING
002000*                 FROM THE FEED ALTOGETHER, WHEN A CEILING IS
002100*                 SET. THE STEP WRITES ARRLOAD, THE FEED THE
002200*                 MAX-FINDER LOADS: ACCEPTED SETS AS RECEIVED,
002300*                 HELD SETS AS THEY STAND ON ARRMSTR TODAY, SO
002400*                 THE RELOAD LEAVES A HELD SET UNTOUCHED. A SET
002500*                 NOT YET ON ARRMSTR HAS NO BASE TO COMPARE
002600*                 WITH AND LOADS AS NEW. ANY HELD SET ENDS THE
002700*                 STEP WITH RETURN CODE 4 - STEPDEF CARRIES A
002800*                 MAXIMUM RC OF 4 FOR THE STEP SO THE OTHER
002900*                 SETS STILL LOAD. AN OPERATOR RELEASES A HELD
003000*                 SET BY RERUNNING THE STEP WITH A RELEASE=NNNN
003100*                 PARM TOKEN (UP TO FIVE); A RELEASED SET LOADS
003200*                 AS RECEIVED, OR DROPS OFF IF IT WAS MISSING
003300*                 FROM THE FEED. NO DELTA-PCT CARD MEANS THE
003400*                 CEILING IS OFF AND EVERY SET LOADS.
003500*--------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ARRVAL ASSIGN TO "ARRVAL"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-ARRVAL-STATUS.
004300     SELECT ARRMSTR ASSIGN TO "ARRMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ARRMSTR-KEY
004700         FILE STATUS IS WS-ARRMSTR-STATUS.
004800     SELECT ARRLOAD ASSIGN TO "ARRLOAD"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-ARRLOAD-STATUS.
005100     SELECT ARRDRPT ASSIGN TO "ARRDRPT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-ARRDRPT-STATUS.
005400     SELECT PARMCRD ASSIGN TO "PARMCRD"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PARMCRD-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ARRVAL
006100     RECORDING MODE IS F
006200     BLOCK CONTAINS 0 RECORDS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY ARRREC.
006500
006600 FD  ARRMSTR
006700     RECORDING MODE IS F
006800     BLOCK CONTAINS 0 RECORDS
006900     LABEL RECORDS ARE STANDARD.
007000     COPY ARRMREC.
007100
007200 FD  ARRLOAD
007300     RECORDING MODE IS F
007400     BLOCK CONTAINS 0 RECORDS
007500     LABEL RECORDS ARE STANDARD.
007600 01  ARRLOAD-RECORD.
007700     05  ARRLOAD-SET-ID          PIC 9(04).
007800     05  ARRLOAD-VALUE           PIC 9(08).
007900
008000 FD  ARRDRPT
008100     RECORDING MODE IS F
008200     BLOCK CONTAINS 0 RECORDS
008300     LABEL RECORDS ARE STANDARD.
008400 01  ARRDRPT-LINE                PIC X(132).
008500
008600 FD  PARMCRD
008700     RECORDING MODE IS F
008800     BLOCK CONTAINS 0 RECORDS
008900     LABEL RECORDS ARE STANDARD.
009000     COPY PARMREC.
009100
009200 WORKING-STORAGE SECTION.
009300*--------------------------------------------------------------
009400* DELTA WORK AREAS
009500*--------------------------------------------------------------
009600 77  WS-ARRVAL-STATUS    PIC X(02) VALUE SPACES.
009700 77  WS-ARRMSTR-STATUS   PIC X(02) VALUE SPACES.
009800 77  WS-ARRLOAD-STATUS   PIC X(02) VALUE SPACES.
009900 77  WS-ARRDRPT-STATUS   PIC X(02) VALUE SPACES.
010000 77  WS-PARMCRD-STATUS   PIC X(02) VALUE SPACES.
010100 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
010200 77  WS-DELTA-LIMIT      PIC 9(4) COMP VALUE 9999.
010300 77  WS-CUR-SET          PIC 9(4) VALUE 0.
010400 77  WS-FEED-N           PIC 9(8) VALUE 0.
010500 77  WS-ELEM-IX          PIC 9(8) COMP VALUE 0.
010600 77  WS-SET-COUNT        PIC 9(4) COMP VALUE 0.
010700 77  WS-MASTER-SETS      PIC 9(4) COMP VALUE 0.
010800 77  WS-SET-IX           PIC 9(4) COMP VALUE 0.
010900 77  WS-MSTR-IX          PIC 9(4) COMP VALUE 0.
011000 77  WS-RELEASE-COUNT    PIC 9(4) COMP VALUE 0.
011100 77  WS-RELEASE-IX       PIC 9(4) COMP VALUE 0.
011200 77  WS-CHANGED-TOTAL    PIC 9(8) COMP VALUE 0.
011300 77  WS-BASE-N           PIC 9(8) COMP VALUE 0.
011400 77  WS-SETS-LOADED      PIC 9(8) COMP VALUE 0.
011500 77  WS-SETS-NEW         PIC 9(8) COMP VALUE 0.
011600 77  WS-SETS-HELD        PIC 9(8) COMP VALUE 0.
011700 77  WS-SETS-RELEASED    PIC 9(8) COMP VALUE 0.
011800 77  WS-SETS-DROPPED     PIC 9(8) COMP VALUE 0.
011900 77  WS-TOT-ADDED        PIC 9(8) COMP VALUE 0.
012000 77  WS-TOT-REMOVED      PIC 9(8) COMP VALUE 0.
012100 77  WS-TOT-CHANGED      PIC 9(8) COMP VALUE 0.
012200 77  WS-PARM-LINE        PIC X(80) VALUE SPACES.
012300 77  WS-PARM-KEYWORD     PIC X(08) VALUE SPACES.
012400 77  WS-PARM-VALUE-X     PIC X(16) VALUE SPACES.
012500 77  WS-PARM-NUMBER      PIC 9(16) COMP VALUE 0.
012600 77  WS-ONE-DIGIT        PIC 9(1) VALUE 0.
012700 77  WS-TOKEN-IX         PIC 9(4) COMP VALUE 0.
012800 77  WS-DIGIT-IX         PIC 9(4) COMP VALUE 0.
012900
013000 01  WS-PARM-TOKENS.
013100     05  WS-PARM-TOKEN   PIC X(24) OCCURS 7 TIMES.
013200
013300 01  WS-RELEASE-TABLE.
013400     05  WS-RELEASE-SET  PIC 9(04) OCCURS 5 TIMES.
013500
013600*--------------------------------------------------------------
013700* SET TABLE - EVERY SET ON THE CURRENT ARRMSTR (LOADED FIRST, IN
013800* SET ORDER FROM THE SEQUENCE-0 CONTROL RECORDS) PLUS EVERY SET
013900* IN THE FEED THAT IS NOT ON ARRMSTR YET
014000*--------------------------------------------------------------
014100 01  WS-SET-TABLE.
014200     05  WS-SET-ENTRY OCCURS 200 TIMES.
014300         10  WS-TBL-SET-ID   PIC 9(04).
014400         10  WS-TBL-MSTR-N   PIC 9(08).
014500         10  WS-TBL-FEED-N   PIC 9(08).
014600         10  WS-TBL-ADDED    PIC 9(08).
014700         10  WS-TBL-REMOVED  PIC 9(08).
014800         10  WS-TBL-CHANGED  PIC 9(08).
014900         10  WS-TBL-PCT      PIC 9(03)V9(02).
015000         10  WS-TBL-ON-MSTR  PIC X(01).
015100             88  WS-TBL-IN-MASTER    VALUE "Y".
015200             88  WS-TBL-NOT-IN-MASTER
015300                                     VALUE "N".
015400         10  WS-TBL-IN-FEED  PIC X(01).
015500             88  WS-TBL-FED          VALUE "Y".
015600             88  WS-TBL-NOT-FED      VALUE "N".
015700         10  WS-TBL-DISP     PIC X(01).
015800             88  WS-TBL-LOAD         VALUE "L".
015900             88  WS-TBL-NEW          VALUE "N".
016000             88  WS-TBL-HOLD         VALUE "H".
016100             88  WS-TBL-RELEASE      VALUE "R".
016200             88  WS-TBL-DROP         VALUE "D".
016300
016400 01  WS-SWITCHES.
016500     05  WS-ARRVAL-EOF-SW PIC X(01) VALUE "N".
016600         88  WS-ARRVAL-EOF           VALUE "Y".
016700         88  WS-ARRVAL-NOT-EOF       VALUE "N".
016800     05  WS-ARRMSTR-EOF-SW PIC X(01) VALUE "N".
016900         88  WS-ARRMSTR-EOF          VALUE "Y".
017000         88  WS-ARRMSTR-NOT-EOF      VALUE "N".
017100     05  WS-MASTER-SW    PIC X(01) VALUE "Y".
017200         88  WS-MASTER-PRESENT       VALUE "Y".
017300         88  WS-MASTER-ABSENT        VALUE "N".
017400     05  WS-FATAL-SW     PIC X(01) VALUE "N".
017500         88  WS-FATAL                VALUE "Y".
017600         88  WS-NOT-FATAL            VALUE "N".
017700     05  WS-PARMCRD-EOF-SW PIC X(01) VALUE "N".
017800         88  WS-PARMCRD-EOF          VALUE "Y".
017900         88  WS-PARMCRD-NOT-EOF      VALUE "N".
018000     05  WS-PARM-NUM-SW  PIC X(01) VALUE "Y".
018100         88  WS-PARM-NUM-GOOD        VALUE "Y".
018200         88  WS-PARM-NUM-BAD         VALUE "N".
018300     05  WS-SET-FOUND-SW PIC X(01) VALUE "N".
018400         88  WS-SET-FOUND            VALUE "Y".
018500         88  WS-SET-NOT-FOUND        VALUE "N".
018600     05  WS-RELEASE-SW   PIC X(01) VALUE "N".
018700         88  WS-SET-RELEASED         VALUE "Y".
018800         88  WS-SET-NOT-RELEASED     VALUE "N".
018900
019000*--------------------------------------------------------------
019100* DELTA REPORT LINES
019200*--------------------------------------------------------------
019300 01  DLT-HEADING-1.
019400     05  FILLER          PIC X(39) VALUE
019500         "ARRDELTA - PRE-LOAD DELTA REPORT  DATE ".
019600     05  DLT-H1-DATE     PIC 9(08).
019700     05  FILLER          PIC X(17) VALUE "  CHANGE CEILING ".
019800     05  DLT-H1-LIMIT    PIC X(08).
019900 01  DLT-HEADING-2.
020000     05  FILLER          PIC X(06) VALUE "SET".
020100     05  FILLER          PIC X(10) VALUE " ON MASTER".
020200     05  FILLER          PIC X(10) VALUE "   IN FEED".
020300     05  FILLER          PIC X(10) VALUE "     ADDED".
020400     05  FILLER          PIC X(10) VALUE "   REMOVED".
020500     05  FILLER          PIC X(10) VALUE "   CHANGED".
020600     05  FILLER          PIC X(10) VALUE "  %CHANGED".
020700     05  FILLER          PIC X(04) VALUE SPACES.
020800     05  FILLER          PIC X(40) VALUE "DISPOSITION".
020900 01  DLT-DETAIL-LINE.
021000     05  DLT-DTL-SET     PIC 9(04).
021100     05  FILLER          PIC X(04) VALUE SPACES.
021200     05  DLT-DTL-MSTR-N  PIC Z(07)9.
021300     05  FILLER          PIC X(02) VALUE SPACES.
021400     05  DLT-DTL-FEED-N  PIC Z(07)9.
021500     05  FILLER          PIC X(02) VALUE SPACES.
021600     05  DLT-DTL-ADDED   PIC Z(07)9.
021700     05  FILLER          PIC X(02) VALUE SPACES.
021800     05  DLT-DTL-REMOVED PIC Z(07)9.
021900     05  FILLER          PIC X(02) VALUE SPACES.
022000     05  DLT-DTL-CHANGED PIC Z(07)9.
022100     05  FILLER          PIC X(04) VALUE SPACES.
022200     05  DLT-DTL-PCT     PIC ZZ9.99.
022300     05  FILLER          PIC X(04) VALUE SPACES.
022400     05  DLT-DTL-DISP    PIC X(40).
022500 01  DLT-TOTAL-LINE.
022600     05  DLT-TOT-LABEL   PIC X(24).
022700     05  DLT-TOT-COUNT   PIC Z(07)9.
022800 01  DLT-MESSAGE-LINE    PIC X(80).
022900
023000 PROCEDURE DIVISION.
023100*--------------------------------------------------------------
023200* 0000-MAINLINE
023300*--------------------------------------------------------------
023400 0000-MAINLINE.
023500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023600     PERFORM 0200-PARSE-RUN-PARM
023700         THRU 0200-PARSE-RUN-PARM-EXIT.
023800     PERFORM 0300-READ-CONTROL-CARDS
023900         THRU 0300-READ-CONTROL-CARDS-EXIT.
024000
024100     PERFORM 1000-OPEN-FILES
024200         THRU 1000-OPEN-FILES-EXIT.
024300     IF WS-FATAL
024400         MOVE 16 TO RETURN-CODE
024500         GO TO 9999-EXIT
024600     END-IF.
024700
024800     IF WS-MASTER-PRESENT
024900         PERFORM 1100-LOAD-MASTER-SETS
025000             THRU 1100-LOAD-MASTER-SETS-EXIT
025100     END-IF.
025200
025300     PERFORM 2000-COMPARE-FEED
025400         THRU 2000-COMPARE-FEED-EXIT.
025500     CLOSE ARRVAL.
025600     PERFORM 3000-DECIDE-ONE-SET
025700         THRU 3000-DECIDE-ONE-SET-EXIT
025800         VARYING WS-SET-IX FROM 1 BY 1
025900         UNTIL WS-SET-IX > WS-SET-COUNT.
026000
026100     PERFORM 4000-WRITE-LOAD-FEED
026200         THRU 4000-WRITE-LOAD-FEED-EXIT.
026300     IF WS-FATAL
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     END-IF.
026700
026800     PERFORM 8000-WRITE-REPORT-TOTALS
026900         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
027000
027100     CLOSE ARRLOAD.
027200     CLOSE ARRDRPT.
027300     IF WS-MASTER-PRESENT
027400         CLOSE ARRMSTR
027500     END-IF.
027600     IF WS-SETS-HELD > 0
027700         MOVE 4 TO RETURN-CODE
027800     END-IF.
027900     GO TO 9999-EXIT.
028000
028100*--------------------------------------------------------------
028200* 0200-PARSE-RUN-PARM - RELEASE=NNNN RELEASES A HELD SET (UP TO
028300*                       FIVE TOKENS). THE RUNID= TOKEN JOB
028400*                       CONTROL APPENDS TO EVERY STEP IS ACCEPTED
028500*                       AND NOT USED. ANYTHING ELSE IS REPORTED
028600*                       AND IGNORED.
028700*--------------------------------------------------------------
028800 0200-PARSE-RUN-PARM.
028900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
029000     MOVE SPACES TO WS-PARM-TOKENS.
029100     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
029200         INTO WS-PARM-TOKEN (1)
029300              WS-PARM-TOKEN (2)
029400              WS-PARM-TOKEN (3)
029500              WS-PARM-TOKEN (4)
029600              WS-PARM-TOKEN (5)
029700              WS-PARM-TOKEN (6)
029800              WS-PARM-TOKEN (7).
029900     PERFORM 0210-APPLY-RUN-TOKEN
030000         THRU 0210-APPLY-RUN-TOKEN-EXIT
030100         VARYING WS-TOKEN-IX FROM 1 BY 1
030200         UNTIL WS-TOKEN-IX > 7.
030300 0200-PARSE-RUN-PARM-EXIT.
030400     EXIT.
030500
030600 0210-APPLY-RUN-TOKEN.
030700     IF WS-PARM-TOKEN (WS-TOKEN-IX) = SPACES
030800         GO TO 0210-APPLY-RUN-TOKEN-EXIT
030900     END-IF.
031000
031100     MOVE SPACES TO WS-PARM-KEYWORD.
031200     MOVE SPACES TO WS-PARM-VALUE-X.
031300     UNSTRING WS-PARM-TOKEN (WS-TOKEN-IX) DELIMITED BY "="
031400         INTO WS-PARM-KEYWORD WS-PARM-VALUE-X.
031500     PERFORM 0220-CONVERT-PARM-NUMBER
031600         THRU 0220-CONVERT-PARM-NUMBER-EXIT.
031700
031800     EVALUATE TRUE
031900         WHEN WS-PARM-KEYWORD = "RELEASE" AND WS-PARM-NUM-GOOD
032000             AND WS-PARM-NUMBER NOT > 9999
032100             AND WS-RELEASE-COUNT < 5
032200             ADD 1 TO WS-RELEASE-COUNT
032300             MOVE WS-PARM-NUMBER
032400                 TO WS-RELEASE-SET (WS-RELEASE-COUNT)
032500         WHEN WS-PARM-KEYWORD = "RUNID"
032600             CONTINUE
032700         WHEN OTHER
032800             DISPLAY "ARRDELTA - PARM TOKEN IGNORED: "
032900                 WS-PARM-TOKEN (WS-TOKEN-IX)
033000     END-EVALUATE.
033100 0210-APPLY-RUN-TOKEN-EXIT.
033200     EXIT.
033300
033400 0220-CONVERT-PARM-NUMBER.
033500     MOVE 0 TO WS-PARM-NUMBER.
033600     SET WS-PARM-NUM-GOOD TO TRUE.
033700     IF WS-PARM-VALUE-X = SPACES
033800         SET WS-PARM-NUM-BAD TO TRUE
033900         GO TO 0220-CONVERT-PARM-NUMBER-EXIT
034000     END-IF.
034100     PERFORM 0225-CONVERT-ONE-DIGIT
034200         THRU 0225-CONVERT-ONE-DIGIT-EXIT
034300         VARYING WS-DIGIT-IX FROM 1 BY 1
034400         UNTIL WS-DIGIT-IX > 16
034500             OR WS-PARM-VALUE-X (WS-DIGIT-IX:1) = SPACE
034600             OR WS-PARM-NUM-BAD.
034700 0220-CONVERT-PARM-NUMBER-EXIT.
034800     EXIT.
034900
035000 0225-CONVERT-ONE-DIGIT.
035100     IF WS-PARM-VALUE-X (WS-DIGIT-IX:1) IS NUMERIC
035200         MOVE WS-PARM-VALUE-X (WS-DIGIT-IX:1) TO WS-ONE-DIGIT
035300         COMPUTE WS-PARM-NUMBER = WS-PARM-NUMBER * 10
035400             + WS-ONE-DIGIT
035500     ELSE
035600         SET WS-PARM-NUM-BAD TO TRUE
035700     END-IF.
035800 0225-CONVERT-ONE-DIGIT-EXIT.
035900     EXIT.
036000
036100*--------------------------------------------------------------
036200* 0300-READ-CONTROL-CARDS - DELTA-PCT SETS THE CHANGE CEILING,
036300*                           IN WHOLE PERCENT. THE CARDS OF THE
036400*                           OTHER STEPS ARE SKIPPED WITHOUT
036500*                           COMMENT. NO PARMCRD MEANS NO CEILING.
036600*--------------------------------------------------------------
036700 0300-READ-CONTROL-CARDS.
036800     OPEN INPUT PARMCRD.
036900     IF WS-PARMCRD-STATUS NOT = "00"
037000         GO TO 0300-READ-CONTROL-CARDS-EXIT
037100     END-IF.
037200     SET WS-PARMCRD-NOT-EOF TO TRUE.
037300     PERFORM 0310-APPLY-ONE-CARD
037400         THRU 0310-APPLY-ONE-CARD-EXIT
037500         UNTIL WS-PARMCRD-EOF.
037600     CLOSE PARMCRD.
037700 0300-READ-CONTROL-CARDS-EXIT.
037800     EXIT.
037900
038000 0310-APPLY-ONE-CARD.
038100     READ PARMCRD
038200         AT END
038300             SET WS-PARMCRD-EOF TO TRUE
038400             GO TO 0310-APPLY-ONE-CARD-EXIT
038500     END-READ.
038600     IF PARM-CARD-KEYWORD (1:1) = "*"
038700         OR PARM-CARD-KEYWORD = SPACES
038800         GO TO 0310-APPLY-ONE-CARD-EXIT
038900     END-IF.
039000
039100     EVALUATE TRUE
039200         WHEN PARM-CARD-KEYWORD = "DELTA-PCT"
039300             MOVE PARM-CARD-VALUE TO WS-PARM-VALUE-X
039400             PERFORM 0220-CONVERT-PARM-NUMBER
039500                 THRU 0220-CONVERT-PARM-NUMBER-EXIT
039600             IF WS-PARM-NUM-GOOD
039700                 AND WS-PARM-NUMBER NOT > 100
039800                 MOVE WS-PARM-NUMBER TO WS-DELTA-LIMIT
039900             ELSE
040000                 DISPLAY "ARRDELTA - DELTA-PCT CARD VALUE BAD - "
040100                     "CEILING LEFT OFF"
040200             END-IF
040300         WHEN PARM-CARD-KEYWORD = "CHKPT-INTERVAL"
040400             CONTINUE
040500         WHEN PARM-CARD-KEYWORD = "REJECT-PCT"
040600             CONTINUE
040700         WHEN PARM-CARD-KEYWORD = "VERBOSITY"
040800             CONTINUE
040900         WHEN OTHER
041000             DISPLAY "ARRDELTA - CONTROL CARD IGNORED: "
041100                 PARM-CARD-KEYWORD
041200     END-EVALUATE.
041300 0310-APPLY-ONE-CARD-EXIT.
041400     EXIT.
041500
041600*--------------------------------------------------------------
041700* 1000-OPEN-FILES - ARRVAL, ARRLOAD AND THE REPORT ARE
041800*                   REQUIRED. NO ARRMSTR YET (THE FIRST LOAD
041900*                   EVER) MEANS EVERY SET LOADS AS NEW.
042000*--------------------------------------------------------------
042100 1000-OPEN-FILES.
042200     OPEN INPUT ARRVAL.
042300     IF WS-ARRVAL-STATUS NOT = "00"
042400         DISPLAY "ARRDELTA - UNABLE TO OPEN ARRVAL, STATUS = "
042500             WS-ARRVAL-STATUS
042600         SET WS-FATAL TO TRUE
042700         GO TO 1000-OPEN-FILES-EXIT
042800     END-IF.
042900
043000     OPEN OUTPUT ARRLOAD.
043100     IF WS-ARRLOAD-STATUS NOT = "00"
043200         DISPLAY "ARRDELTA - UNABLE TO OPEN ARRLOAD, STATUS = "
043300             WS-ARRLOAD-STATUS
043400         SET WS-FATAL TO TRUE
043500         GO TO 1000-OPEN-FILES-EXIT
043600     END-IF.
043700
043800     OPEN OUTPUT ARRDRPT.
043900     IF WS-ARRDRPT-STATUS NOT = "00"
044000         DISPLAY "ARRDELTA - UNABLE TO OPEN ARRDRPT, STATUS = "
044100             WS-ARRDRPT-STATUS
044200         SET WS-FATAL TO TRUE
044300         GO TO 1000-OPEN-FILES-EXIT
044400     END-IF.
044500     MOVE WS-RUN-DATE TO DLT-H1-DATE.
044600     IF WS-DELTA-LIMIT > 100
044700         MOVE "OFF" TO DLT-H1-LIMIT
044800     ELSE
044900         MOVE WS-DELTA-LIMIT TO DLT-DTL-PCT
045000         MOVE DLT-DTL-PCT TO DLT-H1-LIMIT
045100     END-IF.
045200     WRITE ARRDRPT-LINE FROM DLT-HEADING-1.
045300     MOVE SPACES TO ARRDRPT-LINE.
045400     WRITE ARRDRPT-LINE.
045500     WRITE ARRDRPT-LINE FROM DLT-HEADING-2.
045600
045700     OPEN INPUT ARRMSTR.
045800     IF WS-ARRMSTR-STATUS = "35"
045900         SET WS-MASTER-ABSENT TO TRUE
046000         MOVE "NO CURRENT ARRMSTR - EVERY SET LOADS AS NEW"
046100             TO DLT-MESSAGE-LINE
046200         WRITE ARRDRPT-LINE FROM DLT-MESSAGE-LINE
046300         GO TO 1000-OPEN-FILES-EXIT
046400     END-IF.
046500     IF WS-ARRMSTR-STATUS NOT = "00"
046600         DISPLAY "ARRDELTA - UNABLE TO OPEN ARRMSTR, STATUS = "
046700             WS-ARRMSTR-STATUS
046800         SET WS-FATAL TO TRUE
046900     END-IF.
047000 1000-OPEN-FILES-EXIT.
047100     EXIT.
047200
047300*--------------------------------------------------------------
047400* 1100-LOAD-MASTER-SETS - ONE TABLE ENTRY PER SEQUENCE-0
047500*                         CONTROL RECORD ON ARRMSTR, IN SET
047600*                         ORDER
047700*--------------------------------------------------------------
047800 1100-LOAD-MASTER-SETS.
047900     SET WS-ARRMSTR-NOT-EOF TO TRUE.
048000     MOVE 0 TO ARRMSTR-SET-ID.
048100     MOVE 0 TO ARRMSTR-SEQ.
048200     START ARRMSTR KEY IS NOT LESS THAN ARRMSTR-KEY
048300         INVALID KEY
048400             SET WS-ARRMSTR-EOF TO TRUE
048500     END-START.
048600     PERFORM 1110-LOAD-ONE-CONTROL
048700         THRU 1110-LOAD-ONE-CONTROL-EXIT
048800         UNTIL WS-ARRMSTR-EOF.
048900     MOVE WS-SET-COUNT TO WS-MASTER-SETS.
049000 1100-LOAD-MASTER-SETS-EXIT.
049100     EXIT.
049200
049300 1110-LOAD-ONE-CONTROL.
049400     READ ARRMSTR NEXT RECORD
049500         AT END
049600             SET WS-ARRMSTR-EOF TO TRUE
049700             GO TO 1110-LOAD-ONE-CONTROL-EXIT
049800     END-READ.
049900     IF ARRMSTR-SEQ NOT = 0
050000         GO TO 1110-LOAD-ONE-CONTROL-EXIT
050100     END-IF.
050200     IF WS-SET-COUNT NOT < 200
050300         DISPLAY "ARRDELTA - SET TABLE FULL AT 200 - "
050400             "REMAINING MASTER SETS NOT COMPARED"
050500         SET WS-ARRMSTR-EOF TO TRUE
050600         GO TO 1110-LOAD-ONE-CONTROL-EXIT
050700     END-IF.
050800     ADD 1 TO WS-SET-COUNT.
050900     MOVE ARRMSTR-SET-ID TO WS-TBL-SET-ID (WS-SET-COUNT).
051000     MOVE ARRMSTR-VALUE TO WS-TBL-MSTR-N (WS-SET-COUNT).
051100     SET WS-TBL-IN-MASTER (WS-SET-COUNT) TO TRUE.
051200     PERFORM 1120-CLEAR-FEED-FIGURES
051300         THRU 1120-CLEAR-FEED-FIGURES-EXIT.
051400 1110-LOAD-ONE-CONTROL-EXIT.
051500     EXIT.
051600
051700 1120-CLEAR-FEED-FIGURES.
051800     MOVE 0 TO WS-TBL-FEED-N (WS-SET-COUNT).
051900     MOVE 0 TO WS-TBL-ADDED (WS-SET-COUNT).
052000     MOVE 0 TO WS-TBL-REMOVED (WS-SET-COUNT).
052100     MOVE 0 TO WS-TBL-CHANGED (WS-SET-COUNT).
052200     MOVE 0 TO WS-TBL-PCT (WS-SET-COUNT).
052300     SET WS-TBL-NOT-FED (WS-SET-COUNT) TO TRUE.
052400     SET WS-TBL-LOAD (WS-SET-COUNT) TO TRUE.
052500 1120-CLEAR-FEED-FIGURES-EXIT.
052600     EXIT.
052700
052800*--------------------------------------------------------------
052900* 2000-COMPARE-FEED - FIRST PASS OF ARRVAL. EACH SET HEADER IS
053000*                     FOLLOWED BY ITS DETAIL RECORDS; ELEMENT I
053100*                     OF THE FEED IS COMPARED WITH SEQUENCE I OF
053200*                     THE SAME SET ON ARRMSTR.
053300*--------------------------------------------------------------
053400 2000-COMPARE-FEED.
053500     SET WS-ARRVAL-NOT-EOF TO TRUE.
053600     READ ARRVAL
053700         AT END
053800             SET WS-ARRVAL-EOF TO TRUE
053900     END-READ.
054000     PERFORM 2100-COMPARE-ONE-SET
054100         THRU 2100-COMPARE-ONE-SET-EXIT
054200         UNTIL WS-ARRVAL-EOF.
054300 2000-COMPARE-FEED-EXIT.
054400     EXIT.
054500
054600 2100-COMPARE-ONE-SET.
054700     MOVE ARR-REC-SET-ID TO WS-CUR-SET.
054800     MOVE ARR-REC-COUNT TO WS-FEED-N.
054900     PERFORM 2500-FIND-SET
055000         THRU 2500-FIND-SET-EXIT.
055100     IF WS-SET-NOT-FOUND
055200         IF WS-SET-COUNT NOT < 200
055300             DISPLAY "ARRDELTA - SET TABLE FULL AT 200 - "
055400                 "REST OF FEED NOT COMPARED"
055500             SET WS-ARRVAL-EOF TO TRUE
055600             GO TO 2100-COMPARE-ONE-SET-EXIT
055700         END-IF
055800         ADD 1 TO WS-SET-COUNT
055900         MOVE WS-SET-COUNT TO WS-SET-IX
056000         MOVE WS-CUR-SET TO WS-TBL-SET-ID (WS-SET-IX)
056100         MOVE 0 TO WS-TBL-MSTR-N (WS-SET-IX)
056200         SET WS-TBL-NOT-IN-MASTER (WS-SET-IX) TO TRUE
056300         PERFORM 1120-CLEAR-FEED-FIGURES
056400             THRU 1120-CLEAR-FEED-FIGURES-EXIT
056500     END-IF.
056600     SET WS-TBL-FED (WS-SET-IX) TO TRUE.
056700     MOVE WS-FEED-N TO WS-TBL-FEED-N (WS-SET-IX).
056800
056900     PERFORM 2200-COMPARE-ONE-ELEMENT
057000         THRU 2200-COMPARE-ONE-ELEMENT-EXIT
057100         VARYING WS-ELEM-IX FROM 1 BY 1
057200         UNTIL WS-ELEM-IX > WS-FEED-N OR WS-ARRVAL-EOF.
057300
057400     IF WS-TBL-FEED-N (WS-SET-IX) > WS-TBL-MSTR-N (WS-SET-IX)
057500         COMPUTE WS-TBL-ADDED (WS-SET-IX) =
057600             WS-TBL-FEED-N (WS-SET-IX) - WS-TBL-MSTR-N (WS-SET-IX)
057700     ELSE
057800         COMPUTE WS-TBL-REMOVED (WS-SET-IX) =
057900             WS-TBL-MSTR-N (WS-SET-IX) - WS-TBL-FEED-N (WS-SET-IX)
058000     END-IF.
058100
058200     IF WS-ARRVAL-EOF
058300         GO TO 2100-COMPARE-ONE-SET-EXIT
058400     END-IF.
058500     READ ARRVAL
058600         AT END
058700             SET WS-ARRVAL-EOF TO TRUE
058800     END-READ.
058900 2100-COMPARE-ONE-SET-EXIT.
059000     EXIT.
059100
059200 2200-COMPARE-ONE-ELEMENT.
059300     READ ARRVAL
059400         AT END
059500             SET WS-ARRVAL-EOF TO TRUE
059600             COMPUTE WS-TBL-FEED-N (WS-SET-IX) = WS-ELEM-IX - 1
059700             GO TO 2200-COMPARE-ONE-ELEMENT-EXIT
059800     END-READ.
059900     IF WS-ELEM-IX > WS-TBL-MSTR-N (WS-SET-IX)
060000         GO TO 2200-COMPARE-ONE-ELEMENT-EXIT
060100     END-IF.
060200     MOVE WS-CUR-SET TO ARRMSTR-SET-ID.
060300     MOVE WS-ELEM-IX TO ARRMSTR-SEQ.
060400     READ ARRMSTR
060500         INVALID KEY
060600             ADD 1 TO WS-TBL-CHANGED (WS-SET-IX)
060700             GO TO 2200-COMPARE-ONE-ELEMENT-EXIT
060800     END-READ.
060900     IF ARRMSTR-VALUE NOT = ARR-REC-VALUE
061000         ADD 1 TO WS-TBL-CHANGED (WS-SET-IX)
061100     END-IF.
061200 2200-COMPARE-ONE-ELEMENT-EXIT.
061300     EXIT.
061400
061500*--------------------------------------------------------------
061600* 2500-FIND-SET - LOOK WS-CUR-SET UP IN THE SET TABLE. WHEN
061700*                 FOUND, WS-SET-IX POINTS AT ITS ENTRY.
061800*--------------------------------------------------------------
061900 2500-FIND-SET.
062000     SET WS-SET-NOT-FOUND TO TRUE.
062100     PERFORM 2510-MATCH-ONE-SET
062200         THRU 2510-MATCH-ONE-SET-EXIT
062300         VARYING WS-SET-IX FROM 1 BY 1
062400         UNTIL WS-SET-IX > WS-SET-COUNT OR WS-SET-FOUND.
062500 2500-FIND-SET-EXIT.
062600     EXIT.
062700
062800 2510-MATCH-ONE-SET.
062900     IF WS-TBL-SET-ID (WS-SET-IX) = WS-CUR-SET
063000         SET WS-SET-FOUND TO TRUE
063100         SUBTRACT 1 FROM WS-SET-IX
063200     END-IF.
063300 2510-MATCH-ONE-SET-EXIT.
063400     EXIT.
063500
063600*--------------------------------------------------------------
063700* 3000-DECIDE-ONE-SET - PERCENTAGE CHANGED IS ELEMENTS ADDED,
063800*                       REMOVED AND CHANGED OVER THE LARGER OF
063900*                       THE TWO COUNTS. A NEW SET LOADS; A SET
064000*                       OVER THE CEILING (OR MISSING FROM THE
064100*                       FEED) IS HELD UNLESS RELEASED.
064200*--------------------------------------------------------------
064300 3000-DECIDE-ONE-SET.
064400     COMPUTE WS-CHANGED-TOTAL = WS-TBL-ADDED (WS-SET-IX)
064500         + WS-TBL-REMOVED (WS-SET-IX)
064600         + WS-TBL-CHANGED (WS-SET-IX).
064700     MOVE WS-TBL-MSTR-N (WS-SET-IX) TO WS-BASE-N.
064800     IF WS-TBL-FEED-N (WS-SET-IX) > WS-BASE-N
064900         MOVE WS-TBL-FEED-N (WS-SET-IX) TO WS-BASE-N
065000     END-IF.
065100     IF WS-BASE-N > 0
065200         COMPUTE WS-TBL-PCT (WS-SET-IX) ROUNDED =
065300             (WS-CHANGED-TOTAL * 100) / WS-BASE-N
065400     END-IF.
065500
065600     IF WS-TBL-NOT-IN-MASTER (WS-SET-IX)
065700         SET WS-TBL-NEW (WS-SET-IX) TO TRUE
065800         GO TO 3000-DECIDE-ONE-SET-EXIT
065900     END-IF.
066000     IF WS-TBL-FED (WS-SET-IX)
066100         AND WS-TBL-PCT (WS-SET-IX) NOT > WS-DELTA-LIMIT
066200         SET WS-TBL-LOAD (WS-SET-IX) TO TRUE
066300         GO TO 3000-DECIDE-ONE-SET-EXIT
066400     END-IF.
066500     IF WS-TBL-NOT-FED (WS-SET-IX) AND WS-DELTA-LIMIT > 100
066600         SET WS-TBL-DROP (WS-SET-IX) TO TRUE
066700         GO TO 3000-DECIDE-ONE-SET-EXIT
066800     END-IF.
066900
067000     MOVE WS-TBL-SET-ID (WS-SET-IX) TO WS-CUR-SET.
067100     PERFORM 3100-CHECK-RELEASE
067200         THRU 3100-CHECK-RELEASE-EXIT.
067300     IF WS-SET-RELEASED
067400         SET WS-TBL-RELEASE (WS-SET-IX) TO TRUE
067500     ELSE
067600         SET WS-TBL-HOLD (WS-SET-IX) TO TRUE
067700     END-IF.
067800 3000-DECIDE-ONE-SET-EXIT.
067900     EXIT.
068000
068100 3100-CHECK-RELEASE.
068200     SET WS-SET-NOT-RELEASED TO TRUE.
068300     PERFORM 3110-MATCH-ONE-RELEASE
068400         THRU 3110-MATCH-ONE-RELEASE-EXIT
068500         VARYING WS-RELEASE-IX FROM 1 BY 1
068600         UNTIL WS-RELEASE-IX > WS-RELEASE-COUNT
068700             OR WS-SET-RELEASED.
068800 3100-CHECK-RELEASE-EXIT.
068900     EXIT.
069000
069100 3110-MATCH-ONE-RELEASE.
069200     IF WS-RELEASE-SET (WS-RELEASE-IX) = WS-CUR-SET
069300         SET WS-SET-RELEASED TO TRUE
069400     END-IF.
069500 3110-MATCH-ONE-RELEASE-EXIT.
069600     EXIT.
069700
069800*--------------------------------------------------------------
069900* 4000-WRITE-LOAD-FEED - SECOND PASS OF ARRVAL, MERGED IN SET
070000*                        ORDER WITH THE SETS ON ARRMSTR THAT THE
070100*                        FEED DID NOT CARRY, WRITING ARRLOAD AND
070200*                        ONE REPORT LINE PER SET
070300*--------------------------------------------------------------
070400 4000-WRITE-LOAD-FEED.
070500     OPEN INPUT ARRVAL.
070600     IF WS-ARRVAL-STATUS NOT = "00"
070700         DISPLAY "ARRDELTA - UNABLE TO REOPEN ARRVAL, STATUS = "
070800             WS-ARRVAL-STATUS
070900         SET WS-FATAL TO TRUE
071000         GO TO 4000-WRITE-LOAD-FEED-EXIT
071100     END-IF.
071200     MOVE 1 TO WS-MSTR-IX.
071300     SET WS-ARRVAL-NOT-EOF TO TRUE.
071400     READ ARRVAL
071500         AT END
071600             SET WS-ARRVAL-EOF TO TRUE
071700     END-READ.
071800     PERFORM 4100-WRITE-ONE-FEED-SET
071900         THRU 4100-WRITE-ONE-FEED-SET-EXIT
072000         UNTIL WS-ARRVAL-EOF.
072100     PERFORM 4250-FLUSH-REMAINING-SETS
072200         THRU 4250-FLUSH-REMAINING-SETS-EXIT.
072400     CLOSE ARRVAL.
072500 4000-WRITE-LOAD-FEED-EXIT.
072600     EXIT.
072700
072800 4100-WRITE-ONE-FEED-SET.
072900     MOVE ARR-REC-SET-ID TO WS-CUR-SET.
073000     MOVE ARR-REC-COUNT TO WS-FEED-N.
073100     PERFORM 4200-FLUSH-MASTER-SETS
073200         THRU 4200-FLUSH-MASTER-SETS-EXIT.
073300     PERFORM 2500-FIND-SET
073400         THRU 2500-FIND-SET-EXIT.
073500     IF WS-SET-NOT-FOUND
073600         SET WS-ARRVAL-EOF TO TRUE
073700         GO TO 4100-WRITE-ONE-FEED-SET-EXIT
073800     END-IF.
073900
074000     IF WS-TBL-HOLD (WS-SET-IX)
074100         PERFORM 4400-CARRY-MASTER-SET
074200             THRU 4400-CARRY-MASTER-SET-EXIT
074300     ELSE
074400         MOVE WS-CUR-SET TO ARRLOAD-SET-ID
074500         MOVE WS-FEED-N TO ARRLOAD-VALUE
074600         WRITE ARRLOAD-RECORD
074700     END-IF.
074800     PERFORM 4300-PASS-ONE-ELEMENT
074900         THRU 4300-PASS-ONE-ELEMENT-EXIT
075000         VARYING WS-ELEM-IX FROM 1 BY 1
075100         UNTIL WS-ELEM-IX > WS-FEED-N OR WS-ARRVAL-EOF.
075200     PERFORM 5000-REPORT-ONE-SET
075300         THRU 5000-REPORT-ONE-SET-EXIT.
075400
075500     IF WS-ARRVAL-EOF
075600         GO TO 4100-WRITE-ONE-FEED-SET-EXIT
075700     END-IF.
075800     READ ARRVAL
075900         AT END
076000             SET WS-ARRVAL-EOF TO TRUE
076100     END-READ.
076200 4100-WRITE-ONE-FEED-SET-EXIT.
076300     EXIT.
076400
076500*--------------------------------------------------------------
076600* 4200-FLUSH-MASTER-SETS - REPORT (AND CARRY FORWARD WHEN HELD)
076700*                          EVERY MASTER SET AHEAD OF WS-CUR-SET
076800*                          THAT THE FEED DID NOT CARRY
076900*--------------------------------------------------------------
077000 4200-FLUSH-MASTER-SETS.
077100     PERFORM 4210-FLUSH-ONE-MASTER-SET
077200         THRU 4210-FLUSH-ONE-MASTER-SET-EXIT
077300         UNTIL WS-MSTR-IX > WS-MASTER-SETS
077400             OR WS-TBL-SET-ID (WS-MSTR-IX) NOT < WS-CUR-SET.
077500 4200-FLUSH-MASTER-SETS-EXIT.
077600     EXIT.
077610
077620*--------------------------------------------------------------
077630* 4250-FLUSH-REMAINING-SETS - AT END OF FEED, EVERY MASTER SET
077640*                             NOT YET PASSED, WHATEVER ITS ID
077650*--------------------------------------------------------------
077660 4250-FLUSH-REMAINING-SETS.
077670     PERFORM 4210-FLUSH-ONE-MASTER-SET
077680         THRU 4210-FLUSH-ONE-MASTER-SET-EXIT
077690         UNTIL WS-MSTR-IX > WS-MASTER-SETS.
077695 4250-FLUSH-REMAINING-SETS-EXIT.
077697     EXIT.
077700
077800 4210-FLUSH-ONE-MASTER-SET.
077900     MOVE WS-MSTR-IX TO WS-SET-IX.
078000     ADD 1 TO WS-MSTR-IX.
078100     IF WS-TBL-FED (WS-SET-IX)
078200         GO TO 4210-FLUSH-ONE-MASTER-SET-EXIT
078300     END-IF.
078400     IF WS-TBL-HOLD (WS-SET-IX)
078500         PERFORM 4400-CARRY-MASTER-SET
078600             THRU 4400-CARRY-MASTER-SET-EXIT
078700     END-IF.
078800     PERFORM 5000-REPORT-ONE-SET
078900         THRU 5000-REPORT-ONE-SET-EXIT.
079000 4210-FLUSH-ONE-MASTER-SET-EXIT.
079100     EXIT.
079200
079300 4300-PASS-ONE-ELEMENT.
079400     READ ARRVAL
079500         AT END
079600             SET WS-ARRVAL-EOF TO TRUE
079700             GO TO 4300-PASS-ONE-ELEMENT-EXIT
079800     END-READ.
079900     IF WS-TBL-HOLD (WS-SET-IX)
080000         GO TO 4300-PASS-ONE-ELEMENT-EXIT
080100     END-IF.
080200     MOVE ARR-DET-SET-ID TO ARRLOAD-SET-ID.
080300     MOVE ARR-REC-VALUE TO ARRLOAD-VALUE.
080400     WRITE ARRLOAD-RECORD.
080500 4300-PASS-ONE-ELEMENT-EXIT.
080600     EXIT.
080700
080800*--------------------------------------------------------------
080900* 4400-CARRY-MASTER-SET - WRITE A HELD SET TO ARRLOAD AS IT
081000*                         STANDS ON ARRMSTR - ITS CONTROL COUNT
081100*                         AS THE HEADER, THEN SEQUENCES 1 TO N
081200*--------------------------------------------------------------
081300 4400-CARRY-MASTER-SET.
081400     MOVE WS-TBL-SET-ID (WS-SET-IX) TO ARRLOAD-SET-ID.
081500     MOVE WS-TBL-MSTR-N (WS-SET-IX) TO ARRLOAD-VALUE.
081600     WRITE ARRLOAD-RECORD.
081700     PERFORM 4410-CARRY-ONE-ELEMENT
081800         THRU 4410-CARRY-ONE-ELEMENT-EXIT
081900         VARYING WS-ELEM-IX FROM 1 BY 1
082000         UNTIL WS-ELEM-IX > WS-TBL-MSTR-N (WS-SET-IX).
082100 4400-CARRY-MASTER-SET-EXIT.
082200     EXIT.
082300
082400 4410-CARRY-ONE-ELEMENT.
082500     MOVE WS-TBL-SET-ID (WS-SET-IX) TO ARRMSTR-SET-ID.
082600     MOVE WS-ELEM-IX TO ARRMSTR-SEQ.
082700     READ ARRMSTR
082800         INVALID KEY
082900             MOVE 0 TO ARRMSTR-VALUE
083000     END-READ.
083100     MOVE WS-TBL-SET-ID (WS-SET-IX) TO ARRLOAD-SET-ID.
083200     MOVE ARRMSTR-VALUE TO ARRLOAD-VALUE.
083300     WRITE ARRLOAD-RECORD.
083400 4410-CARRY-ONE-ELEMENT-EXIT.
083500     EXIT.
083600
083700*--------------------------------------------------------------
083800* 5000-REPORT-ONE-SET - ONE DELTA LINE FOR THE SET AT WS-SET-IX,
083900*                       COUNTED BY DISPOSITION
084000*--------------------------------------------------------------
084100 5000-REPORT-ONE-SET.
084200     MOVE WS-TBL-SET-ID (WS-SET-IX) TO DLT-DTL-SET.
084300     MOVE WS-TBL-MSTR-N (WS-SET-IX) TO DLT-DTL-MSTR-N.
084400     MOVE WS-TBL-FEED-N (WS-SET-IX) TO DLT-DTL-FEED-N.
084500     MOVE WS-TBL-ADDED (WS-SET-IX) TO DLT-DTL-ADDED.
084600     MOVE WS-TBL-REMOVED (WS-SET-IX) TO DLT-DTL-REMOVED.
084700     MOVE WS-TBL-CHANGED (WS-SET-IX) TO DLT-DTL-CHANGED.
084800     MOVE WS-TBL-PCT (WS-SET-IX) TO DLT-DTL-PCT.
084900     ADD WS-TBL-ADDED (WS-SET-IX) TO WS-TOT-ADDED.
085000     ADD WS-TBL-REMOVED (WS-SET-IX) TO WS-TOT-REMOVED.
085100     ADD WS-TBL-CHANGED (WS-SET-IX) TO WS-TOT-CHANGED.
085200     EVALUATE TRUE
085300         WHEN WS-TBL-NEW (WS-SET-IX)
085400             MOVE "NEW SET - LOADED" TO DLT-DTL-DISP
085500             ADD 1 TO WS-SETS-NEW
085600         WHEN WS-TBL-LOAD (WS-SET-IX)
085700             MOVE "LOADED" TO DLT-DTL-DISP
085800             ADD 1 TO WS-SETS-LOADED
085900         WHEN WS-TBL-DROP (WS-SET-IX)
086000             MOVE "NOT IN FEED - DROPPED" TO DLT-DTL-DISP
086100             ADD 1 TO WS-SETS-DROPPED
086200         WHEN WS-TBL-RELEASE (WS-SET-IX)
086300             AND WS-TBL-NOT-FED (WS-SET-IX)
086400             MOVE "NOT IN FEED - RELEASED, DROPPED"
086500                 TO DLT-DTL-DISP
086600             ADD 1 TO WS-SETS-RELEASED
086700         WHEN WS-TBL-RELEASE (WS-SET-IX)
086800             MOVE "OVER CEILING - RELEASED, LOADED"
086900                 TO DLT-DTL-DISP
087000             ADD 1 TO WS-SETS-RELEASED
087100         WHEN WS-TBL-NOT-FED (WS-SET-IX)
087200             MOVE "*HELD* NOT IN FEED - MASTER KEPT"
087300                 TO DLT-DTL-DISP
087400             ADD 1 TO WS-SETS-HELD
087500         WHEN OTHER
087600             MOVE "*HELD* OVER CEILING - MASTER KEPT"
087700                 TO DLT-DTL-DISP
087800             ADD 1 TO WS-SETS-HELD
087900     END-EVALUATE.
088000     WRITE ARRDRPT-LINE FROM DLT-DETAIL-LINE.
088100     IF WS-TBL-HOLD (WS-SET-IX)
088200         DISPLAY "ARRDELTA - SET " WS-TBL-SET-ID (WS-SET-IX)
088300             " HELD - " WS-TBL-PCT (WS-SET-IX) " PCT CHANGED"
088400     END-IF.
088500 5000-REPORT-ONE-SET-EXIT.
088600     EXIT.
088700
088800*--------------------------------------------------------------
088900* 8000-WRITE-REPORT-TOTALS - END-OF-REPORT CONTROL TOTALS
089000*--------------------------------------------------------------
089100 8000-WRITE-REPORT-TOTALS.
089200     MOVE SPACES TO ARRDRPT-LINE.
089300     WRITE ARRDRPT-LINE.
089400     MOVE "SETS LOADED ............" TO DLT-TOT-LABEL.
089500     MOVE WS-SETS-LOADED TO DLT-TOT-COUNT.
089600     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
089700     MOVE "NEW SETS LOADED ........" TO DLT-TOT-LABEL.
089800     MOVE WS-SETS-NEW TO DLT-TOT-COUNT.
089900     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
090000     MOVE "SETS HELD .............." TO DLT-TOT-LABEL.
090100     MOVE WS-SETS-HELD TO DLT-TOT-COUNT.
090200     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
090300     MOVE "SETS RELEASED .........." TO DLT-TOT-LABEL.
090400     MOVE WS-SETS-RELEASED TO DLT-TOT-COUNT.
090500     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
090600     MOVE "SETS DROPPED ..........." TO DLT-TOT-LABEL.
090700     MOVE WS-SETS-DROPPED TO DLT-TOT-COUNT.
090800     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
090900     MOVE "ELEMENTS ADDED ........." TO DLT-TOT-LABEL.
091000     MOVE WS-TOT-ADDED TO DLT-TOT-COUNT.
091100     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
091200     MOVE "ELEMENTS REMOVED ......." TO DLT-TOT-LABEL.
091300     MOVE WS-TOT-REMOVED TO DLT-TOT-COUNT.
091400     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
091500     MOVE "ELEMENTS CHANGED ......." TO DLT-TOT-LABEL.
091600     MOVE WS-TOT-CHANGED TO DLT-TOT-COUNT.
091700     WRITE ARRDRPT-LINE FROM DLT-TOTAL-LINE.
091800
091900     DISPLAY "ARRDELTA - LOADED " WS-SETS-LOADED
092000         " NEW " WS-SETS-NEW
092100         " HELD " WS-SETS-HELD
092200         " RELEASED " WS-SETS-RELEASED.
092300 8000-WRITE-REPORT-TOTALS-EXIT.
092400     EXIT.
092500
092600*--------------------------------------------------------------
092700* 9999-EXIT - COMMON PROGRAM EXIT
092800*--------------------------------------------------------------
092900 9999-EXIT.
093000     STOP RUN.
