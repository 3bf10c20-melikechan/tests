000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MECLOSE.
000300 AUTHOR.         R HALVORSEN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   2026-10-12.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-12 RH   ORIGINAL VERSION. MONTH-END CLOSE FOR THE
001100*                 DIVISION CALCULATOR. THE PERIOD IS A CALENDAR
001200*                 MONTH (YYYYMM) AND ITS BUSINESS DAYS COME FROM
001300*                 CALDAYS; BY DEFAULT THE CLOSE TAKES THE LATEST
001400*                 MONTH WHOSE LAST BUSINESS DAY HAS BEEN REACHED,
001500*                 OR PERIOD=YYYYMM NAMES ONE. EVERY DIVSUM RUN
001600*                 SUMMARY WHOSE RUN ID FALLS IN THE MONTH IS
001700*                 ADDED INTO THE PERIOD TOTALS - A RUN RERUN
001800*                 UNDER THE SAME RUN ID COUNTS ONCE, FROM ITS
001900*                 LATEST SUMMARY - AND THE CONTROL TOTAL IS
002000*                 BROKEN DOWN BY OPERATION CODE. THE OPEN EXCPTN
002100*                 ITEMS CARRIED INTO THE NEXT MONTH ARE WRITTEN
002200*                 TO EXCPSNAP WITH THEIR AGES. ONE TOT RECORD
002300*                 GOES TO PERDTOT, THE CLSRPT CLOSE REPORT IS
002400*                 PRINTED FOR FINANCE TO SIGN, AND THE PERIOD IS
002500*                 MARKED CLOSED ON PERDCTL, WHICH THE CALCULATION
002600*                 ENGINE READS TO SEND LATE-DATED CORRECTIONS
002700*                 AND ADJUSTMENTS TO THE OPEN PERIOD. A PERIOD
002800*                 ALREADY CLOSED IS REFUSED WITH RETURN CODE 8
002900*                 UNLESS THE OPERATOR PASSES FORCE=Y AND OPER=,
003000*                 WHICH LOGS A ROP REOPEN RECORD TO PERDTOT AND
003100*                 CLOSES THE PERIOD AGAIN.
003110* 2026-10-14 RH   CALDAYS NOW MARKS EACH MONTH'S LAST BUSINESS
003120*                 DAY. A MARKED DAY ENDS ITS MONTH EVEN WHEN IT IS
003130*                 THE LAST DAY ON THE CALENDAR, SO DECEMBER CAN BE
003140*                 CLOSED BEFORE NEXT YEAR'S CALENDAR IS LOADED,
003150*                 AND THE CLOSE CAN RUN AS A LAST-BUSINESS-DAY
003160*                 STEP OF THE MONTH-END JOB STREAM.
003200*--------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CALDAYS ASSIGN TO "CALDAYS"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-CALDAYS-STATUS.
004000     SELECT DIVSUM ASSIGN TO "DIVSUM"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-DIVSUM-STATUS.
004300     SELECT EXCPTN ASSIGN TO "EXCPTN"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-EXCPTN-STATUS.
004600     SELECT PERDCTL ASSIGN TO "PERDCTL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PERD-PERIOD
005000         FILE STATUS IS WS-PERDCTL-STATUS.
005100     SELECT PERDTOT ASSIGN TO "PERDTOT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-PERDTOT-STATUS.
005400     SELECT EXCPSNAP ASSIGN TO "EXCPSNAP"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-EXCPSNAP-STATUS.
005700     SELECT CLSRPT ASSIGN TO "CLSRPT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CLSRPT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CALDAYS
006400     RECORDING MODE IS F
006500     BLOCK CONTAINS 0 RECORDS
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CALREC.
006800
006900 FD  DIVSUM
007000     RECORDING MODE IS F
007100     BLOCK CONTAINS 0 RECORDS
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DIVSREC.
007400
007500 FD  EXCPTN
007600     RECORDING MODE IS F
007700     BLOCK CONTAINS 0 RECORDS
007800     LABEL RECORDS ARE STANDARD.
007900     COPY EXCPREC.
008000
008100 FD  PERDCTL
008200     RECORDING MODE IS F
008300     BLOCK CONTAINS 0 RECORDS
008400     LABEL RECORDS ARE STANDARD.
008500     COPY PERDREC.
008600
008700 FD  PERDTOT
008800     RECORDING MODE IS F
008900     BLOCK CONTAINS 0 RECORDS
009000     LABEL RECORDS ARE STANDARD.
009100     COPY PTOTREC.
009200
009300 FD  EXCPSNAP
009400     RECORDING MODE IS F
009500     BLOCK CONTAINS 0 RECORDS
009600     LABEL RECORDS ARE STANDARD.
009700     COPY ESNPREC.
009800
009900 FD  CLSRPT
010000     RECORDING MODE IS F
010100     BLOCK CONTAINS 0 RECORDS
010200     LABEL RECORDS ARE STANDARD.
010300 01  CLSRPT-LINE                 PIC X(132).
010400
010500 WORKING-STORAGE SECTION.
010600*--------------------------------------------------------------
010700* CLOSE WORK AREAS
010800*--------------------------------------------------------------
010900 77  WS-CALDAYS-STATUS   PIC X(02) VALUE SPACES.
011000 77  WS-DIVSUM-STATUS    PIC X(02) VALUE SPACES.
011100 77  WS-EXCPTN-STATUS    PIC X(02) VALUE SPACES.
011200 77  WS-PERDCTL-STATUS   PIC X(02) VALUE SPACES.
011300 77  WS-PERDTOT-STATUS   PIC X(02) VALUE SPACES.
011400 77  WS-EXCPSNAP-STATUS  PIC X(02) VALUE SPACES.
011500 77  WS-CLSRPT-STATUS    PIC X(02) VALUE SPACES.
011600 77  WS-RUN-DATE         PIC 9(08) VALUE 0.
011700 77  WS-RUN-TIME         PIC 9(08) VALUE 0.
011800 77  WS-TODAY-PERIOD     PIC 9(06) VALUE 0.
011900 77  WS-PARM-PERIOD      PIC 9(06) VALUE 0.
012000 77  WS-OPER-ID          PIC X(08) VALUE SPACES.
012100 77  WS-FIRST-BUS-DATE   PIC 9(08) VALUE 0.
012200 77  WS-LAST-BUS-DATE    PIC 9(08) VALUE 0.
012300 77  WS-AS-OF-INT        PIC 9(08) COMP VALUE 0.
012400 77  WS-AGE-DAYS         PIC S9(08) COMP VALUE 0.
012500 77  WS-REC-PERIOD       PIC 9(06) VALUE 0.
012600 77  WS-CLOSE-NO         PIC 9(04) COMP VALUE 0.
012700 77  WS-PRIOR-CLOSE-DATE PIC 9(08) VALUE 0.
012800 77  WS-PRIOR-TOTAL      PIC S9(14)V9(04) VALUE 0.
012900 77  WS-CAL-COUNT        PIC 9(04) COMP VALUE 0.
013000 77  WS-CAL-IX           PIC 9(04) COMP VALUE 0.
013100 77  WS-RUN-COUNT        PIC 9(04) COMP VALUE 0.
013200 77  WS-RUN-IX           PIC 9(04) COMP VALUE 0.
013300 77  WS-DIVS-READ        PIC 9(08) COMP VALUE 0.
013400 77  WS-OP-IX            PIC 9(04) COMP VALUE 0.
013500 77  WS-OPEN-ITEMS       PIC 9(08) COMP VALUE 0.
013600 77  WS-LATER-ITEMS      PIC 9(08) COMP VALUE 0.
013700 77  WS-OLDEST-AGE       PIC 9(05) VALUE 0.
013800 77  WS-EDIT-AMOUNT      PIC -(14)9.9(04).
013900 77  WS-EDIT-SUMMARIES   PIC 9(02).
014000
014100*--------------------------------------------------------------
014200* PERIOD TOTALS - THE DIVSUM FIGURES OF EVERY RUN IN THE PERIOD
014300*--------------------------------------------------------------
014400 77  WS-TOT-REC          PIC 9(08) COMP VALUE 0.
014500 77  WS-TOT-SUCCESS      PIC 9(08) COMP VALUE 0.
014600 77  WS-TOT-REJECT       PIC 9(08) COMP VALUE 0.
014700 77  WS-TOT-RESOLVED     PIC 9(08) COMP VALUE 0.
014800 77  WS-TOT-REVERSED     PIC 9(08) COMP VALUE 0.
014900 77  WS-TOT-REPOSTED     PIC 9(08) COMP VALUE 0.
015000 77  WS-TOT-FORWARD      PIC 9(08) COMP VALUE 0.
015100 77  WS-TOT-CONTROL      PIC S9(14)V9(04) VALUE 0.
015200 77  WS-OP-COUNT-SUM     PIC 9(08) COMP VALUE 0.
015300 77  WS-OP-TOTAL-SUM     PIC S9(14)V9(04) VALUE 0.
015400 77  WS-OUT-COUNT        PIC 9(08) COMP VALUE 0.
015500
015600 01  WS-OP-TOTALS-TABLE.
015700     05  WS-OP-TOTALS OCCURS 4 TIMES.
015800         10  WS-OP-COUNT     PIC 9(08) COMP VALUE 0.
015900         10  WS-OP-TOTAL     PIC S9(14)V9(04) VALUE 0.
016000
016100 01  WS-OP-NAME-LIST.
016200     05  FILLER          PIC X(10) VALUE "ADD".
016300     05  FILLER          PIC X(10) VALUE "SUBTRACT".
016400     05  FILLER          PIC X(10) VALUE "MULTIPLY".
016500     05  FILLER          PIC X(10) VALUE "DIVIDE".
016600 01  WS-OP-NAMES REDEFINES WS-OP-NAME-LIST.
016700     05  WS-OP-NAME      PIC X(10) OCCURS 4 TIMES.
016800
016900*--------------------------------------------------------------
017000* PERIOD BEING CLOSED, WITH A YEAR/MONTH VIEW FOR THE EDIT
017100*--------------------------------------------------------------
017200 01  WS-PERIOD-AREA.
017300     05  WS-PERIOD-YEAR  PIC 9(04) VALUE 0.
017400     05  WS-PERIOD-MONTH PIC 9(02) VALUE 0.
017500 01  WS-PERIOD REDEFINES WS-PERIOD-AREA
017600                         PIC 9(06).
017700
017800*--------------------------------------------------------------
017900* PROCESSING CALENDAR - ONE ENTRY PER CALDAYS BUSINESS DAY
018000*--------------------------------------------------------------
018100 01  WS-CAL-TABLE.
018200     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
018300         10  WS-CAL-DATE     PIC 9(08).
018400         10  WS-CAL-DATE-X REDEFINES WS-CAL-DATE.
018500             15  WS-CAL-PERIOD   PIC 9(06).
018600             15  FILLER          PIC 9(02).
018610         10  WS-CAL-POSITION PIC X(01).
018700
018800*--------------------------------------------------------------
018900* RUNS IN THE PERIOD - THE ORDINAL OF EACH RUN'S LATEST DIVSUM
019000* RECORD, SO A RERUN IS COUNTED ONCE
019100*--------------------------------------------------------------
019200 01  WS-RUN-TABLE.
019300     05  WS-RUN-ENTRY OCCURS 500 TIMES.
019400         10  WS-RUN-ID           PIC 9(16).
019500         10  WS-RUN-LAST-REC     PIC 9(08) COMP.
019600         10  WS-RUN-SUMMARIES    PIC 9(04) COMP.
019700
019800*--------------------------------------------------------------
019900* RUN PARM WORK AREAS
020000*--------------------------------------------------------------
020100 77  WS-PARM-LINE        PIC X(80) VALUE SPACES.
020200 77  WS-PARM-KEYWORD     PIC X(08) VALUE SPACES.
020300 77  WS-PARM-VALUE-X     PIC X(16) VALUE SPACES.
020400 77  WS-PARM-NUMBER      PIC 9(16) COMP VALUE 0.
020500 77  WS-ONE-DIGIT        PIC 9(01) VALUE 0.
020600 77  WS-TOKEN-IX         PIC 9(04) COMP VALUE 0.
020700 77  WS-DIGIT-IX         PIC 9(04) COMP VALUE 0.
020800
020900 01  WS-PARM-TOKENS.
021000     05  WS-PARM-TOKEN   PIC X(24) OCCURS 4 TIMES.
021100
021200 01  WS-SWITCHES.
021300     05  WS-FATAL-SW     PIC X(01) VALUE "N".
021400         88  WS-FATAL                VALUE "Y".
021500         88  WS-NOT-FATAL            VALUE "N".
021600     05  WS-PARM-NUM-SW  PIC X(01) VALUE "Y".
021700         88  WS-PARM-NUM-GOOD        VALUE "Y".
021800         88  WS-PARM-NUM-BAD         VALUE "N".
021900     05  WS-FORCE-SW     PIC X(01) VALUE "N".
022000         88  WS-FORCE-GIVEN          VALUE "Y".
022100         88  WS-FORCE-NOT-GIVEN      VALUE "N".
022200     05  WS-REFUSED-SW   PIC X(01) VALUE "N".
022300         88  WS-CLOSE-REFUSED        VALUE "Y".
022400         88  WS-CLOSE-NOT-REFUSED    VALUE "N".
022500     05  WS-REOPEN-SW    PIC X(01) VALUE "N".
022600         88  WS-REOPENED             VALUE "Y".
022700         88  WS-NOT-REOPENED         VALUE "N".
022800     05  WS-PERD-SW      PIC X(01) VALUE "N".
022900         88  WS-PERD-ON-FILE         VALUE "Y".
023000         88  WS-PERD-NEW             VALUE "N".
023100     05  WS-CALDAYS-EOF-SW PIC X(01) VALUE "N".
023200         88  WS-CALDAYS-EOF          VALUE "Y".
023300         88  WS-CALDAYS-NOT-EOF      VALUE "N".
023400     05  WS-DIVS-EOF-SW  PIC X(01) VALUE "N".
023500         88  WS-DIVS-EOF             VALUE "Y".
023600         88  WS-DIVS-NOT-EOF         VALUE "N".
023700     05  WS-EXCPTN-EOF-SW PIC X(01) VALUE "N".
023800         88  WS-EXCPTN-EOF           VALUE "Y".
023900         88  WS-EXCPTN-NOT-EOF       VALUE "N".
024000     05  WS-FOUND-SW     PIC X(01) VALUE "N".
024100         88  WS-RUN-FOUND            VALUE "Y".
024200         88  WS-RUN-NOT-FOUND        VALUE "N".
024300
024400*--------------------------------------------------------------
024500* CLOSE REPORT LINES
024600*--------------------------------------------------------------
024700 01  CLS-HEADING-1.
024800     05  FILLER          PIC X(41) VALUE
024900         "MECLOSE - MONTH-END CLOSE REPORT  PERIOD ".
025000     05  CLS-H1-PERIOD   PIC 9(06).
025100     05  FILLER          PIC X(10) VALUE "  RUN ON  ".
025200     05  CLS-H1-DATE     PIC 9(08).
025300 01  CLS-HEADING-2.
025400     05  FILLER          PIC X(15) VALUE "BUSINESS DAYS  ".
025500     05  CLS-H2-FIRST    PIC 9(08).
025600     05  FILLER          PIC X(04) VALUE " TO ".
025700     05  CLS-H2-LAST     PIC 9(08).
025800     05  FILLER          PIC X(16) VALUE "   CLOSE NUMBER ".
025900     05  CLS-H2-CLOSE-NO PIC Z(03)9.
026000 01  CLS-RUN-HEADING.
026100     05  FILLER          PIC X(16) VALUE "RUN ID".
026200     05  FILLER          PIC X(36) VALUE
026300         "  RECORDS  SUCCESS REJECTED RESOLVED".
026400     05  FILLER          PIC X(27) VALUE
026500         " REVERSED REPOSTED  FORWARD".
026600     05  FILLER          PIC X(22) VALUE
026700         "         CONTROL TOTAL".
026800     05  FILLER          PIC X(06) VALUE "  NOTE".
026900 01  CLS-RUN-LINE.
027000     05  CLS-RUN-LABEL   PIC X(16).
027100     05  CLS-RUN-ID REDEFINES CLS-RUN-LABEL
027200                         PIC 9(16).
027300     05  FILLER          PIC X(01) VALUE SPACES.
027400     05  CLS-RUN-REC     PIC Z(07)9.
027500     05  FILLER          PIC X(01) VALUE SPACES.
027600     05  CLS-RUN-SUCCESS PIC Z(07)9.
027700     05  FILLER          PIC X(01) VALUE SPACES.
027800     05  CLS-RUN-REJECT  PIC Z(07)9.
027900     05  FILLER          PIC X(01) VALUE SPACES.
028000     05  CLS-RUN-RESOLVED
028100                         PIC Z(07)9.
028200     05  FILLER          PIC X(01) VALUE SPACES.
028300     05  CLS-RUN-REVERSED
028400                         PIC Z(07)9.
028500     05  FILLER          PIC X(01) VALUE SPACES.
028600     05  CLS-RUN-REPOSTED
028700                         PIC Z(07)9.
028800     05  FILLER          PIC X(01) VALUE SPACES.
028900     05  CLS-RUN-FORWARD PIC Z(07)9.
029000     05  FILLER          PIC X(02) VALUE SPACES.
029100     05  CLS-RUN-TOTAL   PIC -(14)9.9(04).
029200     05  FILLER          PIC X(02) VALUE SPACES.
029300     05  CLS-RUN-NOTE    PIC X(24).
029400 01  CLS-OP-HEADING.
029500     05  FILLER          PIC X(12) VALUE "  OPERATION".
029600     05  FILLER          PIC X(08) VALUE " RESULTS".
029700     05  FILLER          PIC X(22) VALUE
029800         "      NET RESULT TOTAL".
029900 01  CLS-OP-LINE.
030000     05  FILLER          PIC X(02) VALUE SPACES.
030100     05  CLS-OP-NAME     PIC X(10).
030200     05  CLS-OP-COUNT    PIC Z(07)9.
030300     05  FILLER          PIC X(02) VALUE SPACES.
030400     05  CLS-OP-TOTAL    PIC -(14)9.9(04).
030500 01  CLS-SUSP-HEADING.
030600     05  FILLER          PIC X(10) VALUE "REC ID".
030700     05  FILLER          PIC X(03) VALUE "OP".
030800     05  FILLER          PIC X(10) VALUE "DIVIDEND".
030900     05  FILLER          PIC X(10) VALUE " DIVISOR".
031000     05  FILLER          PIC X(10) VALUE "RAISED".
031100     05  FILLER          PIC X(07) VALUE "  AGE".
031200     05  FILLER          PIC X(06) VALUE "REASON".
031300 01  CLS-SUSP-LINE.
031400     05  CLS-SUSP-ID     PIC 9(08).
031500     05  FILLER          PIC X(02) VALUE SPACES.
031600     05  CLS-SUSP-OP     PIC X(01).
031700     05  FILLER          PIC X(02) VALUE SPACES.
031800     05  CLS-SUSP-DIVIDEND
031900                         PIC Z(07)9.
032000     05  FILLER          PIC X(02) VALUE SPACES.
032100     05  CLS-SUSP-DIVISOR
032200                         PIC Z(07)9.
032300     05  FILLER          PIC X(02) VALUE SPACES.
032400     05  CLS-SUSP-RAISED PIC 9(08).
032500     05  FILLER          PIC X(02) VALUE SPACES.
032600     05  CLS-SUSP-AGE    PIC Z(04)9.
032700     05  FILLER          PIC X(02) VALUE SPACES.
032800     05  CLS-SUSP-REASON PIC X(32).
032900 01  CLS-TOTAL-LINE.
033000     05  CLS-TOT-LABEL   PIC X(24).
033100     05  CLS-TOT-COUNT   PIC Z(07)9.
033200 01  CLS-MESSAGE-LINE    PIC X(100).
033300
033400 PROCEDURE DIVISION.
033500*--------------------------------------------------------------
033600* 0000-MAINLINE
033700*--------------------------------------------------------------
033800 0000-MAINLINE.
033900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034000     ACCEPT WS-RUN-TIME FROM TIME.
034100     MOVE WS-RUN-DATE (1:6) TO WS-TODAY-PERIOD.
034200     PERFORM 0200-PARSE-RUN-PARM
034300         THRU 0200-PARSE-RUN-PARM-EXIT.
034400     IF WS-FATAL
034500         MOVE 16 TO RETURN-CODE
034600         GO TO 9999-EXIT
034700     END-IF.
034800
034900     PERFORM 0500-LOAD-CALENDAR
035000         THRU 0500-LOAD-CALENDAR-EXIT.
035100     IF WS-NOT-FATAL
035200         PERFORM 0600-SET-PERIOD
035300             THRU 0600-SET-PERIOD-EXIT
035400     END-IF.
035500     IF WS-FATAL
035600         MOVE 16 TO RETURN-CODE
035700         GO TO 9999-EXIT
035800     END-IF.
035900
036000     PERFORM 1000-OPEN-CONTROL-FILES
036100         THRU 1000-OPEN-CONTROL-FILES-EXIT.
036200     IF WS-FATAL
036300         MOVE 16 TO RETURN-CODE
036400         GO TO 9999-EXIT
036500     END-IF.
036600
036700     PERFORM 1500-CHECK-PERIOD-STATUS
036800         THRU 1500-CHECK-PERIOD-STATUS-EXIT.
036900     IF WS-NOT-FATAL AND WS-CLOSE-NOT-REFUSED
037000         PERFORM 1700-OPEN-REPORT
037100             THRU 1700-OPEN-REPORT-EXIT
037200     END-IF.
037300     IF WS-CLOSE-REFUSED
037400         MOVE 8 TO RETURN-CODE
037500         CLOSE PERDCTL
037600         CLOSE PERDTOT
037700         GO TO 9999-EXIT
037800     END-IF.
037900     IF WS-FATAL
038000         MOVE 16 TO RETURN-CODE
038100         CLOSE PERDCTL
038200         CLOSE PERDTOT
038300         GO TO 9999-EXIT
038400     END-IF.
038500
038600     PERFORM 2000-INDEX-DIVSUM
038700         THRU 2000-INDEX-DIVSUM-EXIT.
038800     IF WS-NOT-FATAL
038900         PERFORM 2500-TOTAL-DIVSUM
039000             THRU 2500-TOTAL-DIVSUM-EXIT
039100         PERFORM 3000-WRITE-OP-TOTALS
039200             THRU 3000-WRITE-OP-TOTALS-EXIT
039300         PERFORM 4000-SNAPSHOT-SUSPENSE
039400             THRU 4000-SNAPSHOT-SUSPENSE-EXIT
039500     END-IF.
039600     IF WS-NOT-FATAL
039700         PERFORM 5000-WRITE-PERIOD-TOTALS
039800             THRU 5000-WRITE-PERIOD-TOTALS-EXIT
039900     END-IF.
040000     IF WS-NOT-FATAL
040100         PERFORM 6000-MARK-PERIOD-CLOSED
040200             THRU 6000-MARK-PERIOD-CLOSED-EXIT
040300     END-IF.
040400     IF WS-FATAL
040500         MOVE "*** CLOSE NOT COMPLETED - PERIOD REMAINS OPEN"
040600             TO CLS-MESSAGE-LINE
040700         WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE
040800         MOVE 16 TO RETURN-CODE
040900     ELSE
041000         PERFORM 7000-WRITE-SIGN-OFF
041100             THRU 7000-WRITE-SIGN-OFF-EXIT
041200     END-IF.
041300
041400     PERFORM 9000-CLOSE-FILES
041500         THRU 9000-CLOSE-FILES-EXIT.
041600     GO TO 9999-EXIT.
041700
041800*--------------------------------------------------------------
041900* 0200-PARSE-RUN-PARM - PERIOD=YYYYMM NAMES THE MONTH TO CLOSE.
042000*                       FORCE=Y WITH OPER=XXXXXXXX REOPENS A
042100*                       PERIOD ALREADY CLOSED AND CLOSES IT
042200*                       AGAIN. THE RUNID= TOKEN JOB CONTROL
042300*                       APPENDS IS ACCEPTED AND IGNORED; ANYTHING
042400*                       ELSE IS REPORTED AND IGNORED. A BAD
042500*                       PERIOD IS FATAL - CLOSING THE WRONG MONTH
042600*                       IS WORSE THAN CLOSING NONE.
042700*--------------------------------------------------------------
042800 0200-PARSE-RUN-PARM.
042900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
043000     MOVE SPACES TO WS-PARM-TOKENS.
043100     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
043200         INTO WS-PARM-TOKEN (1)
043300              WS-PARM-TOKEN (2)
043400              WS-PARM-TOKEN (3)
043500              WS-PARM-TOKEN (4).
043600     PERFORM 0210-APPLY-RUN-TOKEN
043700         THRU 0210-APPLY-RUN-TOKEN-EXIT
043800         VARYING WS-TOKEN-IX FROM 1 BY 1
043900         UNTIL WS-TOKEN-IX > 4.
044000 0200-PARSE-RUN-PARM-EXIT.
044100     EXIT.
044200
044300 0210-APPLY-RUN-TOKEN.
044400     IF WS-PARM-TOKEN (WS-TOKEN-IX) = SPACES
044500         GO TO 0210-APPLY-RUN-TOKEN-EXIT
044600     END-IF.
044700     MOVE SPACES TO WS-PARM-KEYWORD.
044800     MOVE SPACES TO WS-PARM-VALUE-X.
044900     UNSTRING WS-PARM-TOKEN (WS-TOKEN-IX) DELIMITED BY "="
045000         INTO WS-PARM-KEYWORD WS-PARM-VALUE-X.
045100
045200     EVALUATE TRUE
045300         WHEN WS-PARM-KEYWORD = "PERIOD"
045400             PERFORM 0220-CONVERT-PARM-NUMBER
045500                 THRU 0220-CONVERT-PARM-NUMBER-EXIT
045600             MOVE WS-PARM-NUMBER TO WS-PERIOD
045700             IF WS-PARM-NUM-BAD
045800                 OR WS-PARM-NUMBER < 190001
045900                 OR WS-PARM-NUMBER > 999912
046000                 OR WS-PERIOD-MONTH < 1
046100                 OR WS-PERIOD-MONTH > 12
046200                 DISPLAY "MECLOSE - PERIOD= VALUE BAD: "
046300                     WS-PARM-VALUE-X
046400                 SET WS-FATAL TO TRUE
046500             ELSE
046600                 MOVE WS-PERIOD TO WS-PARM-PERIOD
046700             END-IF
046800         WHEN WS-PARM-KEYWORD = "FORCE"
046900             AND WS-PARM-VALUE-X = "Y"
047000             SET WS-FORCE-GIVEN TO TRUE
047100         WHEN WS-PARM-KEYWORD = "OPER"
047200             MOVE WS-PARM-VALUE-X TO WS-OPER-ID
047300         WHEN WS-PARM-KEYWORD = "RUNID"
047400             CONTINUE
047500         WHEN OTHER
047600             DISPLAY "MECLOSE - PARM TOKEN IGNORED: "
047700                 WS-PARM-TOKEN (WS-TOKEN-IX)
047800     END-EVALUATE.
047900 0210-APPLY-RUN-TOKEN-EXIT.
048000     EXIT.
048100
048200 0220-CONVERT-PARM-NUMBER.
048300     MOVE 0 TO WS-PARM-NUMBER.
048400     SET WS-PARM-NUM-GOOD TO TRUE.
048500     IF WS-PARM-VALUE-X = SPACES
048600         SET WS-PARM-NUM-BAD TO TRUE
048700         GO TO 0220-CONVERT-PARM-NUMBER-EXIT
048800     END-IF.
048900     PERFORM 0225-CONVERT-ONE-DIGIT
049000         THRU 0225-CONVERT-ONE-DIGIT-EXIT
049100         VARYING WS-DIGIT-IX FROM 1 BY 1
049200         UNTIL WS-DIGIT-IX > 16
049300             OR WS-PARM-VALUE-X (WS-DIGIT-IX:1) = SPACE
049400             OR WS-PARM-NUM-BAD.
049500 0220-CONVERT-PARM-NUMBER-EXIT.
049600     EXIT.
049700
049800 0225-CONVERT-ONE-DIGIT.
049900     IF WS-PARM-VALUE-X (WS-DIGIT-IX:1) IS NUMERIC
050000         MOVE WS-PARM-VALUE-X (WS-DIGIT-IX:1) TO WS-ONE-DIGIT
050100         COMPUTE WS-PARM-NUMBER = WS-PARM-NUMBER * 10
050200             + WS-ONE-DIGIT
050300     ELSE
050400         SET WS-PARM-NUM-BAD TO TRUE
050500     END-IF.
050600 0225-CONVERT-ONE-DIGIT-EXIT.
050700     EXIT.
050800
050900*--------------------------------------------------------------
051000* 0500-LOAD-CALENDAR - THE CLOSE IS DRIVEN BY THE CALDAYS
051100*                      BUSINESS DAYS, SO NO CALENDAR, AN EMPTY
051200*                      ONE OR ONE TOO BIG FOR THE TABLE IS FATAL
051300*--------------------------------------------------------------
051400 0500-LOAD-CALENDAR.
051500     OPEN INPUT CALDAYS.
051600     IF WS-CALDAYS-STATUS NOT = "00"
051700         DISPLAY "MECLOSE - UNABLE TO OPEN CALDAYS, STATUS = "
051800             WS-CALDAYS-STATUS
051900         SET WS-FATAL TO TRUE
052000         GO TO 0500-LOAD-CALENDAR-EXIT
052100     END-IF.
052200     SET WS-CALDAYS-NOT-EOF TO TRUE.
052300     PERFORM 0510-LOAD-ONE-CAL-DAY
052400         THRU 0510-LOAD-ONE-CAL-DAY-EXIT
052500         UNTIL WS-CALDAYS-EOF OR WS-FATAL.
052600     CLOSE CALDAYS.
052700     IF WS-CAL-COUNT = 0 AND WS-NOT-FATAL
052800         DISPLAY "MECLOSE - CALDAYS HOLDS NO BUSINESS DAYS"
052900         SET WS-FATAL TO TRUE
053000     END-IF.
053100 0500-LOAD-CALENDAR-EXIT.
053200     EXIT.
053300
053400 0510-LOAD-ONE-CAL-DAY.
053500     READ CALDAYS
053600         AT END
053700             SET WS-CALDAYS-EOF TO TRUE
053800             GO TO 0510-LOAD-ONE-CAL-DAY-EXIT
053900     END-READ.
054000     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
054100         GO TO 0510-LOAD-ONE-CAL-DAY-EXIT
054200     END-IF.
054300     IF WS-CAL-COUNT NOT < 1000
054400         DISPLAY "MECLOSE - CALENDAR TABLE FULL AT 1000 - "
054500             "TRIM OLD YEARS FROM CALDAYS"
054600         SET WS-FATAL TO TRUE
054700         GO TO 0510-LOAD-ONE-CAL-DAY-EXIT
054800     END-IF.
054900     ADD 1 TO WS-CAL-COUNT.
055000     MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT).
055010     MOVE CAL-MONTH-POSITION TO WS-CAL-POSITION (WS-CAL-COUNT).
055100 0510-LOAD-ONE-CAL-DAY-EXIT.
055200     EXIT.
055300
055400*--------------------------------------------------------------
055500* 0600-SET-PERIOD - WITHOUT PERIOD= THE CLOSE TAKES THE LATEST
055600*                   MONTH WHOSE LAST BUSINESS DAY IS TODAY OR
055700*                   EARLIER. A DAY IS ITS MONTH'S LAST BUSINESS
055800*                   DAY WHEN THE NEXT CALDAYS DAY IS IN A LATER
055900*                   MONTH, OR IT IS THE LAST DAY ON THE CALENDAR
056000*                   AND ITS MONTH IS ALREADY OVER, OR CALDAYS
056010*                   MARKS IT LAST (L OR B). A PERIOD WITH
056100*                   NO BUSINESS DAYS, OR ONE WHOSE LAST BUSINESS
056200*                   DAY IS STILL TO COME, CANNOT BE CLOSED.
056300*--------------------------------------------------------------
056400 0600-SET-PERIOD.
056500     IF WS-PARM-PERIOD NOT = 0
056600         MOVE WS-PARM-PERIOD TO WS-PERIOD
056700     ELSE
056800         MOVE 0 TO WS-PERIOD
056900         PERFORM 0610-CHECK-ONE-MONTH-END
057000             THRU 0610-CHECK-ONE-MONTH-END-EXIT
057100             VARYING WS-CAL-IX FROM 1 BY 1
057200             UNTIL WS-CAL-IX > WS-CAL-COUNT
057300         IF WS-PERIOD = 0
057400             DISPLAY "MECLOSE - NO MONTH ON CALDAYS HAS REACHED "
057500                 "ITS LAST BUSINESS DAY - NOTHING TO CLOSE"
057600             SET WS-FATAL TO TRUE
057700             GO TO 0600-SET-PERIOD-EXIT
057800         END-IF
057900     END-IF.
058000
058100     MOVE 0 TO WS-FIRST-BUS-DATE.
058200     MOVE 0 TO WS-LAST-BUS-DATE.
058300     PERFORM 0620-CHECK-ONE-PERIOD-DAY
058400         THRU 0620-CHECK-ONE-PERIOD-DAY-EXIT
058500         VARYING WS-CAL-IX FROM 1 BY 1
058600         UNTIL WS-CAL-IX > WS-CAL-COUNT.
058700     IF WS-LAST-BUS-DATE = 0
058800         DISPLAY "MECLOSE - PERIOD " WS-PERIOD
058900             " HAS NO BUSINESS DAYS ON CALDAYS"
059000         SET WS-FATAL TO TRUE
059100         GO TO 0600-SET-PERIOD-EXIT
059200     END-IF.
059300     IF WS-LAST-BUS-DATE > WS-RUN-DATE
059400         DISPLAY "MECLOSE - PERIOD " WS-PERIOD
059500             " HAS NOT ENDED - LAST BUSINESS DAY IS "
059600             WS-LAST-BUS-DATE
059700         SET WS-FATAL TO TRUE
059800         GO TO 0600-SET-PERIOD-EXIT
059900     END-IF.
060000     COMPUTE WS-AS-OF-INT =
060100         FUNCTION INTEGER-OF-DATE (WS-LAST-BUS-DATE).
060200     DISPLAY "MECLOSE - CLOSING PERIOD " WS-PERIOD
060300         ", BUSINESS DAYS " WS-FIRST-BUS-DATE
060400         " TO " WS-LAST-BUS-DATE.
060500 0600-SET-PERIOD-EXIT.
060600     EXIT.
060700
060800 0610-CHECK-ONE-MONTH-END.
060900     IF WS-CAL-DATE (WS-CAL-IX) > WS-RUN-DATE
061000         GO TO 0610-CHECK-ONE-MONTH-END-EXIT
061100     END-IF.
061110     IF WS-CAL-POSITION (WS-CAL-IX) = "L" OR "B"
061120         MOVE WS-CAL-PERIOD (WS-CAL-IX) TO WS-PERIOD
061130         GO TO 0610-CHECK-ONE-MONTH-END-EXIT
061140     END-IF.
061200     IF WS-CAL-IX < WS-CAL-COUNT
061300         IF WS-CAL-PERIOD (WS-CAL-IX + 1)
061400             NOT = WS-CAL-PERIOD (WS-CAL-IX)
061500             MOVE WS-CAL-PERIOD (WS-CAL-IX) TO WS-PERIOD
061600         END-IF
061700     ELSE
061800         IF WS-CAL-PERIOD (WS-CAL-IX) < WS-TODAY-PERIOD
061900             MOVE WS-CAL-PERIOD (WS-CAL-IX) TO WS-PERIOD
062000         END-IF
062100     END-IF.
062200 0610-CHECK-ONE-MONTH-END-EXIT.
062300     EXIT.
062400
062500 0620-CHECK-ONE-PERIOD-DAY.
062600     IF WS-CAL-PERIOD (WS-CAL-IX) NOT = WS-PERIOD
062700         GO TO 0620-CHECK-ONE-PERIOD-DAY-EXIT
062800     END-IF.
062900     IF WS-FIRST-BUS-DATE = 0
063000         MOVE WS-CAL-DATE (WS-CAL-IX) TO WS-FIRST-BUS-DATE
063100     END-IF.
063200     MOVE WS-CAL-DATE (WS-CAL-IX) TO WS-LAST-BUS-DATE.
063300 0620-CHECK-ONE-PERIOD-DAY-EXIT.
063400     EXIT.
063500
063600*--------------------------------------------------------------
063700* 1000-OPEN-CONTROL-FILES - PERDCTL IS CREATED ON FIRST USE.
063800*                           PERDTOT IS APPENDED TO, CREATING IT
063900*                           ON THE FIRST CLOSE.
064000*--------------------------------------------------------------
064100 1000-OPEN-CONTROL-FILES.
064200     OPEN I-O PERDCTL.
064300     IF WS-PERDCTL-STATUS = "35"
064400         OPEN OUTPUT PERDCTL
064500         CLOSE PERDCTL
064600         OPEN I-O PERDCTL
064700     END-IF.
064800     IF WS-PERDCTL-STATUS NOT = "00"
064900         DISPLAY "MECLOSE - UNABLE TO OPEN PERDCTL, STATUS = "
065000             WS-PERDCTL-STATUS
065100         SET WS-FATAL TO TRUE
065200         GO TO 1000-OPEN-CONTROL-FILES-EXIT
065300     END-IF.
065400
065500     OPEN EXTEND PERDTOT.
065600     IF WS-PERDTOT-STATUS NOT = "00"
065700         OPEN OUTPUT PERDTOT
065800     END-IF.
065900     IF WS-PERDTOT-STATUS NOT = "00"
066000         DISPLAY "MECLOSE - UNABLE TO OPEN PERDTOT, STATUS = "
066100             WS-PERDTOT-STATUS
066200         CLOSE PERDCTL
066300         SET WS-FATAL TO TRUE
066400     END-IF.
066500 1000-OPEN-CONTROL-FILES-EXIT.
066600     EXIT.
066700
066800*--------------------------------------------------------------
066900* 1500-CHECK-PERIOD-STATUS - A PERIOD NEVER CLOSED, OR ONE
067000*                            LEFT REOPENED, IS CLOSED NOW. ONE
067100*                            ALREADY CLOSED IS REFUSED UNLESS
067200*                            THE OPERATOR FORCED A REOPEN AND
067300*                            SAID WHO THEY ARE.
067400*--------------------------------------------------------------
067500 1500-CHECK-PERIOD-STATUS.
067600     MOVE WS-PERIOD TO PERD-PERIOD.
067700     READ PERDCTL
067800         INVALID KEY
067900             SET WS-PERD-NEW TO TRUE
068000             MOVE 1 TO WS-CLOSE-NO
068100             IF WS-FORCE-GIVEN
068200                 DISPLAY "MECLOSE - FORCE=Y IGNORED - PERIOD "
068300                     WS-PERIOD " HAS NEVER BEEN CLOSED"
068400             END-IF
068500             GO TO 1500-CHECK-PERIOD-STATUS-EXIT
068600     END-READ.
068700     SET WS-PERD-ON-FILE TO TRUE.
068800     COMPUTE WS-CLOSE-NO = PERD-CLOSE-COUNT + 1.
068900     IF NOT PERD-CLOSED
069000         DISPLAY "MECLOSE - PERIOD " WS-PERIOD
069100             " WAS REOPENED - CLOSING IT AGAIN"
069200         GO TO 1500-CHECK-PERIOD-STATUS-EXIT
069300     END-IF.
069400
069500     IF WS-FORCE-NOT-GIVEN
069600         DISPLAY "MECLOSE - PERIOD " WS-PERIOD
069700             " WAS CLOSED ON " PERD-CLOSE-DATE
069800             " - SECOND CLOSE REFUSED"
069900         DISPLAY "MECLOSE - PASS FORCE=Y AND OPER= TO REOPEN "
070000             "AND CLOSE IT AGAIN"
070100         SET WS-CLOSE-REFUSED TO TRUE
070200         GO TO 1500-CHECK-PERIOD-STATUS-EXIT
070300     END-IF.
070400     IF WS-OPER-ID = SPACES
070500         DISPLAY "MECLOSE - FORCE=Y NEEDS OPER= TO NAME THE "
070600             "OPERATOR REOPENING THE PERIOD"
070700         SET WS-FATAL TO TRUE
070800         GO TO 1500-CHECK-PERIOD-STATUS-EXIT
070900     END-IF.
071000     PERFORM 1600-LOG-REOPEN
071100         THRU 1600-LOG-REOPEN-EXIT.
071200 1500-CHECK-PERIOD-STATUS-EXIT.
071300     EXIT.
071400
071500*--------------------------------------------------------------
071600* 1600-LOG-REOPEN - LOG THE FORCED REOPEN TO PERDTOT WITH THE
071700*                   CONTROL TOTAL AS LAST CLOSED, THEN MARK THE
071800*                   PERIOD REOPENED SO IT IS OPEN UNTIL THIS
071900*                   CLOSE COMPLETES
072000*--------------------------------------------------------------
072100 1600-LOG-REOPEN.
072200     MOVE PERD-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE.
072300     MOVE PERD-CONTROL-TOTAL TO WS-PRIOR-TOTAL.
072400     ADD 1 TO PERD-REOPEN-COUNT.
072500
072600     MOVE SPACES TO PTOT-REOPEN-RECORD.
072700     MOVE "ROP" TO PTOR-REC-TYPE.
072800     MOVE WS-PERIOD TO PTOR-PERIOD.
072900     MOVE WS-RUN-DATE TO PTOR-REOPEN-DATE.
073000     MOVE WS-RUN-TIME TO PTOR-REOPEN-TIME.
073100     MOVE PERD-REOPEN-COUNT TO PTOR-REOPEN-NO.
073200     MOVE WS-OPER-ID TO PTOR-OPER.
073300     MOVE WS-PRIOR-CLOSE-DATE TO PTOR-PRIOR-CLOSE-DATE.
073400     MOVE WS-PRIOR-TOTAL TO PTOR-PRIOR-CONTROL-TOTAL.
073500     WRITE PTOT-REOPEN-RECORD.
073600     IF WS-PERDTOT-STATUS NOT = "00"
073700         DISPLAY "MECLOSE - UNABLE TO LOG REOPEN ON PERDTOT, "
073800             "STATUS = " WS-PERDTOT-STATUS
073900         SET WS-FATAL TO TRUE
074000         GO TO 1600-LOG-REOPEN-EXIT
074100     END-IF.
074200
074300     SET PERD-REOPENED TO TRUE.
074400     MOVE WS-RUN-DATE TO PERD-REOPEN-DATE.
074500     MOVE WS-OPER-ID TO PERD-REOPEN-OPER.
074600     REWRITE PERD-RECORD.
074700     IF WS-PERDCTL-STATUS NOT = "00"
074800         DISPLAY "MECLOSE - UNABLE TO REOPEN PERIOD ON PERDCTL, "
074900             "STATUS = " WS-PERDCTL-STATUS
075000         SET WS-FATAL TO TRUE
075100         GO TO 1600-LOG-REOPEN-EXIT
075200     END-IF.
075300     SET WS-REOPENED TO TRUE.
075400     DISPLAY "MECLOSE - PERIOD " WS-PERIOD " REOPENED BY "
075500         WS-OPER-ID " - REOPEN NUMBER " PERD-REOPEN-COUNT.
075600 1600-LOG-REOPEN-EXIT.
075700     EXIT.
075800
075900*--------------------------------------------------------------
076000* 1700-OPEN-REPORT - THE CLOSE REPORT AND THE SUSPENSE SNAPSHOT
076100*                    ARE OPENED ONLY ONCE THE CLOSE IS GOING
076200*                    AHEAD, SO A REFUSED RUN LEAVES THE SIGNED
076300*                    REPORT OF THE LAST CLOSE IN PLACE
076400*--------------------------------------------------------------
076500 1700-OPEN-REPORT.
076600     OPEN OUTPUT CLSRPT.
076700     IF WS-CLSRPT-STATUS NOT = "00"
076800         DISPLAY "MECLOSE - UNABLE TO OPEN CLSRPT, STATUS = "
076900             WS-CLSRPT-STATUS
077000         SET WS-FATAL TO TRUE
077100         GO TO 1700-OPEN-REPORT-EXIT
077200     END-IF.
077300     OPEN OUTPUT EXCPSNAP.
077400     IF WS-EXCPSNAP-STATUS NOT = "00"
077500         DISPLAY "MECLOSE - UNABLE TO OPEN EXCPSNAP, STATUS = "
077600             WS-EXCPSNAP-STATUS
077700         CLOSE CLSRPT
077800         SET WS-FATAL TO TRUE
077900         GO TO 1700-OPEN-REPORT-EXIT
078000     END-IF.
078100
078200     MOVE WS-PERIOD TO CLS-H1-PERIOD.
078300     MOVE WS-RUN-DATE TO CLS-H1-DATE.
078400     WRITE CLSRPT-LINE FROM CLS-HEADING-1.
078500     MOVE WS-FIRST-BUS-DATE TO CLS-H2-FIRST.
078600     MOVE WS-LAST-BUS-DATE TO CLS-H2-LAST.
078700     MOVE WS-CLOSE-NO TO CLS-H2-CLOSE-NO.
078800     WRITE CLSRPT-LINE FROM CLS-HEADING-2.
078900     IF WS-REOPENED
079000         MOVE WS-PRIOR-TOTAL TO WS-EDIT-AMOUNT
079100         MOVE SPACES TO CLS-MESSAGE-LINE
079200         STRING "REOPENED BY " WS-OPER-ID
079300             " - PREVIOUS CLOSE " WS-PRIOR-CLOSE-DATE
079400             " CONTROL TOTAL " WS-EDIT-AMOUNT
079500             DELIMITED BY SIZE INTO CLS-MESSAGE-LINE
079600         WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE
079700     END-IF.
079800     MOVE SPACES TO CLSRPT-LINE.
079900     WRITE CLSRPT-LINE.
080000     MOVE "CALCULATION RUNS IN THE PERIOD:" TO CLS-MESSAGE-LINE.
080100     WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE.
080200     WRITE CLSRPT-LINE FROM CLS-RUN-HEADING.
080300 1700-OPEN-REPORT-EXIT.
080400     EXIT.
080500
080600*--------------------------------------------------------------
080700* 2000-INDEX-DIVSUM - FIRST PASS. NOTE EVERY RUN ID IN THE
080800*                     PERIOD AND THE ORDINAL OF ITS LATEST
080900*                     SUMMARY RECORD. NO DIVSUM MEANS NO RUNS.
081000*--------------------------------------------------------------
081100 2000-INDEX-DIVSUM.
081200     OPEN INPUT DIVSUM.
081300     IF WS-DIVSUM-STATUS NOT = "00"
081400         DISPLAY "MECLOSE - NO DIVSUM FILE - TREATED AS EMPTY"
081500         GO TO 2000-INDEX-DIVSUM-EXIT
081600     END-IF.
081700     MOVE 0 TO WS-DIVS-READ.
081800     SET WS-DIVS-NOT-EOF TO TRUE.
081900     PERFORM 2100-INDEX-ONE-DIVSUM
082000         THRU 2100-INDEX-ONE-DIVSUM-EXIT
082100         UNTIL WS-DIVS-EOF OR WS-FATAL.
082200     CLOSE DIVSUM.
082300 2000-INDEX-DIVSUM-EXIT.
082400     EXIT.
082500
082600 2100-INDEX-ONE-DIVSUM.
082700     READ DIVSUM
082800         AT END
082900             SET WS-DIVS-EOF TO TRUE
083000             GO TO 2100-INDEX-ONE-DIVSUM-EXIT
083100     END-READ.
083200     ADD 1 TO WS-DIVS-READ.
083300     MOVE DIVS-RUN-ID (1:6) TO WS-REC-PERIOD.
083400     IF WS-REC-PERIOD NOT = WS-PERIOD
083500         GO TO 2100-INDEX-ONE-DIVSUM-EXIT
083600     END-IF.
083700     PERFORM 2150-FIND-RUN-ENTRY
083800         THRU 2150-FIND-RUN-ENTRY-EXIT.
083900     IF WS-RUN-NOT-FOUND
084000         IF WS-RUN-COUNT NOT < 500
084100             DISPLAY "MECLOSE - MORE THAN 500 RUNS IN THE "
084200                 "PERIOD - RAISE THE TABLE LIMIT"
084300             SET WS-FATAL TO TRUE
084400             GO TO 2100-INDEX-ONE-DIVSUM-EXIT
084500         END-IF
084600         ADD 1 TO WS-RUN-COUNT
084700         MOVE WS-RUN-COUNT TO WS-RUN-IX
084800         MOVE DIVS-RUN-ID TO WS-RUN-ID (WS-RUN-IX)
084900         MOVE 0 TO WS-RUN-SUMMARIES (WS-RUN-IX)
085000     END-IF.
085100     MOVE WS-DIVS-READ TO WS-RUN-LAST-REC (WS-RUN-IX).
085200     ADD 1 TO WS-RUN-SUMMARIES (WS-RUN-IX).
085300 2100-INDEX-ONE-DIVSUM-EXIT.
085400     EXIT.
085500
085600 2150-FIND-RUN-ENTRY.
085700     SET WS-RUN-NOT-FOUND TO TRUE.
085800     PERFORM 2160-MATCH-ONE-RUN
085900         THRU 2160-MATCH-ONE-RUN-EXIT
086000         VARYING WS-RUN-IX FROM 1 BY 1
086100         UNTIL WS-RUN-IX > WS-RUN-COUNT OR WS-RUN-FOUND.
086200 2150-FIND-RUN-ENTRY-EXIT.
086300     EXIT.
086400
086500 2160-MATCH-ONE-RUN.
086600     IF WS-RUN-ID (WS-RUN-IX) = DIVS-RUN-ID
086700         SET WS-RUN-FOUND TO TRUE
086800         SUBTRACT 1 FROM WS-RUN-IX
086900     END-IF.
087000 2160-MATCH-ONE-RUN-EXIT.
087100     EXIT.
087200
087300*--------------------------------------------------------------
087400* 2500-TOTAL-DIVSUM - SECOND PASS. ADD IN AND PRINT THE LATEST
087500*                     SUMMARY OF EACH RUN IN THE PERIOD, THEN
087600*                     PRINT THE PERIOD TOTAL LINE
087700*--------------------------------------------------------------
087800 2500-TOTAL-DIVSUM.
087900     IF WS-RUN-COUNT = 0
088000         MOVE "  NO CALCULATION RUNS IN THE PERIOD"
088100             TO CLS-MESSAGE-LINE
088200         WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE
088300         DISPLAY "MECLOSE - NO DIVSUM RECORDS FOR PERIOD "
088400             WS-PERIOD
088500         IF RETURN-CODE < 4
088600             MOVE 4 TO RETURN-CODE
088700         END-IF
088800         GO TO 2500-TOTAL-DIVSUM-TOTAL
088900     END-IF.
089000     OPEN INPUT DIVSUM.
089100     IF WS-DIVSUM-STATUS NOT = "00"
089200         DISPLAY "MECLOSE - UNABLE TO REOPEN DIVSUM, STATUS = "
089300             WS-DIVSUM-STATUS
089400         SET WS-FATAL TO TRUE
089500         GO TO 2500-TOTAL-DIVSUM-EXIT
089600     END-IF.
089700     MOVE 0 TO WS-DIVS-READ.
089800     SET WS-DIVS-NOT-EOF TO TRUE.
089900     PERFORM 2600-TOTAL-ONE-DIVSUM
090000         THRU 2600-TOTAL-ONE-DIVSUM-EXIT
090100         UNTIL WS-DIVS-EOF.
090200     CLOSE DIVSUM.
090300
090400 2500-TOTAL-DIVSUM-TOTAL.
090500     MOVE "PERIOD TOTAL" TO CLS-RUN-LABEL.
090600     MOVE WS-TOT-REC TO CLS-RUN-REC.
090700     MOVE WS-TOT-SUCCESS TO CLS-RUN-SUCCESS.
090800     MOVE WS-TOT-REJECT TO CLS-RUN-REJECT.
090900     MOVE WS-TOT-RESOLVED TO CLS-RUN-RESOLVED.
091000     MOVE WS-TOT-REVERSED TO CLS-RUN-REVERSED.
091100     MOVE WS-TOT-REPOSTED TO CLS-RUN-REPOSTED.
091200     MOVE WS-TOT-FORWARD TO CLS-RUN-FORWARD.
091300     MOVE WS-TOT-CONTROL TO CLS-RUN-TOTAL.
091400     MOVE SPACES TO CLS-RUN-NOTE.
091500     MOVE SPACES TO CLSRPT-LINE.
091600     WRITE CLSRPT-LINE.
091700     WRITE CLSRPT-LINE FROM CLS-RUN-LINE.
091800     MOVE "RUNS IN PERIOD ........." TO CLS-TOT-LABEL.
091900     MOVE WS-RUN-COUNT TO CLS-TOT-COUNT.
092000     WRITE CLSRPT-LINE FROM CLS-TOTAL-LINE.
092100 2500-TOTAL-DIVSUM-EXIT.
092200     EXIT.
092300
092400 2600-TOTAL-ONE-DIVSUM.
092500     READ DIVSUM
092600         AT END
092700             SET WS-DIVS-EOF TO TRUE
092800             GO TO 2600-TOTAL-ONE-DIVSUM-EXIT
092900     END-READ.
093000     ADD 1 TO WS-DIVS-READ.
093100     MOVE DIVS-RUN-ID (1:6) TO WS-REC-PERIOD.
093200     IF WS-REC-PERIOD NOT = WS-PERIOD
093300         GO TO 2600-TOTAL-ONE-DIVSUM-EXIT
093400     END-IF.
093500     PERFORM 2150-FIND-RUN-ENTRY
093600         THRU 2150-FIND-RUN-ENTRY-EXIT.
093700     IF WS-RUN-NOT-FOUND
093800         GO TO 2600-TOTAL-ONE-DIVSUM-EXIT
093900     END-IF.
094000     IF WS-RUN-LAST-REC (WS-RUN-IX) NOT = WS-DIVS-READ
094100         GO TO 2600-TOTAL-ONE-DIVSUM-EXIT
094200     END-IF.
094300
094400     ADD DIVS-REC-COUNT TO WS-TOT-REC.
094500     ADD DIVS-SUCCESS-COUNT TO WS-TOT-SUCCESS.
094600     ADD DIVS-REJECT-COUNT TO WS-TOT-REJECT.
094700     ADD DIVS-RESOLVED-COUNT TO WS-TOT-RESOLVED.
094800     ADD DIVS-REVERSED-COUNT TO WS-TOT-REVERSED.
094900     ADD DIVS-REPOSTED-COUNT TO WS-TOT-REPOSTED.
095000     ADD DIVS-FORWARD-COUNT TO WS-TOT-FORWARD.
095100     ADD DIVS-CONTROL-TOTAL TO WS-TOT-CONTROL.
095200     PERFORM 2650-ADD-ONE-OP-TOTAL
095300         THRU 2650-ADD-ONE-OP-TOTAL-EXIT
095400         VARYING WS-OP-IX FROM 1 BY 1
095500         UNTIL WS-OP-IX > 4.
095600
095700     MOVE DIVS-RUN-ID TO CLS-RUN-ID.
095800     MOVE DIVS-REC-COUNT TO CLS-RUN-REC.
095900     MOVE DIVS-SUCCESS-COUNT TO CLS-RUN-SUCCESS.
096000     MOVE DIVS-REJECT-COUNT TO CLS-RUN-REJECT.
096100     MOVE DIVS-RESOLVED-COUNT TO CLS-RUN-RESOLVED.
096200     MOVE DIVS-REVERSED-COUNT TO CLS-RUN-REVERSED.
096300     MOVE DIVS-REPOSTED-COUNT TO CLS-RUN-REPOSTED.
096400     MOVE DIVS-FORWARD-COUNT TO CLS-RUN-FORWARD.
096500     MOVE DIVS-CONTROL-TOTAL TO CLS-RUN-TOTAL.
096600     MOVE SPACES TO CLS-RUN-NOTE.
096700     IF WS-RUN-SUMMARIES (WS-RUN-IX) > 1
096800         MOVE WS-RUN-SUMMARIES (WS-RUN-IX) TO WS-EDIT-SUMMARIES
096900         STRING "LATEST OF " WS-EDIT-SUMMARIES " SUMMARIES"
097000             DELIMITED BY SIZE INTO CLS-RUN-NOTE
097100     END-IF.
097200     WRITE CLSRPT-LINE FROM CLS-RUN-LINE.
097300 2600-TOTAL-ONE-DIVSUM-EXIT.
097400     EXIT.
097500
097600 2650-ADD-ONE-OP-TOTAL.
097700     ADD DIVS-OP-COUNT (WS-OP-IX) TO WS-OP-COUNT (WS-OP-IX).
097800     ADD DIVS-OP-TOTAL (WS-OP-IX) TO WS-OP-TOTAL (WS-OP-IX).
097900 2650-ADD-ONE-OP-TOTAL-EXIT.
098000     EXIT.
098100
098200*--------------------------------------------------------------
098300* 3000-WRITE-OP-TOTALS - THE PERIOD CONTROL TOTAL BY OPERATION
098400*                        CODE. THE FOUR MUST ADD BACK TO THE
098500*                        CONTROL TOTAL AND THEIR COUNTS TO THE
098600*                        DIVOUT RECORDS WRITTEN; A BREAKDOWN
098700*                        THAT DOES NOT TIE IS RETURN CODE 4.
098800*--------------------------------------------------------------
098900 3000-WRITE-OP-TOTALS.
099000     MOVE SPACES TO CLSRPT-LINE.
099100     WRITE CLSRPT-LINE.
099200     MOVE "CONTROL TOTAL BY OPERATION CODE:" TO CLS-MESSAGE-LINE.
099300     WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE.
099400     WRITE CLSRPT-LINE FROM CLS-OP-HEADING.
099500     PERFORM 3100-WRITE-ONE-OP-LINE
099600         THRU 3100-WRITE-ONE-OP-LINE-EXIT
099700         VARYING WS-OP-IX FROM 1 BY 1
099800         UNTIL WS-OP-IX > 4.
099900     MOVE "TOTAL" TO CLS-OP-NAME.
100000     MOVE WS-OP-COUNT-SUM TO CLS-OP-COUNT.
100100     MOVE WS-OP-TOTAL-SUM TO CLS-OP-TOTAL.
100200     WRITE CLSRPT-LINE FROM CLS-OP-LINE.
100300
100400     COMPUTE WS-OUT-COUNT = WS-TOT-SUCCESS + WS-TOT-RESOLVED
100500         + WS-TOT-REVERSED + WS-TOT-REPOSTED.
100600     IF WS-OP-TOTAL-SUM = WS-TOT-CONTROL
100700         AND WS-OP-COUNT-SUM = WS-OUT-COUNT
100800         MOVE "  OPERATION TOTALS TIE TO THE PERIOD CONTROL TOTAL"
100900             TO CLS-MESSAGE-LINE
101000     ELSE
101100         MOVE "  *** OPERATION TOTALS DO NOT TIE TO THE PERIOD "
101200             & "CONTROL TOTAL" TO CLS-MESSAGE-LINE
101300         DISPLAY "MECLOSE - OPERATION TOTALS DO NOT TIE TO THE "
101400             "CONTROL TOTAL FOR PERIOD " WS-PERIOD
101500         IF RETURN-CODE < 4
101600             MOVE 4 TO RETURN-CODE
101700         END-IF
101800     END-IF.
101900     WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE.
102000 3000-WRITE-OP-TOTALS-EXIT.
102100     EXIT.
102200
102300 3100-WRITE-ONE-OP-LINE.
102400     MOVE WS-OP-NAME (WS-OP-IX) TO CLS-OP-NAME.
102500     MOVE WS-OP-COUNT (WS-OP-IX) TO CLS-OP-COUNT.
102600     MOVE WS-OP-TOTAL (WS-OP-IX) TO CLS-OP-TOTAL.
102700     WRITE CLSRPT-LINE FROM CLS-OP-LINE.
102800     ADD WS-OP-COUNT (WS-OP-IX) TO WS-OP-COUNT-SUM.
102900     ADD WS-OP-TOTAL (WS-OP-IX) TO WS-OP-TOTAL-SUM.
103000 3100-WRITE-ONE-OP-LINE-EXIT.
103100     EXIT.
103200
103300*--------------------------------------------------------------
103400* 4000-SNAPSHOT-SUSPENSE - EVERY EXCPTN ITEM STILL OPEN AND
103500*                          RAISED NO LATER THAN THE PERIOD IS
103600*                          CARRIED INTO THE NEXT MONTH. EACH
103700*                          GOES TO EXCPSNAP AND THE REPORT WITH
103800*                          ITS AGE AS AT THE LAST BUSINESS DAY.
103900*                          ITEMS RAISED SINCE BELONG TO THE NEXT
104000*                          PERIOD AND ARE ONLY COUNTED. NO
104100*                          EXCPTN MEANS NOTHING IN SUSPENSE.
104200*--------------------------------------------------------------
104300 4000-SNAPSHOT-SUSPENSE.
104400     MOVE SPACES TO CLSRPT-LINE.
104500     WRITE CLSRPT-LINE.
104600     MOVE SPACES TO CLS-MESSAGE-LINE.
104700     STRING "OPEN SUSPENSE CARRIED INTO THE NEXT PERIOD, "
104800         "AGED AS AT " WS-LAST-BUS-DATE ":"
104900         DELIMITED BY SIZE INTO CLS-MESSAGE-LINE.
105000     WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE.
105100     WRITE CLSRPT-LINE FROM CLS-SUSP-HEADING.
105200
105300     OPEN INPUT EXCPTN.
105400     IF WS-EXCPTN-STATUS NOT = "00"
105500         GO TO 4000-SNAPSHOT-SUSPENSE-TOTAL
105600     END-IF.
105700     SET WS-EXCPTN-NOT-EOF TO TRUE.
105800     PERFORM 4100-SNAP-ONE-ITEM
105900         THRU 4100-SNAP-ONE-ITEM-EXIT
106000         UNTIL WS-EXCPTN-EOF OR WS-FATAL.
106100     CLOSE EXCPTN.
106200
106300 4000-SNAPSHOT-SUSPENSE-TOTAL.
106400     IF WS-OPEN-ITEMS = 0
106500         MOVE "  NO OPEN SUSPENSE ITEMS" TO CLS-MESSAGE-LINE
106600         WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE
106700     END-IF.
106800     MOVE SPACES TO CLSRPT-LINE.
106900     WRITE CLSRPT-LINE.
107000     MOVE "OPEN ITEMS CARRIED ....." TO CLS-TOT-LABEL.
107100     MOVE WS-OPEN-ITEMS TO CLS-TOT-COUNT.
107200     WRITE CLSRPT-LINE FROM CLS-TOTAL-LINE.
107300     MOVE "OLDEST AGE IN DAYS ....." TO CLS-TOT-LABEL.
107400     MOVE WS-OLDEST-AGE TO CLS-TOT-COUNT.
107500     WRITE CLSRPT-LINE FROM CLS-TOTAL-LINE.
107600     IF WS-LATER-ITEMS > 0
107700         MOVE "RAISED AFTER PERIOD ...." TO CLS-TOT-LABEL
107800         MOVE WS-LATER-ITEMS TO CLS-TOT-COUNT
107900         WRITE CLSRPT-LINE FROM CLS-TOTAL-LINE
108000     END-IF.
108100 4000-SNAPSHOT-SUSPENSE-EXIT.
108200     EXIT.
108300
108400 4100-SNAP-ONE-ITEM.
108500     READ EXCPTN
108600         AT END
108700             SET WS-EXCPTN-EOF TO TRUE
108800             GO TO 4100-SNAP-ONE-ITEM-EXIT
108900     END-READ.
109000     IF NOT EXCP-OPEN
109100         GO TO 4100-SNAP-ONE-ITEM-EXIT
109200     END-IF.
109300     MOVE 0 TO WS-AGE-DAYS.
109400     IF EXCP-RAISE-DATE IS NUMERIC AND EXCP-RAISE-DATE > 0
109500         MOVE EXCP-RAISE-DATE (1:6) TO WS-REC-PERIOD
109600         IF WS-REC-PERIOD > WS-PERIOD
109700             ADD 1 TO WS-LATER-ITEMS
109800             GO TO 4100-SNAP-ONE-ITEM-EXIT
109900         END-IF
110000         COMPUTE WS-AGE-DAYS = WS-AS-OF-INT
110100             - FUNCTION INTEGER-OF-DATE (EXCP-RAISE-DATE)
110200         IF WS-AGE-DAYS < 0
110300             MOVE 0 TO WS-AGE-DAYS
110400         END-IF
110500     END-IF.
110600     ADD 1 TO WS-OPEN-ITEMS.
110700     IF WS-AGE-DAYS > WS-OLDEST-AGE
110800         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
110900     END-IF.
111000
111100     MOVE WS-PERIOD TO ESNP-PERIOD.
111200     MOVE WS-LAST-BUS-DATE TO ESNP-AS-OF-DATE.
111300     MOVE EXCP-REC-ID TO ESNP-REC-ID.
111400     MOVE EXCP-OPCODE TO ESNP-OPCODE.
111500     MOVE EXCP-DIVIDEND TO ESNP-DIVIDEND.
111600     MOVE EXCP-DIVISOR TO ESNP-DIVISOR.
111700     MOVE EXCP-RAISE-DATE TO ESNP-RAISE-DATE.
111800     MOVE WS-AGE-DAYS TO ESNP-AGE-DAYS.
111900     MOVE EXCP-REASON TO ESNP-REASON.
112000     WRITE ESNP-RECORD.
112100     IF WS-EXCPSNAP-STATUS NOT = "00"
112200         DISPLAY "MECLOSE - UNABLE TO WRITE EXCPSNAP, STATUS = "
112300             WS-EXCPSNAP-STATUS
112400         SET WS-FATAL TO TRUE
112500         GO TO 4100-SNAP-ONE-ITEM-EXIT
112600     END-IF.
112700
112800     MOVE EXCP-REC-ID TO CLS-SUSP-ID.
112900     MOVE EXCP-OPCODE TO CLS-SUSP-OP.
113000     MOVE EXCP-DIVIDEND TO CLS-SUSP-DIVIDEND.
113100     MOVE EXCP-DIVISOR TO CLS-SUSP-DIVISOR.
113200     MOVE EXCP-RAISE-DATE TO CLS-SUSP-RAISED.
113300     MOVE WS-AGE-DAYS TO CLS-SUSP-AGE.
113400     MOVE EXCP-REASON TO CLS-SUSP-REASON.
113500     WRITE CLSRPT-LINE FROM CLS-SUSP-LINE.
113600 4100-SNAP-ONE-ITEM-EXIT.
113700     EXIT.
113800
113900*--------------------------------------------------------------
114000* 5000-WRITE-PERIOD-TOTALS - ONE TOT RECORD ON PERDTOT FOR THIS
114100*                            CLOSE OF THE PERIOD
114200*--------------------------------------------------------------
114300 5000-WRITE-PERIOD-TOTALS.
114400     MOVE "TOT" TO PTOT-REC-TYPE.
114500     MOVE WS-PERIOD TO PTOT-PERIOD.
114600     MOVE WS-RUN-DATE TO PTOT-CLOSE-DATE.
114700     MOVE WS-RUN-TIME TO PTOT-CLOSE-TIME.
114800     MOVE WS-CLOSE-NO TO PTOT-CLOSE-NO.
114900     MOVE WS-FIRST-BUS-DATE TO PTOT-FIRST-BUS-DATE.
115000     MOVE WS-LAST-BUS-DATE TO PTOT-LAST-BUS-DATE.
115100     MOVE WS-RUN-COUNT TO PTOT-RUN-COUNT.
115200     MOVE WS-TOT-REC TO PTOT-REC-COUNT.
115300     MOVE WS-TOT-SUCCESS TO PTOT-SUCCESS-COUNT.
115400     MOVE WS-TOT-REJECT TO PTOT-REJECT-COUNT.
115500     MOVE WS-TOT-RESOLVED TO PTOT-RESOLVED-COUNT.
115600     MOVE WS-TOT-REVERSED TO PTOT-REVERSED-COUNT.
115700     MOVE WS-TOT-REPOSTED TO PTOT-REPOSTED-COUNT.
115800     MOVE WS-TOT-FORWARD TO PTOT-FORWARD-COUNT.
115900     MOVE WS-TOT-CONTROL TO PTOT-CONTROL-TOTAL.
116000     PERFORM 5100-MOVE-ONE-OP-TOTAL
116100         THRU 5100-MOVE-ONE-OP-TOTAL-EXIT
116200         VARYING WS-OP-IX FROM 1 BY 1
116300         UNTIL WS-OP-IX > 4.
116400     MOVE WS-OPEN-ITEMS TO PTOT-OPEN-ITEMS.
116500     MOVE WS-OLDEST-AGE TO PTOT-OLDEST-AGE.
116600     WRITE PTOT-TOTALS-RECORD.
116700     IF WS-PERDTOT-STATUS NOT = "00"
116800         DISPLAY "MECLOSE - UNABLE TO WRITE PERDTOT, STATUS = "
116900             WS-PERDTOT-STATUS
117000         SET WS-FATAL TO TRUE
117100     END-IF.
117200 5000-WRITE-PERIOD-TOTALS-EXIT.
117300     EXIT.
117400
117500 5100-MOVE-ONE-OP-TOTAL.
117600     MOVE WS-OP-COUNT (WS-OP-IX) TO PTOT-OP-COUNT (WS-OP-IX).
117700     MOVE WS-OP-TOTAL (WS-OP-IX) TO PTOT-OP-TOTAL (WS-OP-IX).
117800 5100-MOVE-ONE-OP-TOTAL-EXIT.
117900     EXIT.
118000
118100*--------------------------------------------------------------
118200* 6000-MARK-PERIOD-CLOSED - LAST OF ALL, SO A CLOSE THAT FAILS
118300*                           PART WAY LEAVES THE PERIOD OPEN
118400*--------------------------------------------------------------
118500 6000-MARK-PERIOD-CLOSED.
118600     IF WS-PERD-NEW
118700         MOVE WS-PERIOD TO PERD-PERIOD
118800         MOVE 0 TO PERD-REOPEN-COUNT
118900         MOVE 0 TO PERD-REOPEN-DATE
119000         MOVE SPACES TO PERD-REOPEN-OPER
119100     END-IF.
119200     SET PERD-CLOSED TO TRUE.
119300     MOVE WS-FIRST-BUS-DATE TO PERD-FIRST-BUS-DATE.
119400     MOVE WS-LAST-BUS-DATE TO PERD-LAST-BUS-DATE.
119500     MOVE WS-RUN-DATE TO PERD-CLOSE-DATE.
119600     MOVE WS-RUN-TIME TO PERD-CLOSE-TIME.
119700     MOVE WS-CLOSE-NO TO PERD-CLOSE-COUNT.
119800     MOVE WS-TOT-CONTROL TO PERD-CONTROL-TOTAL.
119900     IF WS-PERD-NEW
120000         WRITE PERD-RECORD
120100     ELSE
120200         REWRITE PERD-RECORD
120300     END-IF.
120400     IF WS-PERDCTL-STATUS NOT = "00"
120500         DISPLAY "MECLOSE - UNABLE TO MARK PERIOD CLOSED ON "
120600             "PERDCTL, STATUS = " WS-PERDCTL-STATUS
120700         SET WS-FATAL TO TRUE
120800         GO TO 6000-MARK-PERIOD-CLOSED-EXIT
120900     END-IF.
121000     DISPLAY "MECLOSE - PERIOD " WS-PERIOD " CLOSED - "
121100         WS-RUN-COUNT " RUN(S), " WS-OPEN-ITEMS
121200         " OPEN SUSPENSE ITEM(S) CARRIED".
121300 6000-MARK-PERIOD-CLOSED-EXIT.
121400     EXIT.
121500
121600*--------------------------------------------------------------
121700* 7000-WRITE-SIGN-OFF - THE LINES FINANCE SIGNS
121800*--------------------------------------------------------------
121900 7000-WRITE-SIGN-OFF.
122000     MOVE SPACES TO CLSRPT-LINE.
122100     WRITE CLSRPT-LINE.
122200     MOVE SPACES TO CLS-MESSAGE-LINE.
122300     STRING "PERIOD " WS-PERIOD " CLOSED ON " WS-RUN-DATE
122400         " - LATE CORRECTIONS AND ADJUSTMENTS NOW POST TO THE "
122500         "OPEN PERIOD"
122600         DELIMITED BY SIZE INTO CLS-MESSAGE-LINE.
122700     WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE.
122800     MOVE SPACES TO CLSRPT-LINE.
122900     WRITE CLSRPT-LINE.
123000     WRITE CLSRPT-LINE.
123100     MOVE "CLOSED BY (OPERATIONS)  ______________________________"
123200         & "    DATE __________" TO CLS-MESSAGE-LINE.
123300     WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE.
123400     MOVE SPACES TO CLSRPT-LINE.
123500     WRITE CLSRPT-LINE.
123600     MOVE "APPROVED BY (FINANCE)   ______________________________"
123700         & "    DATE __________" TO CLS-MESSAGE-LINE.
123800     WRITE CLSRPT-LINE FROM CLS-MESSAGE-LINE.
123900 7000-WRITE-SIGN-OFF-EXIT.
124000     EXIT.
124100
124200*--------------------------------------------------------------
124300* 9000-CLOSE-FILES
124400*--------------------------------------------------------------
124500 9000-CLOSE-FILES.
124600     CLOSE PERDCTL.
124700     CLOSE PERDTOT.
124800     CLOSE EXCPSNAP.
124900     CLOSE CLSRPT.
125000 9000-CLOSE-FILES-EXIT.
125100     EXIT.
125200
125300*--------------------------------------------------------------
125400* 9999-EXIT - COMMON PROGRAM EXIT
125500*--------------------------------------------------------------
125600 9999-EXIT.
125700     STOP RUN.
