000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SETCMP.
000300 AUTHOR.         R HALVORSEN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   2026-09-24.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-09-24 RH   ORIGINAL VERSION. CROSS-SET COMPARISON REPORT
001100*                 FOR ONE MAX-FINDER RUN. THE RUN IS CHOSEN BY A
001200*                 RUNID= PARM TOKEN (THE 16-DIGIT DATE/TIME RUN
001300*                 ID), DEFAULTING TO THE LATEST RUN ON STATS.
001400*                 EVERY ARRAY SET OF THE RUN IS PRINTED SIDE BY
001500*                 SIDE (SETCRPT) WITH N, MIN, MAX (FROM AUDIT),
001600*                 MEAN, STANDARD DEVIATION AND MEDIAN, RANKED BY
001700*                 MAXIMUM ELEMENT AND BY MEAN, AND A SET WHOSE
001800*                 MEAN OR STANDARD DEVIATION LIES MORE THAN
001900*                 SIGMA=N (DEFAULT 2) STANDARD DEVIATIONS FROM
002000*                 THE AVERAGE OF THE RUN'S SETS IS FLAGGED. THE
002100*                 REPORT ENDS WITH RUN-WIDE TOTALS ACROSS ALL
002200*                 SETS. A RUN WITH NO STATS RECORDS ENDS WITH
002300*                 RETURN CODE 4.
002400*--------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STATS ASSIGN TO "STATS"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-STATS-STATUS.
003200     SELECT AUDIT ASSIGN TO "AUDIT"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-AUDIT-STATUS.
003500     SELECT SETCRPT ASSIGN TO "SETCRPT"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-SETCRPT-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  STATS
004200     RECORDING MODE IS F
004300     BLOCK CONTAINS 0 RECORDS
004400     LABEL RECORDS ARE STANDARD.
004500     COPY STATREC.
004600
004700 FD  AUDIT
004800     RECORDING MODE IS F
004900     BLOCK CONTAINS 0 RECORDS
005000     LABEL RECORDS ARE STANDARD.
005100     COPY AUDTREC.
005200
005300 FD  SETCRPT
005400     RECORDING MODE IS F
005500     BLOCK CONTAINS 0 RECORDS
005600     LABEL RECORDS ARE STANDARD.
005700 01  SETCRPT-LINE                PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000*--------------------------------------------------------------
006100* SELECTION AND COMPARISON WORK AREAS
006200*--------------------------------------------------------------
006300 77  WS-STATS-STATUS     PIC X(02) VALUE SPACES.
006400 77  WS-AUDIT-STATUS     PIC X(02) VALUE SPACES.
006500 77  WS-SETCRPT-STATUS   PIC X(02) VALUE SPACES.
006600 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
006700 77  WS-SEL-RUN-ID       PIC 9(16) VALUE 0.
006800 77  WS-REC-RUN-ID       PIC 9(16) VALUE 0.
006900 77  WS-SIGMA            PIC 9(4) COMP VALUE 2.
007000 77  WS-STATS-READ       PIC 9(8) COMP VALUE 0.
007100 77  WS-AUDIT-MATCHED    PIC 9(8) COMP VALUE 0.
007200 77  WS-SETS-FLAGGED     PIC 9(8) COMP VALUE 0.
007300 77  WS-SET-COUNT        PIC 9(4) COMP VALUE 0.
007400 77  WS-SET-IX           PIC 9(4) COMP VALUE 0.
007500 77  WS-OTHER-IX         PIC 9(4) COMP VALUE 0.
007600 77  WS-RANK-IX          PIC 9(4) COMP VALUE 0.
007700 77  WS-TOT-N            PIC 9(10) COMP VALUE 0.
007800 77  WS-TOT-SUM          PIC S9(17) COMP-3 VALUE 0.
007900 77  WS-LOW-MIN          PIC S9(8) VALUE 0.
008000 77  WS-HIGH-MAX         PIC S9(8) VALUE 0.
008100 77  WS-RUN-MEAN         PIC S9(8)V9(4) VALUE 0.
008200 77  WS-MEAN-TOTAL       PIC S9(12)V9(4) COMP-3 VALUE 0.
008300 77  WS-SD-TOTAL         PIC S9(12)V9(4) COMP-3 VALUE 0.
008400 77  WS-AVG-MEAN         PIC S9(8)V9(4) VALUE 0.
008500 77  WS-AVG-SD           PIC S9(8)V9(4) VALUE 0.
008600 77  WS-MEAN-SQDEV       PIC S9(22)V9(8) COMP-3 VALUE 0.
008700 77  WS-SD-SQDEV         PIC S9(22)V9(8) COMP-3 VALUE 0.
008800 77  WS-VARIANCE         PIC S9(16)V9(2) COMP VALUE 0.
008900 77  WS-SD-OF-MEANS      PIC 9(8)V9(4) VALUE 0.
009000 77  WS-SD-OF-SDS        PIC 9(8)V9(4) VALUE 0.
009100 77  WS-DEVIATION        PIC S9(9)V9(4) VALUE 0.
009200 77  WS-LIMIT            PIC S9(12)V9(4) VALUE 0.
009300 77  WS-PARM-LINE        PIC X(60) VALUE SPACES.
009400 77  WS-PARM-KEYWORD     PIC X(08) VALUE SPACES.
009500 77  WS-PARM-VALUE-X     PIC X(16) VALUE SPACES.
009600 77  WS-PARM-NUMBER      PIC 9(16) COMP VALUE 0.
009700 77  WS-ONE-DIGIT        PIC 9(1) VALUE 0.
009800 77  WS-TOKEN-IX         PIC 9(4) COMP VALUE 0.
009900 77  WS-DIGIT-IX         PIC 9(4) COMP VALUE 0.
010000 77  WS-RPT-LINE-CNT     PIC 9(4) COMP VALUE 0.
010100 77  WS-RPT-PAGE-CNT     PIC 9(4) COMP VALUE 0.
010200 77  WS-RPT-MAX-LINES    PIC 9(4) COMP VALUE 60.
010300
010400 01  WS-PARM-TOKENS.
010500     05  WS-PARM-TOKEN   PIC X(24) OCCURS 3 TIMES.
010600
010700*--------------------------------------------------------------
010800* SET TABLE - ONE ENTRY PER ARRAY SET OF THE SELECTED RUN
010900*--------------------------------------------------------------
011000 01  WS-SET-TABLE.
011100     05  WS-SET-ENTRY OCCURS 200 TIMES.
011200         10  WS-TBL-SET-ID   PIC 9(04).
011300         10  WS-TBL-NAME     PIC X(20).
011400         10  WS-TBL-N        PIC 9(08).
011500         10  WS-TBL-MIN      PIC S9(08).
011600         10  WS-TBL-MAX      PIC S9(08).
011700         10  WS-TBL-MAX-SW   PIC X(01).
011800             88  WS-TBL-MAX-KNOWN    VALUE "Y".
011900             88  WS-TBL-MAX-UNKNOWN  VALUE "N".
012000         10  WS-TBL-SUM      PIC S9(15).
012100         10  WS-TBL-MEAN     PIC S9(08)V9(04).
012200         10  WS-TBL-STDDEV   PIC 9(08)V9(04).
012300         10  WS-TBL-MEDIAN   PIC S9(08)V9(01).
012400         10  WS-TBL-RANK-MAX PIC 9(04) COMP.
012500         10  WS-TBL-RANK-MEAN
012600                             PIC 9(04) COMP.
012700         10  WS-TBL-FLAG     PIC X(12).
012800
012900 01  WS-SWITCHES.
013000     05  WS-STATS-EOF-SW PIC X(01) VALUE "N".
013100         88  WS-STATS-EOF            VALUE "Y".
013200         88  WS-STATS-NOT-EOF        VALUE "N".
013300     05  WS-AUDIT-EOF-SW PIC X(01) VALUE "N".
013400         88  WS-AUDIT-EOF            VALUE "Y".
013500         88  WS-AUDIT-NOT-EOF        VALUE "N".
013600     05  WS-FATAL-SW     PIC X(01) VALUE "N".
013700         88  WS-FATAL                VALUE "Y".
013800         88  WS-NOT-FATAL            VALUE "N".
013900     05  WS-PARM-NUM-SW  PIC X(01) VALUE "Y".
014000         88  WS-PARM-NUM-GOOD        VALUE "Y".
014100         88  WS-PARM-NUM-BAD         VALUE "N".
014200     05  WS-LATEST-SW    PIC X(01) VALUE "Y".
014300         88  WS-LATEST-RUN           VALUE "Y".
014400         88  WS-CHOSEN-RUN           VALUE "N".
014500     05  WS-SET-FOUND-SW PIC X(01) VALUE "N".
014600         88  WS-SET-FOUND            VALUE "Y".
014700         88  WS-SET-NOT-FOUND        VALUE "N".
014800     05  WS-MEAN-OUT-SW  PIC X(01) VALUE "N".
014900         88  WS-MEAN-OUTLIER         VALUE "Y".
015000         88  WS-MEAN-IN-LINE         VALUE "N".
015100     05  WS-SD-OUT-SW    PIC X(01) VALUE "N".
015200         88  WS-SD-OUTLIER           VALUE "Y".
015300         88  WS-SD-IN-LINE           VALUE "N".
015400
015500*--------------------------------------------------------------
015600* COMPARISON REPORT LINES
015700*--------------------------------------------------------------
015800 01  CMP-HEADING-1.
015900     05  FILLER          PIC X(36) VALUE
016000         "SETCMP - CROSS-SET COMPARISON  RUN ".
016100     05  CMP-H1-RUN-ID   PIC 9(16).
016200     05  FILLER          PIC X(10) VALUE "  SIGMA = ".
016300     05  CMP-H1-SIGMA    PIC Z(03)9.
016400     05  FILLER          PIC X(57) VALUE SPACES.
016500     05  FILLER          PIC X(05) VALUE "PAGE ".
016600     05  CMP-H1-PAGE     PIC Z(03)9.
016700 01  CMP-HEADING-2.
016800     05  FILLER          PIC X(97) VALUE SPACES.
016900     05  FILLER          PIC X(10) VALUE "RANK BY".
017000 01  CMP-HEADING-3.
017100     05  FILLER          PIC X(05) VALUE "SET".
017200     05  FILLER          PIC X(21) VALUE "SET NAME".
017300     05  FILLER          PIC X(09) VALUE "       N".
017400     05  FILLER          PIC X(10) VALUE "      MIN".
017500     05  FILLER          PIC X(10) VALUE "      MAX".
017600     05  FILLER          PIC X(15) VALUE "          MEAN".
017700     05  FILLER          PIC X(14) VALUE "       STDDEV".
017800     05  FILLER          PIC X(13) VALUE "     MEDIAN".
017900     05  FILLER          PIC X(05) VALUE "MAX".
018000     05  FILLER          PIC X(05) VALUE "MEAN".
018100     05  FILLER          PIC X(12) VALUE "FLAG".
018200 01  CMP-DETAIL-LINE.
018300     05  CMP-DTL-SET     PIC 9(04).
018400     05  FILLER          PIC X(01) VALUE SPACES.
018500     05  CMP-DTL-NAME    PIC X(20).
018600     05  FILLER          PIC X(01) VALUE SPACES.
018700     05  CMP-DTL-N       PIC Z(07)9.
018800     05  FILLER          PIC X(01) VALUE SPACES.
018900     05  CMP-DTL-MIN     PIC -(08)9.
019000     05  FILLER          PIC X(01) VALUE SPACES.
019100     05  CMP-DTL-MAX     PIC -(08)9.
019200     05  CMP-DTL-MAX-X REDEFINES CMP-DTL-MAX
019300                         PIC X(09).
019400     05  FILLER          PIC X(01) VALUE SPACES.
019500     05  CMP-DTL-MEAN    PIC -(08)9.9(04).
019600     05  FILLER          PIC X(01) VALUE SPACES.
019700     05  CMP-DTL-STDDEV  PIC Z(07)9.9(04).
019800     05  FILLER          PIC X(01) VALUE SPACES.
019900     05  CMP-DTL-MEDIAN  PIC -(08)9.9.
020000     05  FILLER          PIC X(02) VALUE SPACES.
020100     05  CMP-DTL-RK-MAX  PIC ZZ9.
020200     05  CMP-DTL-RK-MAX-X REDEFINES CMP-DTL-RK-MAX
020300                         PIC X(03).
020400     05  FILLER          PIC X(02) VALUE SPACES.
020500     05  CMP-DTL-RK-MEAN PIC ZZ9.
020600     05  FILLER          PIC X(02) VALUE SPACES.
020700     05  CMP-DTL-FLAG    PIC X(12).
020800 01  CMP-SECTION-LINE.
020900     05  CMP-SEC-TITLE   PIC X(40).
021000 01  CMP-RANK-HEADING.
021100     05  FILLER          PIC X(07) VALUE "RANK".
021200     05  FILLER          PIC X(06) VALUE "SET".
021300     05  FILLER          PIC X(22) VALUE "SET NAME".
021400     05  FILLER          PIC X(15) VALUE "          VALUE".
021500 01  CMP-RANK-LINE.
021600     05  FILLER          PIC X(01) VALUE SPACES.
021700     05  CMP-RNK-RANK    PIC ZZ9.
021800     05  FILLER          PIC X(03) VALUE SPACES.
021900     05  CMP-RNK-SET     PIC 9(04).
022000     05  FILLER          PIC X(02) VALUE SPACES.
022100     05  CMP-RNK-NAME    PIC X(20).
022200     05  FILLER          PIC X(02) VALUE SPACES.
022300     05  CMP-RNK-VALUE   PIC -(09)9.9(04).
022400 01  CMP-TOTAL-LINE.
022500     05  CMP-TOT-LABEL   PIC X(24).
022600     05  CMP-TOT-COUNT   PIC Z(09)9.
022700 01  CMP-AMOUNT-LINE.
022800     05  CMP-AMT-LABEL   PIC X(24).
022900     05  CMP-AMT-VALUE   PIC -(14)9.9(04).
023000
023100 PROCEDURE DIVISION.
023200*--------------------------------------------------------------
023300* 0000-MAINLINE
023400*--------------------------------------------------------------
023500 0000-MAINLINE.
023600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023700     PERFORM 0200-PARSE-RUN-PARM
023800         THRU 0200-PARSE-RUN-PARM-EXIT.
023900
024000     PERFORM 1000-OPEN-FILES
024100         THRU 1000-OPEN-FILES-EXIT.
024200     IF WS-FATAL
024300         MOVE 16 TO RETURN-CODE
024400         GO TO 9999-EXIT
024500     END-IF.
024600
024700     PERFORM 2000-LOAD-RUN-STATS
024800         THRU 2000-LOAD-RUN-STATS-EXIT.
024900     IF WS-SET-COUNT = 0
025000         PERFORM 4530-PRINT-PAGE-HEADINGS
025100             THRU 4530-PRINT-PAGE-HEADINGS-EXIT
025200         MOVE "NO STATS RECORDS FOUND FOR THIS RUN"
025300             TO CMP-SEC-TITLE
025400         WRITE SETCRPT-LINE FROM CMP-SECTION-LINE
025500         DISPLAY "SETCMP - NO STATS RECORDS FOR RUN "
025600             WS-SEL-RUN-ID
025700         MOVE 4 TO RETURN-CODE
025800         CLOSE SETCRPT
025900         GO TO 9999-EXIT
026000     END-IF.
026100
026200     PERFORM 2500-LOAD-RUN-AUDIT
026300         THRU 2500-LOAD-RUN-AUDIT-EXIT.
026400     PERFORM 3000-COMPARE-SETS
026500         THRU 3000-COMPARE-SETS-EXIT.
026600
026700     PERFORM 4530-PRINT-PAGE-HEADINGS
026800         THRU 4530-PRINT-PAGE-HEADINGS-EXIT.
026900     PERFORM 4000-PRINT-ONE-SET
027000         THRU 4000-PRINT-ONE-SET-EXIT
027100         VARYING WS-SET-IX FROM 1 BY 1
027200         UNTIL WS-SET-IX > WS-SET-COUNT.
027300
027400     PERFORM 5000-PRINT-RANKINGS
027500         THRU 5000-PRINT-RANKINGS-EXIT.
027600     PERFORM 8000-WRITE-REPORT-TOTALS
027700         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
027800
027900     CLOSE SETCRPT.
028000     GO TO 9999-EXIT.
028100
028200*--------------------------------------------------------------
028300* 0200-PARSE-RUN-PARM - RUNID=NNNNNNNNNNNNNNNN AND SIGMA=N
028400*                       TOKENS IN ANY ORDER. ANYTHING ELSE IS
028500*                       REPORTED AND IGNORED.
028600*--------------------------------------------------------------
028700 0200-PARSE-RUN-PARM.
028800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
028900     MOVE SPACES TO WS-PARM-TOKENS.
029000     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
029100         INTO WS-PARM-TOKEN (1)
029200              WS-PARM-TOKEN (2)
029300              WS-PARM-TOKEN (3).
029400     PERFORM 0210-APPLY-RUN-TOKEN
029500         THRU 0210-APPLY-RUN-TOKEN-EXIT
029600         VARYING WS-TOKEN-IX FROM 1 BY 1
029700         UNTIL WS-TOKEN-IX > 3.
029800 0200-PARSE-RUN-PARM-EXIT.
029900     EXIT.
030000
030100 0210-APPLY-RUN-TOKEN.
030200     IF WS-PARM-TOKEN (WS-TOKEN-IX) = SPACES
030300         GO TO 0210-APPLY-RUN-TOKEN-EXIT
030400     END-IF.
030500
030600     MOVE SPACES TO WS-PARM-KEYWORD.
030700     MOVE SPACES TO WS-PARM-VALUE-X.
030800     UNSTRING WS-PARM-TOKEN (WS-TOKEN-IX) DELIMITED BY "="
030900         INTO WS-PARM-KEYWORD WS-PARM-VALUE-X.
031000     PERFORM 0220-CONVERT-PARM-NUMBER
031100         THRU 0220-CONVERT-PARM-NUMBER-EXIT.
031200
031300     EVALUATE TRUE
031400         WHEN WS-PARM-KEYWORD = "RUNID" AND WS-PARM-NUM-GOOD
031500             AND WS-PARM-NUMBER NOT = 0
031600             MOVE WS-PARM-NUMBER TO WS-SEL-RUN-ID
031700             SET WS-CHOSEN-RUN TO TRUE
031800         WHEN WS-PARM-KEYWORD = "SIGMA" AND WS-PARM-NUM-GOOD
031900             AND WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER NOT > 99
032000             MOVE WS-PARM-NUMBER TO WS-SIGMA
032100         WHEN OTHER
032200             DISPLAY "SETCMP - PARM TOKEN IGNORED: "
032300                 WS-PARM-TOKEN (WS-TOKEN-IX)
032400     END-EVALUATE.
032500 0210-APPLY-RUN-TOKEN-EXIT.
032600     EXIT.
032700
032800 0220-CONVERT-PARM-NUMBER.
032900     MOVE 0 TO WS-PARM-NUMBER.
033000     SET WS-PARM-NUM-GOOD TO TRUE.
033100     IF WS-PARM-VALUE-X = SPACES
033200         SET WS-PARM-NUM-BAD TO TRUE
033300         GO TO 0220-CONVERT-PARM-NUMBER-EXIT
033400     END-IF.
033500     PERFORM 0225-CONVERT-ONE-DIGIT
033600         THRU 0225-CONVERT-ONE-DIGIT-EXIT
033700         VARYING WS-DIGIT-IX FROM 1 BY 1
033800         UNTIL WS-DIGIT-IX > 16
033900             OR WS-PARM-VALUE-X (WS-DIGIT-IX:1) = SPACE
034000             OR WS-PARM-NUM-BAD.
034100 0220-CONVERT-PARM-NUMBER-EXIT.
034200     EXIT.
034300
034400 0225-CONVERT-ONE-DIGIT.
034500     IF WS-PARM-VALUE-X (WS-DIGIT-IX:1) IS NUMERIC
034600         MOVE WS-PARM-VALUE-X (WS-DIGIT-IX:1) TO WS-ONE-DIGIT
034700         COMPUTE WS-PARM-NUMBER = WS-PARM-NUMBER * 10
034800             + WS-ONE-DIGIT
034900     ELSE
035000         SET WS-PARM-NUM-BAD TO TRUE
035100     END-IF.
035200 0225-CONVERT-ONE-DIGIT-EXIT.
035300     EXIT.
035400
035500*--------------------------------------------------------------
035600* 1000-OPEN-FILES - WITHOUT STATS THERE IS NOTHING TO COMPARE,
035700*                   SO A BAD OPEN IS FATAL. AUDIT ONLY SUPPLIES
035800*                   THE MAXIMUM ELEMENTS AND IS OPENED LATER.
035900*--------------------------------------------------------------
036000 1000-OPEN-FILES.
036100     OPEN INPUT STATS.
036200     IF WS-STATS-STATUS NOT = "00"
036300         DISPLAY "SETCMP - UNABLE TO OPEN STATS, STATUS = "
036400             WS-STATS-STATUS
036500         SET WS-FATAL TO TRUE
036600         GO TO 1000-OPEN-FILES-EXIT
036700     END-IF.
036800
036900     OPEN OUTPUT SETCRPT.
037000     IF WS-SETCRPT-STATUS NOT = "00"
037100         DISPLAY "SETCMP - UNABLE TO OPEN SETCRPT, STATUS = "
037200             WS-SETCRPT-STATUS
037300         SET WS-FATAL TO TRUE
037400         GO TO 1000-OPEN-FILES-EXIT
037500     END-IF.
037600 1000-OPEN-FILES-EXIT.
037700     EXIT.
037800
037900*--------------------------------------------------------------
038000* 2000-LOAD-RUN-STATS - ONE PASS OF STATS. WITH A RUNID PARM
038100*                       ONLY THAT RUN'S RECORDS ARE KEPT; WITHOUT
038200*                       ONE THE TABLE STARTS OVER EACH TIME A
038300*                       LATER RUN THAN ANY SEEN SO FAR TURNS UP,
038400*                       SO IT ENDS HOLDING THE LATEST RUN.
038500*--------------------------------------------------------------
038600 2000-LOAD-RUN-STATS.
038700     SET WS-STATS-NOT-EOF TO TRUE.
038800     PERFORM 2100-LOAD-ONE-STATS
038900         THRU 2100-LOAD-ONE-STATS-EXIT
039000         UNTIL WS-STATS-EOF.
039100     CLOSE STATS.
039200 2000-LOAD-RUN-STATS-EXIT.
039300     EXIT.
039400
039500 2100-LOAD-ONE-STATS.
039600     READ STATS
039700         AT END
039800             SET WS-STATS-EOF TO TRUE
039900             GO TO 2100-LOAD-ONE-STATS-EXIT
040000     END-READ.
040100     ADD 1 TO WS-STATS-READ.
040200     COMPUTE WS-REC-RUN-ID =
040300         STATS-RUN-DATE * 100000000 + STATS-RUN-TIME.
040400
040500     IF WS-LATEST-RUN
040600         IF WS-REC-RUN-ID < WS-SEL-RUN-ID
040700             GO TO 2100-LOAD-ONE-STATS-EXIT
040800         END-IF
040900         IF WS-REC-RUN-ID > WS-SEL-RUN-ID
041000             MOVE WS-REC-RUN-ID TO WS-SEL-RUN-ID
041100             MOVE 0 TO WS-SET-COUNT
041200         END-IF
041300     ELSE
041400         IF WS-REC-RUN-ID NOT = WS-SEL-RUN-ID
041500             GO TO 2100-LOAD-ONE-STATS-EXIT
041600         END-IF
041700     END-IF.
041800
041900     IF WS-SET-COUNT NOT < 200
042000         DISPLAY "SETCMP - SET TABLE FULL AT 200 - SET "
042100             STATS-SET-ID " LEFT OFF THE COMPARISON"
042200         GO TO 2100-LOAD-ONE-STATS-EXIT
042300     END-IF.
042400     ADD 1 TO WS-SET-COUNT.
042500     MOVE STATS-SET-ID TO WS-TBL-SET-ID (WS-SET-COUNT).
042600     MOVE STATS-SET-NAME TO WS-TBL-NAME (WS-SET-COUNT).
042700     MOVE STATS-N TO WS-TBL-N (WS-SET-COUNT).
042800     MOVE STATS-MINELEMENT TO WS-TBL-MIN (WS-SET-COUNT).
042900     MOVE 0 TO WS-TBL-MAX (WS-SET-COUNT).
043000     SET WS-TBL-MAX-UNKNOWN (WS-SET-COUNT) TO TRUE.
043100     MOVE STATS-SUM TO WS-TBL-SUM (WS-SET-COUNT).
043200     MOVE STATS-MEAN TO WS-TBL-MEAN (WS-SET-COUNT).
043300     MOVE STATS-STDDEV TO WS-TBL-STDDEV (WS-SET-COUNT).
043400     MOVE STATS-MEDIAN TO WS-TBL-MEDIAN (WS-SET-COUNT).
043500     MOVE 0 TO WS-TBL-RANK-MAX (WS-SET-COUNT).
043600     MOVE 0 TO WS-TBL-RANK-MEAN (WS-SET-COUNT).
043700     MOVE SPACES TO WS-TBL-FLAG (WS-SET-COUNT).
043800 2100-LOAD-ONE-STATS-EXIT.
043900     EXIT.
044000
044100*--------------------------------------------------------------
044200* 2500-LOAD-RUN-AUDIT - PICK UP EACH SET'S MAXIMUM ELEMENT FROM
044300*                       THE AUDIT RECORDS OF THE SAME RUN. NO
044400*                       AUDIT FILE LEAVES THE MAXIMUMS BLANK AND
044500*                       THE SETS UNRANKED BY MAXIMUM.
044600*--------------------------------------------------------------
044700 2500-LOAD-RUN-AUDIT.
044800     OPEN INPUT AUDIT.
044900     IF WS-AUDIT-STATUS NOT = "00"
045000         DISPLAY "SETCMP - UNABLE TO OPEN AUDIT, STATUS = "
045100             WS-AUDIT-STATUS " - MAXIMUMS LEFT BLANK"
045200         GO TO 2500-LOAD-RUN-AUDIT-EXIT
045300     END-IF.
045400     SET WS-AUDIT-NOT-EOF TO TRUE.
045500     PERFORM 2510-LOAD-ONE-AUDIT
045600         THRU 2510-LOAD-ONE-AUDIT-EXIT
045700         UNTIL WS-AUDIT-EOF.
045800     CLOSE AUDIT.
045900 2500-LOAD-RUN-AUDIT-EXIT.
046000     EXIT.
046100
046200 2510-LOAD-ONE-AUDIT.
046300     READ AUDIT
046400         AT END
046500             SET WS-AUDIT-EOF TO TRUE
046600             GO TO 2510-LOAD-ONE-AUDIT-EXIT
046700     END-READ.
046800     COMPUTE WS-REC-RUN-ID =
046900         AUDIT-RUN-DATE * 100000000 + AUDIT-RUN-TIME.
047000     IF WS-REC-RUN-ID NOT = WS-SEL-RUN-ID
047100         GO TO 2510-LOAD-ONE-AUDIT-EXIT
047200     END-IF.
047300     SET WS-SET-NOT-FOUND TO TRUE.
047400     PERFORM 2560-MATCH-ONE-SET
047500         THRU 2560-MATCH-ONE-SET-EXIT
047600         VARYING WS-SET-IX FROM 1 BY 1
047700         UNTIL WS-SET-IX > WS-SET-COUNT OR WS-SET-FOUND.
047800     IF WS-SET-FOUND
047900         MOVE AUDIT-MAXELEMENT TO WS-TBL-MAX (WS-SET-IX)
048000         SET WS-TBL-MAX-KNOWN (WS-SET-IX) TO TRUE
048100         ADD 1 TO WS-AUDIT-MATCHED
048200     END-IF.
048300 2510-LOAD-ONE-AUDIT-EXIT.
048400     EXIT.
048500
048600 2560-MATCH-ONE-SET.
048700     IF WS-TBL-SET-ID (WS-SET-IX) = AUDIT-SET-ID
048800         SET WS-SET-FOUND TO TRUE
048900         SUBTRACT 1 FROM WS-SET-IX
049000     END-IF.
049100 2560-MATCH-ONE-SET-EXIT.
049200     EXIT.
049300
049400*--------------------------------------------------------------
049500* 3000-COMPARE-SETS - RUN-WIDE TOTALS, THE AVERAGE AND SPREAD OF
049600*                     THE SET MEANS AND OF THE SET STANDARD
049700*                     DEVIATIONS, EACH SET'S RANKS, AND THE
049800*                     OUTLIER FLAGS. WITH FEWER THAN THREE SETS
049900*                     THERE IS NO GROUP TO BE OUT OF LINE WITH
050000*                     AND NOTHING IS FLAGGED.
050100*--------------------------------------------------------------
050200 3000-COMPARE-SETS.
050300     MOVE WS-TBL-MIN (1) TO WS-LOW-MIN.
050400     MOVE -99999999 TO WS-HIGH-MAX.
050500     PERFORM 3100-ACCUMULATE-ONE-SET
050600         THRU 3100-ACCUMULATE-ONE-SET-EXIT
050700         VARYING WS-SET-IX FROM 1 BY 1
050800         UNTIL WS-SET-IX > WS-SET-COUNT.
050900     IF WS-AUDIT-MATCHED = 0
051000         MOVE 0 TO WS-HIGH-MAX
051100     END-IF.
051200     IF WS-TOT-N > 0
051300         COMPUTE WS-RUN-MEAN ROUNDED = WS-TOT-SUM / WS-TOT-N
051400     END-IF.
051500     COMPUTE WS-AVG-MEAN ROUNDED = WS-MEAN-TOTAL / WS-SET-COUNT.
051600     COMPUTE WS-AVG-SD ROUNDED = WS-SD-TOTAL / WS-SET-COUNT.
051700
051800     PERFORM 3200-DEVIATE-ONE-SET
051900         THRU 3200-DEVIATE-ONE-SET-EXIT
052000         VARYING WS-SET-IX FROM 1 BY 1
052100         UNTIL WS-SET-IX > WS-SET-COUNT.
052200     COMPUTE WS-VARIANCE = WS-MEAN-SQDEV / WS-SET-COUNT.
052300     COMPUTE WS-SD-OF-MEANS ROUNDED = FUNCTION SQRT (WS-VARIANCE).
052400     COMPUTE WS-VARIANCE = WS-SD-SQDEV / WS-SET-COUNT.
052500     COMPUTE WS-SD-OF-SDS ROUNDED = FUNCTION SQRT (WS-VARIANCE).
052600
052700     PERFORM 3300-RANK-ONE-SET
052800         THRU 3300-RANK-ONE-SET-EXIT
052900         VARYING WS-SET-IX FROM 1 BY 1
053000         UNTIL WS-SET-IX > WS-SET-COUNT.
053100
053200     IF WS-SET-COUNT < 3
053300         GO TO 3000-COMPARE-SETS-EXIT
053400     END-IF.
053500     PERFORM 3400-FLAG-ONE-SET
053600         THRU 3400-FLAG-ONE-SET-EXIT
053700         VARYING WS-SET-IX FROM 1 BY 1
053800         UNTIL WS-SET-IX > WS-SET-COUNT.
053900 3000-COMPARE-SETS-EXIT.
054000     EXIT.
054100
054200 3100-ACCUMULATE-ONE-SET.
054300     ADD WS-TBL-N (WS-SET-IX) TO WS-TOT-N.
054400     ADD WS-TBL-SUM (WS-SET-IX) TO WS-TOT-SUM.
054500     ADD WS-TBL-MEAN (WS-SET-IX) TO WS-MEAN-TOTAL.
054600     ADD WS-TBL-STDDEV (WS-SET-IX) TO WS-SD-TOTAL.
054700     IF WS-TBL-MIN (WS-SET-IX) < WS-LOW-MIN
054800         MOVE WS-TBL-MIN (WS-SET-IX) TO WS-LOW-MIN
054900     END-IF.
055000     IF WS-TBL-MAX-KNOWN (WS-SET-IX)
055100         AND WS-TBL-MAX (WS-SET-IX) > WS-HIGH-MAX
055200         MOVE WS-TBL-MAX (WS-SET-IX) TO WS-HIGH-MAX
055300     END-IF.
055400 3100-ACCUMULATE-ONE-SET-EXIT.
055500     EXIT.
055600
055700 3200-DEVIATE-ONE-SET.
055800     COMPUTE WS-MEAN-SQDEV = WS-MEAN-SQDEV
055900         + ((WS-TBL-MEAN (WS-SET-IX) - WS-AVG-MEAN)
056000          * (WS-TBL-MEAN (WS-SET-IX) - WS-AVG-MEAN)).
056100     COMPUTE WS-SD-SQDEV = WS-SD-SQDEV
056200         + ((WS-TBL-STDDEV (WS-SET-IX) - WS-AVG-SD)
056300          * (WS-TBL-STDDEV (WS-SET-IX) - WS-AVG-SD)).
056400 3200-DEVIATE-ONE-SET-EXIT.
056500     EXIT.
056600
056700*--------------------------------------------------------------
056800* 3300-RANK-ONE-SET - A SET'S RANK IS ONE MORE THAN THE NUMBER
056900*                     OF SETS WITH A HIGHER FIGURE, SO TIED SETS
057000*                     SHARE A RANK. A SET WITH NO AUDIT MAXIMUM
057100*                     IS NOT RANKED BY MAXIMUM.
057200*--------------------------------------------------------------
057300 3300-RANK-ONE-SET.
057400     MOVE 1 TO WS-TBL-RANK-MAX (WS-SET-IX).
057500     MOVE 1 TO WS-TBL-RANK-MEAN (WS-SET-IX).
057600     PERFORM 3310-COMPARE-ONE-OTHER
057700         THRU 3310-COMPARE-ONE-OTHER-EXIT
057800         VARYING WS-OTHER-IX FROM 1 BY 1
057900         UNTIL WS-OTHER-IX > WS-SET-COUNT.
058000     IF WS-TBL-MAX-UNKNOWN (WS-SET-IX)
058100         MOVE 0 TO WS-TBL-RANK-MAX (WS-SET-IX)
058200     END-IF.
058300 3300-RANK-ONE-SET-EXIT.
058400     EXIT.
058500
058600 3310-COMPARE-ONE-OTHER.
058700     IF WS-TBL-MAX-KNOWN (WS-OTHER-IX)
058800         AND WS-TBL-MAX (WS-OTHER-IX) > WS-TBL-MAX (WS-SET-IX)
058900         ADD 1 TO WS-TBL-RANK-MAX (WS-SET-IX)
059000     END-IF.
059100     IF WS-TBL-MEAN (WS-OTHER-IX) > WS-TBL-MEAN (WS-SET-IX)
059200         ADD 1 TO WS-TBL-RANK-MEAN (WS-SET-IX)
059300     END-IF.
059400 3310-COMPARE-ONE-OTHER-EXIT.
059500     EXIT.
059600
059700*--------------------------------------------------------------
059800* 3400-FLAG-ONE-SET - FLAG A SET WHOSE MEAN, OR WHOSE STANDARD
059900*                     DEVIATION, IS MORE THAN SIGMA STANDARD
060000*                     DEVIATIONS AWAY FROM THE AVERAGE OF THE
060100*                     RUN'S SETS
060200*--------------------------------------------------------------
060300 3400-FLAG-ONE-SET.
060400     SET WS-MEAN-IN-LINE TO TRUE.
060500     SET WS-SD-IN-LINE TO TRUE.
060600
060700     COMPUTE WS-DEVIATION = WS-TBL-MEAN (WS-SET-IX) - WS-AVG-MEAN.
060800     IF WS-DEVIATION < 0
060900         COMPUTE WS-DEVIATION = 0 - WS-DEVIATION
061000     END-IF.
061100     COMPUTE WS-LIMIT = WS-SIGMA * WS-SD-OF-MEANS.
061200     IF WS-SD-OF-MEANS > 0 AND WS-DEVIATION > WS-LIMIT
061300         SET WS-MEAN-OUTLIER TO TRUE
061400     END-IF.
061500
061600     COMPUTE WS-DEVIATION = WS-TBL-STDDEV (WS-SET-IX) - WS-AVG-SD.
061700     IF WS-DEVIATION < 0
061800         COMPUTE WS-DEVIATION = 0 - WS-DEVIATION
061900     END-IF.
062000     COMPUTE WS-LIMIT = WS-SIGMA * WS-SD-OF-SDS.
062100     IF WS-SD-OF-SDS > 0 AND WS-DEVIATION > WS-LIMIT
062200         SET WS-SD-OUTLIER TO TRUE
062300     END-IF.
062400
062500     EVALUATE TRUE
062600         WHEN WS-MEAN-OUTLIER AND WS-SD-OUTLIER
062700             MOVE "*MEAN+SPRD*" TO WS-TBL-FLAG (WS-SET-IX)
062800         WHEN WS-MEAN-OUTLIER
062900             MOVE "*MEAN*" TO WS-TBL-FLAG (WS-SET-IX)
063000         WHEN WS-SD-OUTLIER
063100             MOVE "*SPREAD*" TO WS-TBL-FLAG (WS-SET-IX)
063200         WHEN OTHER
063300             GO TO 3400-FLAG-ONE-SET-EXIT
063400     END-EVALUATE.
063500     ADD 1 TO WS-SETS-FLAGGED.
063600 3400-FLAG-ONE-SET-EXIT.
063700     EXIT.
063800
063900*--------------------------------------------------------------
064000* 4000-PRINT-ONE-SET - ONE SIDE-BY-SIDE LINE PER SET
064100*--------------------------------------------------------------
064200 4000-PRINT-ONE-SET.
064300     IF WS-RPT-LINE-CNT NOT < WS-RPT-MAX-LINES
064400         PERFORM 4530-PRINT-PAGE-HEADINGS
064500             THRU 4530-PRINT-PAGE-HEADINGS-EXIT
064600     END-IF.
064700     MOVE WS-TBL-SET-ID (WS-SET-IX) TO CMP-DTL-SET.
064800     MOVE WS-TBL-NAME (WS-SET-IX) TO CMP-DTL-NAME.
064900     MOVE WS-TBL-N (WS-SET-IX) TO CMP-DTL-N.
065000     MOVE WS-TBL-MIN (WS-SET-IX) TO CMP-DTL-MIN.
065100     IF WS-TBL-MAX-KNOWN (WS-SET-IX)
065200         MOVE WS-TBL-MAX (WS-SET-IX) TO CMP-DTL-MAX
065300         MOVE WS-TBL-RANK-MAX (WS-SET-IX) TO CMP-DTL-RK-MAX
065400     ELSE
065500         MOVE SPACES TO CMP-DTL-MAX-X
065600         MOVE SPACES TO CMP-DTL-RK-MAX-X
065700     END-IF.
065800     MOVE WS-TBL-MEAN (WS-SET-IX) TO CMP-DTL-MEAN.
065900     MOVE WS-TBL-STDDEV (WS-SET-IX) TO CMP-DTL-STDDEV.
066000     MOVE WS-TBL-MEDIAN (WS-SET-IX) TO CMP-DTL-MEDIAN.
066100     MOVE WS-TBL-RANK-MEAN (WS-SET-IX) TO CMP-DTL-RK-MEAN.
066200     MOVE WS-TBL-FLAG (WS-SET-IX) TO CMP-DTL-FLAG.
066300     WRITE SETCRPT-LINE FROM CMP-DETAIL-LINE.
066400     ADD 1 TO WS-RPT-LINE-CNT.
066500 4000-PRINT-ONE-SET-EXIT.
066600     EXIT.
066700
066800*--------------------------------------------------------------
066900* 4530-PRINT-PAGE-HEADINGS - START A NEW REPORT PAGE
067000*--------------------------------------------------------------
067100 4530-PRINT-PAGE-HEADINGS.
067200     ADD 1 TO WS-RPT-PAGE-CNT.
067300     MOVE WS-SEL-RUN-ID TO CMP-H1-RUN-ID.
067400     MOVE WS-SIGMA TO CMP-H1-SIGMA.
067500     MOVE WS-RPT-PAGE-CNT TO CMP-H1-PAGE.
067600     WRITE SETCRPT-LINE FROM CMP-HEADING-1.
067700     MOVE SPACES TO SETCRPT-LINE.
067800     WRITE SETCRPT-LINE.
067900     WRITE SETCRPT-LINE FROM CMP-HEADING-2.
068000     WRITE SETCRPT-LINE FROM CMP-HEADING-3.
068100     MOVE 4 TO WS-RPT-LINE-CNT.
068200 4530-PRINT-PAGE-HEADINGS-EXIT.
068300     EXIT.
068400
068500*--------------------------------------------------------------
068600* 5000-PRINT-RANKINGS - THE SETS IN RANK ORDER, FIRST BY
068700*                       MAXIMUM ELEMENT, THEN BY MEAN
068800*--------------------------------------------------------------
068900 5000-PRINT-RANKINGS.
069000     MOVE SPACES TO SETCRPT-LINE.
069100     WRITE SETCRPT-LINE.
069200     MOVE "SETS RANKED BY MAXIMUM ELEMENT" TO CMP-SEC-TITLE.
069300     WRITE SETCRPT-LINE FROM CMP-SECTION-LINE.
069400     WRITE SETCRPT-LINE FROM CMP-RANK-HEADING.
069500     PERFORM 5100-PRINT-MAX-RANK
069600         THRU 5100-PRINT-MAX-RANK-EXIT
069700         VARYING WS-RANK-IX FROM 1 BY 1
069800         UNTIL WS-RANK-IX > WS-SET-COUNT.
069900
070000     MOVE SPACES TO SETCRPT-LINE.
070100     WRITE SETCRPT-LINE.
070200     MOVE "SETS RANKED BY MEAN" TO CMP-SEC-TITLE.
070300     WRITE SETCRPT-LINE FROM CMP-SECTION-LINE.
070400     WRITE SETCRPT-LINE FROM CMP-RANK-HEADING.
070500     PERFORM 5200-PRINT-MEAN-RANK
070600         THRU 5200-PRINT-MEAN-RANK-EXIT
070700         VARYING WS-RANK-IX FROM 1 BY 1
070800         UNTIL WS-RANK-IX > WS-SET-COUNT.
070900 5000-PRINT-RANKINGS-EXIT.
071000     EXIT.
071100
071200 5100-PRINT-MAX-RANK.
071300     PERFORM 5110-PRINT-ONE-MAX-RANK
071400         THRU 5110-PRINT-ONE-MAX-RANK-EXIT
071500         VARYING WS-SET-IX FROM 1 BY 1
071600         UNTIL WS-SET-IX > WS-SET-COUNT.
071700 5100-PRINT-MAX-RANK-EXIT.
071800     EXIT.
071900
072000 5110-PRINT-ONE-MAX-RANK.
072100     IF WS-TBL-RANK-MAX (WS-SET-IX) NOT = WS-RANK-IX
072200         GO TO 5110-PRINT-ONE-MAX-RANK-EXIT
072300     END-IF.
072400     MOVE WS-RANK-IX TO CMP-RNK-RANK.
072500     MOVE WS-TBL-SET-ID (WS-SET-IX) TO CMP-RNK-SET.
072600     MOVE WS-TBL-NAME (WS-SET-IX) TO CMP-RNK-NAME.
072700     MOVE WS-TBL-MAX (WS-SET-IX) TO CMP-RNK-VALUE.
072800     WRITE SETCRPT-LINE FROM CMP-RANK-LINE.
072900 5110-PRINT-ONE-MAX-RANK-EXIT.
073000     EXIT.
073100
073200 5200-PRINT-MEAN-RANK.
073300     PERFORM 5210-PRINT-ONE-MEAN-RANK
073400         THRU 5210-PRINT-ONE-MEAN-RANK-EXIT
073500         VARYING WS-SET-IX FROM 1 BY 1
073600         UNTIL WS-SET-IX > WS-SET-COUNT.
073700 5200-PRINT-MEAN-RANK-EXIT.
073800     EXIT.
073900
074000 5210-PRINT-ONE-MEAN-RANK.
074100     IF WS-TBL-RANK-MEAN (WS-SET-IX) NOT = WS-RANK-IX
074200         GO TO 5210-PRINT-ONE-MEAN-RANK-EXIT
074300     END-IF.
074400     MOVE WS-RANK-IX TO CMP-RNK-RANK.
074500     MOVE WS-TBL-SET-ID (WS-SET-IX) TO CMP-RNK-SET.
074600     MOVE WS-TBL-NAME (WS-SET-IX) TO CMP-RNK-NAME.
074700     MOVE WS-TBL-MEAN (WS-SET-IX) TO CMP-RNK-VALUE.
074800     WRITE SETCRPT-LINE FROM CMP-RANK-LINE.
074900 5210-PRINT-ONE-MEAN-RANK-EXIT.
075000     EXIT.
075100
075200*--------------------------------------------------------------
075300* 8000-WRITE-REPORT-TOTALS - RUN-WIDE TOTALS ACROSS ALL SETS
075400*--------------------------------------------------------------
075500 8000-WRITE-REPORT-TOTALS.
075600     MOVE SPACES TO SETCRPT-LINE.
075700     WRITE SETCRPT-LINE.
075800     MOVE "RUN-WIDE TOTALS" TO CMP-SEC-TITLE.
075900     WRITE SETCRPT-LINE FROM CMP-SECTION-LINE.
076000     MOVE "SETS COMPARED .........." TO CMP-TOT-LABEL.
076100     MOVE WS-SET-COUNT TO CMP-TOT-COUNT.
076200     WRITE SETCRPT-LINE FROM CMP-TOTAL-LINE.
076300     MOVE "SETS FLAGGED ..........." TO CMP-TOT-LABEL.
076400     MOVE WS-SETS-FLAGGED TO CMP-TOT-COUNT.
076500     WRITE SETCRPT-LINE FROM CMP-TOTAL-LINE.
076600     MOVE "SETS WITHOUT AUDIT MAX ." TO CMP-TOT-LABEL.
076700     COMPUTE CMP-TOT-COUNT = WS-SET-COUNT - WS-AUDIT-MATCHED.
076800     WRITE SETCRPT-LINE FROM CMP-TOTAL-LINE.
076900     MOVE "TOTAL ELEMENTS ........." TO CMP-TOT-LABEL.
077000     MOVE WS-TOT-N TO CMP-TOT-COUNT.
077100     WRITE SETCRPT-LINE FROM CMP-TOTAL-LINE.
077200     MOVE "LOWEST ELEMENT ........." TO CMP-AMT-LABEL.
077300     MOVE WS-LOW-MIN TO CMP-AMT-VALUE.
077400     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
077500     MOVE "HIGHEST ELEMENT ........" TO CMP-AMT-LABEL.
077600     MOVE WS-HIGH-MAX TO CMP-AMT-VALUE.
077700     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
077800     MOVE "SUM OF ALL ELEMENTS ...." TO CMP-AMT-LABEL.
077900     MOVE WS-TOT-SUM TO CMP-AMT-VALUE.
078000     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
078100     MOVE "MEAN OF ALL ELEMENTS ..." TO CMP-AMT-LABEL.
078200     MOVE WS-RUN-MEAN TO CMP-AMT-VALUE.
078300     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
078400     MOVE "AVERAGE SET MEAN ......." TO CMP-AMT-LABEL.
078500     MOVE WS-AVG-MEAN TO CMP-AMT-VALUE.
078600     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
078700     MOVE "STDDEV OF SET MEANS ...." TO CMP-AMT-LABEL.
078800     MOVE WS-SD-OF-MEANS TO CMP-AMT-VALUE.
078900     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
079000     MOVE "AVERAGE SET STDDEV ....." TO CMP-AMT-LABEL.
079100     MOVE WS-AVG-SD TO CMP-AMT-VALUE.
079200     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
079300     MOVE "STDDEV OF SET STDDEVS .." TO CMP-AMT-LABEL.
079400     MOVE WS-SD-OF-SDS TO CMP-AMT-VALUE.
079500     WRITE SETCRPT-LINE FROM CMP-AMOUNT-LINE.
079600     IF WS-SET-COUNT < 3
079700         MOVE "FEWER THAN 3 SETS - NO OUTLIER TEST"
079800             TO CMP-SEC-TITLE
079900         WRITE SETCRPT-LINE FROM CMP-SECTION-LINE
080000     END-IF.
080100
080200     DISPLAY "SETCMP - RUN " WS-SEL-RUN-ID
080300         " COMPARED " WS-SET-COUNT
080400         " SETS, FLAGGED " WS-SETS-FLAGGED.
080500 8000-WRITE-REPORT-TOTALS-EXIT.
080600     EXIT.
080700
080800*--------------------------------------------------------------
080900* 9999-EXIT - COMMON PROGRAM EXIT
081000*--------------------------------------------------------------
081100 9999-EXIT.
081200     STOP RUN.
