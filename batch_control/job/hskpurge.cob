002850*                 OPENED AND THEN TRUNCATING THE LIVE FILE -
002860*                 THE LIVE FILE IS ONLY REOPENED FOR OUTPUT
002870*                 AFTER ITS WORK FILE OPENED INPUT CLEANLY.
002880* 2026-09-14 RH   EXTRACT AND STATS RECORDS NOW CARRY THE SET
002890*                 NAME AND OWNER - ARCHIVE AND WORK RECORDS
002895*                 WIDENED TO 82 AND 132 BYTES TO MATCH.
002896* 2026-09-21 RH   DIVSUM RECORDS NOW CARRY THE ADJUSTMENT
002897*                 COUNTS - ARCHIVE AND WORK RECORDS WIDENED TO
002898*                 82 BYTES.
002899* 2026-10-07 RH   MAINTLOG RECORDS NOW CARRY THE REQUESTING AND
002900*                 APPROVING OPERATORS - ARCHIVE AND WORK RECORDS
002901*                 WIDENED TO 77 BYTES.
002902* 2026-10-09 RH   ADDED DIVJRNL, THE DIVMSTR POSTING JOURNAL,
002903*                 SPLIT BY DIVJ-POST-DATE ON A DIVJRNL CARD.
002904*                 ITS DATED ARCHIVES ARE WHAT DIVRECOV NEEDS TO
002905*                 REPLAY PAST THE PURGE, SO KEEP THEM.
002906* 2026-10-12 RH   DIVSUM NOW CARRIES THE PER-OPERATION TOTALS
002907*                 THE MONTH-END CLOSE NEEDS - ARCHIVE AND WORK
002908*                 RECORDS WIDENED TO 194 BYTES. THE CLOSE'S OWN
002909*                 PERDTOT FILE IS FINANCE'S PERMANENT RECORD AND
002910*                 HAS NO CARD.
002920* 2026-10-14 RH   RUNLDGR NOW CARRIES THE JOB STREAM AND THE
002930*                 NOT-DUE AND FORCED STEP COUNTS - ARCHIVE AND
002940*                 WORK RECORDS WIDENED TO 57 BYTES.
002950*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
010000     SELECT MNTLWK ASSIGN TO "MNTLWK"
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-WORK-STATUS.
010210     SELECT DIVJRNL ASSIGN TO "DIVJRNL"
010220         ORGANIZATION IS SEQUENTIAL
010230         FILE STATUS IS WS-LIVE-STATUS.
010240     SELECT DIVJARC ASSIGN TO WS-ARC-NAME
010250         ORGANIZATION IS SEQUENTIAL
010260         FILE STATUS IS WS-ARC-STATUS.
010270     SELECT DIVJWK ASSIGN TO "DIVJWK"
010280         ORGANIZATION IS SEQUENTIAL
010290         FILE STATUS IS WS-WORK-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
014300     RECORDING MODE IS F
014400     BLOCK CONTAINS 0 RECORDS
014500     LABEL RECORDS ARE STANDARD.
014600 01  EXTR-ARC-REC                PIC X(82).
014700
014800 FD  EXTRWK
014900     RECORDING MODE IS F
015000     BLOCK CONTAINS 0 RECORDS
015100     LABEL RECORDS ARE STANDARD.
015200 01  EXTR-WRK-REC                PIC X(82).
015300
015400 FD  STATS
015500     RECORDING MODE IS F
016100     RECORDING MODE IS F
016200     BLOCK CONTAINS 0 RECORDS
016300     LABEL RECORDS ARE STANDARD.
016400 01  STATS-ARC-REC               PIC X(132).
016500
016600 FD  STATSWK
016700     RECORDING MODE IS F
016800     BLOCK CONTAINS 0 RECORDS
016900     LABEL RECORDS ARE STANDARD.
017000 01  STATS-WRK-REC               PIC X(132).
017100
017200 FD  DIVSUM
017300     RECORDING MODE IS F
017900     RECORDING MODE IS F
018000     BLOCK CONTAINS 0 RECORDS
018100     LABEL RECORDS ARE STANDARD.
018200 01  DIVS-ARC-REC                PIC X(194).
018300
018400 FD  DIVSWK
018500     RECORDING MODE IS F
018600     BLOCK CONTAINS 0 RECORDS
018700     LABEL RECORDS ARE STANDARD.
018800 01  DIVS-WRK-REC                PIC X(194).
018900
019000 FD  JOBLOG
019100     RECORDING MODE IS F
021500     RECORDING MODE IS F
021600     BLOCK CONTAINS 0 RECORDS
021700     LABEL RECORDS ARE STANDARD.
021800 01  LDGR-ARC-REC                PIC X(57).
021900
022000 FD  LDGRWK
022100     RECORDING MODE IS F
022200     BLOCK CONTAINS 0 RECORDS
022300     LABEL RECORDS ARE STANDARD.
022400 01  LDGR-WRK-REC                PIC X(57).
022500
022600 FD  MAINTLOG
022700     RECORDING MODE IS F
023300     RECORDING MODE IS F
023400     BLOCK CONTAINS 0 RECORDS
023500     LABEL RECORDS ARE STANDARD.
023600 01  MNTL-ARC-REC                PIC X(77).
023700
023800 FD  MNTLWK
023900     RECORDING MODE IS F
024000     BLOCK CONTAINS 0 RECORDS
024100     LABEL RECORDS ARE STANDARD.
024200 01  MNTL-WRK-REC                PIC X(77).
024205
024210 FD  DIVJRNL
024215     RECORDING MODE IS F
024220     BLOCK CONTAINS 0 RECORDS
024225     LABEL RECORDS ARE STANDARD.
024230     COPY DIVJREC.
024235
024240 FD  DIVJARC
024245     RECORDING MODE IS F
024250     BLOCK CONTAINS 0 RECORDS
024255     LABEL RECORDS ARE STANDARD.
024260 01  DIVJ-ARC-REC                PIC X(174).
024265
024270 FD  DIVJWK
024275     RECORDING MODE IS F
024280     BLOCK CONTAINS 0 RECORDS
024285     LABEL RECORDS ARE STANDARD.
024290 01  DIVJ-WRK-REC                PIC X(174).
024300
024400 WORKING-STORAGE SECTION.
024500*--------------------------------------------------------------
027400 77  WS-JOBLOG-DAYS      PIC 9(04) COMP VALUE 0.
027500 77  WS-RUNLDGR-DAYS     PIC 9(04) COMP VALUE 0.
027600 77  WS-MAINTLOG-DAYS    PIC 9(04) COMP VALUE 0.
027650 77  WS-DIVJRNL-DAYS     PIC 9(04) COMP VALUE 0.
027700
027800*--------------------------------------------------------------
027900* CONTROL CARD CONVERSION WORK AREAS
035800         THRU 2500-PURGE-RUNLDGR-EXIT.
035900     PERFORM 2600-PURGE-MAINTLOG
036000         THRU 2600-PURGE-MAINTLOG-EXIT.
036010     PERFORM 2700-PURGE-DIVJRNL
036020         THRU 2700-PURGE-DIVJRNL-EXIT.
036100
036200     PERFORM 8000-WRITE-REPORT-TOTALS
036300         THRU 8000-WRITE-REPORT-TOTALS-EXIT.
043800             MOVE WS-PARM-NUMBER TO WS-RUNLDGR-DAYS
043900         WHEN PARM-CARD-KEYWORD = "MAINTLOG"
044000             MOVE WS-PARM-NUMBER TO WS-MAINTLOG-DAYS
044010         WHEN PARM-CARD-KEYWORD = "DIVJRNL"
044020             MOVE WS-PARM-NUMBER TO WS-DIVJRNL-DAYS
044100         WHEN OTHER
044200             DISPLAY "HSKPURGE - CONTROL CARD IGNORED: "
044300                 PARM-CARD-KEYWORD
103800     EXIT.
103900
104000*--------------------------------------------------------------
104100* 2700-PURGE-DIVJRNL - SPLIT THE DIVMSTR POSTING JOURNAL BY
104200*                      DIVJ-POST-DATE
104300*--------------------------------------------------------------
104400 2700-PURGE-DIVJRNL.
104500     IF WS-DIVJRNL-DAYS = 0
104600         GO TO 2700-PURGE-DIVJRNL-EXIT
104700     END-IF.
104800     MOVE WS-DIVJRNL-DAYS TO WS-RETAIN-DAYS.
104900     PERFORM 1300-SET-CUTOFF THRU 1300-SET-CUTOFF-EXIT.
105000     MOVE SPACES TO WS-ARC-NAME.
105100     STRING "DIVJRNL.A" WS-RUN-DATE DELIMITED BY SIZE
105200         INTO WS-ARC-NAME.
105300
105400     SET WS-LIVE-OPEN-OK TO TRUE.
105500     MOVE 0 TO WS-MOVED-COUNT.
105600     MOVE 0 TO WS-KEPT-COUNT.
105700     OPEN INPUT DIVJRNL.
105800     IF WS-LIVE-STATUS NOT = "00"
105900         DISPLAY "HSKPURGE - DIVJRNL NOT AVAILABLE, STATUS = "
106000             WS-LIVE-STATUS " - FILE SKIPPED"
106100         SET WS-LIVE-OPEN-FAILED TO TRUE
106200         GO TO 2700-PURGE-DIVJRNL-EXIT
106300     END-IF.
106400     OPEN OUTPUT DIVJARC.
106500     IF WS-ARC-STATUS NOT = "00"
106600         CLOSE DIVJRNL
106700         MOVE "DIVJRNL" TO HSK-SKIP-FILE
106800         MOVE "ARCHIVE" TO HSK-SKIP-PHASE
106900         MOVE WS-ARC-STATUS TO HSK-SKIP-STATUS
107000         PERFORM 1500-NOTE-SKIPPED-FILE
107100             THRU 1500-NOTE-SKIPPED-FILE-EXIT
107200         GO TO 2700-PURGE-DIVJRNL-EXIT
107300     END-IF.
107400     OPEN OUTPUT DIVJWK.
107500     IF WS-WORK-STATUS NOT = "00"
107600         CLOSE DIVJRNL
107700         CLOSE DIVJARC
107800         MOVE "DIVJRNL" TO HSK-SKIP-FILE
107900         MOVE "WORK" TO HSK-SKIP-PHASE
108000         MOVE WS-WORK-STATUS TO HSK-SKIP-STATUS
108100         PERFORM 1500-NOTE-SKIPPED-FILE
108200             THRU 1500-NOTE-SKIPPED-FILE-EXIT
108300         GO TO 2700-PURGE-DIVJRNL-EXIT
108400     END-IF.
108500     SET WS-DETAIL-NOT-EOF TO TRUE.
108600     PERFORM 2710-SPLIT-ONE-DIVJ
108700         THRU 2710-SPLIT-ONE-DIVJ-EXIT
108800         UNTIL WS-DETAIL-EOF.
108900     CLOSE DIVJRNL.
109000     CLOSE DIVJARC.
109100     CLOSE DIVJWK.
109200
109300     OPEN INPUT DIVJWK.
109400     IF WS-WORK-STATUS NOT = "00"
109500         MOVE "DIVJRNL" TO HSK-SKIP-FILE
109600         MOVE "WORK INPUT" TO HSK-SKIP-PHASE
109700         MOVE WS-WORK-STATUS TO HSK-SKIP-STATUS
109800         PERFORM 1500-NOTE-SKIPPED-FILE
109900             THRU 1500-NOTE-SKIPPED-FILE-EXIT
110000         GO TO 2700-PURGE-DIVJRNL-EXIT
110100     END-IF.
110200     OPEN OUTPUT DIVJRNL.
110300     IF WS-LIVE-STATUS NOT = "00"
110400         CLOSE DIVJWK
110500         MOVE "DIVJRNL" TO HSK-SKIP-FILE
110600         MOVE "LIVE RELOAD" TO HSK-SKIP-PHASE
110700         MOVE WS-LIVE-STATUS TO HSK-SKIP-STATUS
110800         PERFORM 1500-NOTE-SKIPPED-FILE
110900             THRU 1500-NOTE-SKIPPED-FILE-EXIT
111000         GO TO 2700-PURGE-DIVJRNL-EXIT
111100     END-IF.
111200     SET WS-DETAIL-NOT-EOF TO TRUE.
111300     PERFORM 2720-RELOAD-ONE-DIVJ
111400         THRU 2720-RELOAD-ONE-DIVJ-EXIT
111500         UNTIL WS-DETAIL-EOF.
111600     CLOSE DIVJWK.
111700     CLOSE DIVJRNL.
111800
111900     MOVE "DIVJRNL" TO HSK-DTL-FILE.
112000     PERFORM 1400-WRITE-FILE-LINE
112100         THRU 1400-WRITE-FILE-LINE-EXIT.
112200 2700-PURGE-DIVJRNL-EXIT.
112300     EXIT.
112400
112500 2710-SPLIT-ONE-DIVJ.
112600     READ DIVJRNL
112700         AT END
112800             SET WS-DETAIL-EOF TO TRUE
112900             GO TO 2710-SPLIT-ONE-DIVJ-EXIT
113000     END-READ.
113100     IF DIVJ-POST-DATE > 0
113200         AND DIVJ-POST-DATE < WS-CUTOFF-DATE
113300         WRITE DIVJ-ARC-REC FROM DIVJ-RECORD
113400         ADD 1 TO WS-MOVED-COUNT
113500     ELSE
113600         WRITE DIVJ-WRK-REC FROM DIVJ-RECORD
113700         ADD 1 TO WS-KEPT-COUNT
113800     END-IF.
113900 2710-SPLIT-ONE-DIVJ-EXIT.
114000     EXIT.
114100
114200 2720-RELOAD-ONE-DIVJ.
114300     READ DIVJWK
114400         AT END
114500             SET WS-DETAIL-EOF TO TRUE
114600             GO TO 2720-RELOAD-ONE-DIVJ-EXIT
114700     END-READ.
114800     WRITE DIVJ-RECORD FROM DIVJ-WRK-REC.
114900 2720-RELOAD-ONE-DIVJ-EXIT.
115000     EXIT.
115100
115200*--------------------------------------------------------------
115300* 8000-WRITE-REPORT-TOTALS - END-OF-PURGE CONTROL TOTALS
115400*--------------------------------------------------------------
115500 8000-WRITE-REPORT-TOTALS.
115600     MOVE SPACES TO HSKPRPT-LINE.
115700     WRITE HSKPRPT-LINE.
115800     MOVE "FILES PURGED ..........." TO HSK-TOT-LABEL.
115900     MOVE WS-FILES-PURGED TO HSK-TOT-COUNT.
116000     WRITE HSKPRPT-LINE FROM HSK-TOTAL-LINE.
116100     MOVE "RECORDS MOVED .........." TO HSK-TOT-LABEL.
116200     MOVE WS-TOTAL-MOVED TO HSK-TOT-COUNT.
116300     WRITE HSKPRPT-LINE FROM HSK-TOTAL-LINE.
116400     MOVE "RECORDS KEPT ..........." TO HSK-TOT-LABEL.
116500     MOVE WS-TOTAL-KEPT TO HSK-TOT-COUNT.
116600     WRITE HSKPRPT-LINE FROM HSK-TOTAL-LINE.
116700
116800     DISPLAY "HSKPURGE - PURGED " WS-FILES-PURGED
116900         " FILES, MOVED " WS-TOTAL-MOVED
117000         " KEPT " WS-TOTAL-KEPT.
117100 8000-WRITE-REPORT-TOTALS-EXIT.
117200     EXIT.
117300
117400*--------------------------------------------------------------
117500* 9999-EXIT - COMMON PROGRAM EXIT
117600*--------------------------------------------------------------
117700 9999-EXIT.
117800     STOP RUN.
