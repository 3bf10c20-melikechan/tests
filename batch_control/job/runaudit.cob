003240*                 APPENDS CHRONOLOGICALLY, SO KEEPING THE FIRST
003250*                 1000 DROPPED THE NEWEST RUNS AND COUNTED
003260*                 EVERY CURRENT DETAIL RECORD AS AN ORPHAN.
003270* 2026-09-21 RH   DIVOUT NOW ALSO CARRIES THE REVERSAL AND
003280*                 RE-POST RECORDS OF THE DIVMSTR ADJUSTMENT
003285*                 PASS. THE EXPECTED DIVOUT COUNT FOR A RUN IS
003290*                 SUCCESS PLUS RESOLVED PLUS THE DIVSUM
003295*                 REVERSED AND RE-POSTED COUNTS; THE RESULT SUM
003297*                 STILL TIES TO THE (NET) CONTROL TOTAL.
003300*--------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
013800         10  WS-RUN-DIVSUM-CNT   PIC 9(04) COMP.
013900         10  WS-RUN-REC-SUCCESS  PIC 9(08).
014000         10  WS-RUN-REC-RESOLVED PIC 9(08).
014010         10  WS-RUN-REC-REVERSED PIC 9(08).
014020         10  WS-RUN-REC-REPOSTED PIC 9(08).
014100         10  WS-RUN-REC-TOTAL    PIC S9(14)V9(04) COMP-3.
014200
014300 01  WS-SWITCHES.
030000     MOVE 0 TO WS-RUN-DIVSUM-CNT (WS-RUN-COUNT).
030100     MOVE 0 TO WS-RUN-REC-SUCCESS (WS-RUN-COUNT).
030200     MOVE 0 TO WS-RUN-REC-RESOLVED (WS-RUN-COUNT).
030210     MOVE 0 TO WS-RUN-REC-REVERSED (WS-RUN-COUNT).
030220     MOVE 0 TO WS-RUN-REC-REPOSTED (WS-RUN-COUNT).
030300     MOVE 0 TO WS-RUN-REC-TOTAL (WS-RUN-COUNT).
030400 1510-LOAD-ONE-LEDGER-EXIT.
030500     EXIT.
039800             TO WS-RUN-REC-SUCCESS (WS-LOOK-IX)
039900         MOVE DIVS-RESOLVED-COUNT
040000             TO WS-RUN-REC-RESOLVED (WS-LOOK-IX)
040010         MOVE DIVS-REVERSED-COUNT
040020             TO WS-RUN-REC-REVERSED (WS-LOOK-IX)
040030         MOVE DIVS-REPOSTED-COUNT
040040             TO WS-RUN-REC-REPOSTED (WS-LOOK-IX)
040100         MOVE DIVS-CONTROL-TOTAL
040200             TO WS-RUN-REC-TOTAL (WS-LOOK-IX)
040300     END-IF.
052600
052700     COMPUTE WS-EXPECT-COUNT =
052800         WS-RUN-REC-SUCCESS (WS-RUN-IX)
052900         + WS-RUN-REC-RESOLVED (WS-RUN-IX)
052910         + WS-RUN-REC-REVERSED (WS-RUN-IX)
052920         + WS-RUN-REC-REPOSTED (WS-RUN-IX).
053000     IF WS-RUN-DIVSUM-CNT (WS-RUN-IX) > 0
053100         OR WS-RUN-DIVOUT-CNT (WS-RUN-IX) > 0
053200         IF WS-RUN-DIVOUT-CNT (WS-RUN-IX)
