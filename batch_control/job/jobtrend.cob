002600*                 HHMMSSCC AS JOBCTL ACCEPTS THEM; AN ELAPSED
002700*                 TIME SPANNING MIDNIGHT IS CARRIED ACROSS THE
002800*                 DATE BOUNDARY.
002810* 2026-10-14 RH   A STEP LOGGED NOT DUE (ITS RUN FREQUENCY DID NOT
002820*                 FALL ON THE RUN DATE) DID NOT RUN AND IS LEFT
002830*                 OUT OF THE TIMINGS LIKE A SKIPPED OR BYPASSED
002840*                 STEP.
002900*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
030200     ADD 1 TO WS-RECS-READ.
030300
030400     IF JOBL-STATUS = "SKIPPED" OR JOBL-STATUS = "BYPASSED"
030410         OR JOBL-STATUS = "NOT DUE"
030500         GO TO 2000-REPORT-ONE-RECORD-EXIT
030600     END-IF.
030700     IF JOBL-START-DATE = 0 OR JOBL-END-DATE = 0
