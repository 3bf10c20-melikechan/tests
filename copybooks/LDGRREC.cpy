000900*                 CONSOLIDATION PROGRAM MATCHES STEP OUTPUTS
001000*                 BACK TO THESE RECORDS BY RUN ID TO PROVE WHAT
001100*                 EACH NIGHT'S RUN PRODUCED.
001110* 2026-10-14 RH   APPENDED THE JOB STREAM THAT RAN - D DAILY,
001120*                 W WEEKLY (A WEEKLY STEP WAS DUE), M MONTH-END
001130*                 (A FIRST OR LAST BUSINESS DAY STEP WAS DUE) -
001140*                 AND THE COUNTS OF STEPS NOT DUE ON THE RUN
001150*                 DATE AND OF OFF-CYCLE STEPS THE OPERATOR
001160*                 FORCED. RECORD IS NOW 57 BYTES.
001200*--------------------------------------------------------------
001300 01  LDGR-RECORD.
001400     05  LDGR-RUN-ID             PIC 9(16).
001700     05  LDGR-STEP-COUNT         PIC 9(04).
001800     05  LDGR-FAILED-COUNT       PIC 9(04).
001900     05  LDGR-STATUS             PIC X(08).
002000     05  LDGR-STREAM             PIC X(01).
002100         88  LDGR-DAILY-STREAM       VALUE "D".
002200         88  LDGR-WEEKLY-STREAM      VALUE "W".
002300         88  LDGR-MONTH-END-STREAM   VALUE "M".
002400     05  LDGR-NOT-DUE-COUNT      PIC 9(04).
002500     05  LDGR-FORCED-COUNT       PIC 9(04).
