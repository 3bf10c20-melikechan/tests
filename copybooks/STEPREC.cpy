001000*                 STEP; STEP-RUN-AFTER-FAIL SAYS WHETHER THE
001100*                 STEP STILL RUNS ONCE AN EARLIER STEP HAS
001200*                 FAILED (Y) OR IS SKIPPED (N).
001210* 2026-10-14 RH   EACH STEP NOW CARRIES A RUN FREQUENCY - D (OR
001220*                 SPACE) EVERY EXECUTION, W WEEKLY ON
001230*                 STEP-RUN-WEEKDAY (1 MONDAY TO 7 SUNDAY), F THE
001240*                 FIRST OR L THE LAST BUSINESS DAY OF THE MONTH
001250*                 AS MARKED ON CALDAYS, R ON REQUEST ONLY (THE
001260*                 JOB CONTROL FORCE= PARM). THE WEEKDAY IS ZERO
001270*                 FOR ANY OTHER FREQUENCY. RECORD IS NOW 95
001280*                 BYTES.
001300*--------------------------------------------------------------
001400 01  STEP-RECORD.
001500     05  STEP-NAME               PIC X(08).
001800     05  STEP-RUN-AFTER-FAIL     PIC X(01).
001900         88  STEP-RUNS-AFTER-FAIL    VALUE "Y".
002000         88  STEP-SKIPS-AFTER-FAIL   VALUE "N".
002100     05  STEP-FREQUENCY          PIC X(01).
002200         88  STEP-RUNS-DAILY         VALUE "D" SPACE.
002300         88  STEP-RUNS-WEEKLY        VALUE "W".
002400         88  STEP-RUNS-FIRST-BUS-DAY VALUE "F".
002500         88  STEP-RUNS-LAST-BUS-DAY  VALUE "L".
002600         88  STEP-RUNS-ON-REQUEST    VALUE "R".
002700     05  STEP-RUN-WEEKDAY        PIC 9(01).
