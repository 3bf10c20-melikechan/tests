000700*                 TO REFUSE A DUPLICATE RUN OF A DAY ALREADY
000800*                 LEDGERED CLEAN AND TO REPORT ANY PAST
000900*                 BUSINESS DAY WITH NO LEDGER RECORD AT ALL.
001000* 2026-10-14 RH   EACH BUSINESS DAY NOW CARRIES ITS DAY OF THE
001010*                 WEEK (1 MONDAY TO 7 SUNDAY) AND ITS PLACE IN
001020*                 THE MONTH - F FIRST BUSINESS DAY, L LAST,
001030*                 B BOTH (A MONTH WITH ONE BUSINESS DAY), SPACE
001040*                 OTHERWISE - SO JOB CONTROL CAN PICK THE
001050*                 WEEKLY AND MONTH-END STEPS DUE ON THE RUN
001060*                 DATE. A ZERO WEEKDAY IS WORKED OUT FROM THE
001070*                 DATE. RECORD IS NOW 10 BYTES.
001090*--------------------------------------------------------------
001100 01  CAL-RECORD.
001200     05  CAL-DATE                PIC 9(08).
001300     05  CAL-WEEKDAY             PIC 9(01).
001400     05  CAL-MONTH-POSITION      PIC X(01).
001500         88  CAL-FIRST-BUS-DAY       VALUE "F" "B".
001600         88  CAL-LAST-BUS-DAY        VALUE "L" "B".
