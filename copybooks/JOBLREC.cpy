000800*                 SURVIVES THE CONSOLE. STATUS IS CLEAN, FAILED,
000900*                 SKIPPED (PREDECESSOR RULE) OR BYPASSED
001000*                 (OPERATOR RESTART FROM A LATER STEP).
001010* 2026-10-14 RH   A STEP WHOSE RUN FREQUENCY DOES NOT FALL ON THE
001020*                 RUN DATE IS LOGGED WITH STATUS NOT DUE, RC
001030*                 ZERO.
001100*--------------------------------------------------------------
001200 01  JOBL-RECORD.
001300     05  JOBL-STEP-NAME          PIC X(08).
