001400*                 CONSOLE OUTPUT, BOTH PROGRAMS). EACH PROGRAM
001500*                 SILENTLY SKIPS THE KEYWORDS THAT BELONG TO
001600*                 THE OTHER SO ONE CARD DECK SERVES THE JOB.
001610* 2026-09-28 RH   NEW KEYWORD DELTA-PCT (ARRDELTA PRE-LOAD
001620*                 CEILING ON THE PERCENTAGE OF A SET THAT MAY
001630*                 CHANGE BEFORE THE SET IS HELD). ARRDELTA
001640*                 READS THIS DECK TOO; THE SUBMISSION PROGRAMS
001650*                 SKIP THE KEYWORD.
001700*--------------------------------------------------------------
001800 01  PARM-CARD-RECORD.
001900     05  PARM-CARD-KEYWORD       PIC X(16).
