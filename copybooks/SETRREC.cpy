000100*--------------------------------------------------------------
000200* SETRREC - RECORD LAYOUT FOR THE ARRAY SET REGISTRY MASTER
000300*--------------------------------------------------------------
000400* 2026-09-14 RH   ORIGINAL VERSION. SETREG IS AN INDEXED FILE
000500*                 KEYED BY SET IDENTIFIER WITH ONE RECORD PER
000600*                 REGISTERED ARRAY SET. IT NAMES THE SET AND
000700*                 THE DEPARTMENT THAT OWNS IT, SAYS WHAT IT
000800*                 MEASURES, CARRIES THE ACTIVE/RETIRED FLAG,
000900*                 THE ELEMENT COUNT RANGE A NIGHT'S FEED OF THE
001000*                 SET IS EXPECTED TO FALL IN, AND THE FLOOR AND
001100*                 CEILING EVERY ELEMENT VALUE MUST RESPECT.
001200*                 ARREDIT REJECTS ANY SET NOT REGISTERED HERE
001300*                 AS ACTIVE OR OUTSIDE ITS LIMITS; THE
001400*                 MAX-FINDER OUTPUTS CARRY THE NAME AND OWNER.
001500*                 MAINTAINED BY SETMAINT ONLY.
001600*--------------------------------------------------------------
001700 01  SETR-RECORD.
001800     05  SETR-SET-ID             PIC 9(04).
001900     05  SETR-SET-NAME           PIC X(20).
002000     05  SETR-DESCRIPTION        PIC X(40).
002100     05  SETR-OWNER              PIC X(20).
002200     05  SETR-STATUS             PIC X(01).
002300         88  SETR-ACTIVE             VALUE "A".
002400         88  SETR-RETIRED            VALUE "R".
002500     05  SETR-MIN-COUNT          PIC 9(08).
002600     05  SETR-MAX-COUNT          PIC 9(08).
002700     05  SETR-VALUE-FLOOR        PIC 9(08).
002800     05  SETR-VALUE-CEILING      PIC 9(08).
002900     05  SETR-MAINT-DATE         PIC 9(08).
