000100*--------------------------------------------------------------
000200* SETTREC - RECORD LAYOUT FOR THE SET REGISTRY MAINTENANCE
000300*           TRANSACTION FILE
000400*--------------------------------------------------------------
000500* 2026-09-14 RH   ORIGINAL VERSION. ONE RECORD PER MAINTENANCE
000600*                 ACTION AGAINST SETREG. ACTION IS A (REGISTER
000700*                 A NEW SET, ACTIVE), C (REPLACE THE NAME,
000800*                 DESCRIPTION, OWNER AND LIMITS OF A REGISTERED
000900*                 SET - THE WHOLE IMAGE IS TAKEN FROM THE
001000*                 TRANSACTION), R (RETIRE A SET) OR I
001100*                 (REINSTATE A RETIRED SET). ONLY THE SET
001200*                 IDENTIFIER IS READ FOR R AND I.
001300*--------------------------------------------------------------
001400 01  SETT-RECORD.
001500     05  SETT-ACTION             PIC X(01).
001600         88  SETT-ADD                VALUE "A".
001700         88  SETT-CHANGE             VALUE "C".
001800         88  SETT-RETIRE             VALUE "R".
001900         88  SETT-REINSTATE          VALUE "I".
002000     05  SETT-SET-ID             PIC 9(04).
002100     05  SETT-SET-NAME           PIC X(20).
002200     05  SETT-DESCRIPTION        PIC X(40).
002300     05  SETT-OWNER              PIC X(20).
002400     05  SETT-MIN-COUNT          PIC 9(08).
002500     05  SETT-MAX-COUNT          PIC 9(08).
002600     05  SETT-VALUE-FLOOR        PIC 9(08).
002700     05  SETT-VALUE-CEILING      PIC 9(08).
