000100*--------------------------------------------------------------
000200* PERDREC - RECORD LAYOUT FOR THE PERDCTL ACCOUNTING PERIOD
000300*           CONTROL FILE
000400*--------------------------------------------------------------
000500* 2026-10-12 RH   ORIGINAL VERSION. ONE RECORD PER CALENDAR
000600*                 MONTH THE MONTH-END CLOSE HAS EVER RUN FOR,
000700*                 KEYED ON THE PERIOD (YYYYMM). A PERIOD WITH NO
000800*                 RECORD HAS NEVER BEEN CLOSED AND IS OPEN.
000900*                 STATUS C IS CLOSED; STATUS R IS REOPENED BY AN
001000*                 OPERATOR FORCING A SECOND CLOSE, AND STAYS R
001100*                 ONLY UNTIL THAT CLOSE COMPLETES. THE FIRST AND
001200*                 LAST BUSINESS DAYS COME FROM CALDAYS. THE
001300*                 CLOSE COUNT AND CONTROL TOTAL ARE THOSE OF THE
001400*                 LATEST CLOSE. MECLOSE MAINTAINS THE FILE AND
001500*                 CREATES IT ON FIRST USE; THE CALCULATION
001600*                 ENGINE READS IT TO SEND CORRECTIONS AND
001700*                 ADJUSTMENTS DATED IN A CLOSED PERIOD TO THE
001800*                 CURRENT RUN.
001900*--------------------------------------------------------------
002000 01  PERD-RECORD.
002100     05  PERD-PERIOD             PIC 9(06).
002200     05  PERD-STATUS             PIC X(01).
002300         88  PERD-CLOSED             VALUE "C".
002400         88  PERD-REOPENED           VALUE "R".
002500     05  PERD-FIRST-BUS-DATE     PIC 9(08).
002600     05  PERD-LAST-BUS-DATE      PIC 9(08).
002700     05  PERD-CLOSE-DATE         PIC 9(08).
002800     05  PERD-CLOSE-TIME         PIC 9(08).
002900     05  PERD-CLOSE-COUNT        PIC 9(04).
003000     05  PERD-CONTROL-TOTAL      PIC S9(14)V9(04).
003100     05  PERD-REOPEN-COUNT       PIC 9(04).
003200     05  PERD-REOPEN-DATE        PIC 9(08).
003300     05  PERD-REOPEN-OPER        PIC X(08).
