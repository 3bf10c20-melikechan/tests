000100*--------------------------------------------------------------
000200* PTOTREC - RECORD LAYOUTS FOR THE PERDTOT PERIOD TOTALS AND
000300*           REOPEN LOG
000400*--------------------------------------------------------------
000500* 2026-10-12 RH   ORIGINAL VERSION. PERDTOT IS AN APPEND-FOREVER
000600*                 SEQUENTIAL FILE WRITTEN BY THE MONTH-END CLOSE.
000700*                 A TOT RECORD IS WRITTEN FOR EVERY CLOSE OF A
000800*                 PERIOD: THE DIVSUM FIGURES OF EVERY RUN IN
000900*                 THE PERIOD ADDED TOGETHER, THE SAME CONTROL
001000*                 TOTAL BROKEN DOWN BY OPERATION CODE (1 ADD,
001100*                 2 SUBTRACT, 3 MULTIPLY, 4 DIVIDE), AND THE
001200*                 OPEN SUSPENSE ITEMS CARRIED INTO THE NEXT
001300*                 MONTH WITH THE AGE OF THE OLDEST. A ROP
001400*                 RECORD LOGS AN OPERATOR FORCING A REOPEN,
001500*                 WITH THE CONTROL TOTAL AS LAST CLOSED, AND IS
001600*                 ALWAYS FOLLOWED BY THE TOT RECORD OF THE
001700*                 RECLOSE. THE LATEST TOT RECORD FOR A PERIOD IS
001800*                 THE ONE FINANCE SIGNED. BOTH LAYOUTS ARE 240
001900*                 BYTES.
002000*--------------------------------------------------------------
002100 01  PTOT-TOTALS-RECORD.
002200     05  PTOT-REC-TYPE           PIC X(03).
002300         88  PTOT-IS-TOTALS          VALUE "TOT".
002400     05  PTOT-PERIOD             PIC 9(06).
002500     05  PTOT-CLOSE-DATE         PIC 9(08).
002600     05  PTOT-CLOSE-TIME         PIC 9(08).
002700     05  PTOT-CLOSE-NO           PIC 9(04).
002800     05  PTOT-FIRST-BUS-DATE     PIC 9(08).
002900     05  PTOT-LAST-BUS-DATE      PIC 9(08).
003000     05  PTOT-RUN-COUNT          PIC 9(04).
003100     05  PTOT-REC-COUNT          PIC 9(08).
003200     05  PTOT-SUCCESS-COUNT      PIC 9(08).
003300     05  PTOT-REJECT-COUNT       PIC 9(08).
003400     05  PTOT-RESOLVED-COUNT     PIC 9(08).
003500     05  PTOT-REVERSED-COUNT     PIC 9(08).
003600     05  PTOT-REPOSTED-COUNT     PIC 9(08).
003700     05  PTOT-FORWARD-COUNT      PIC 9(08).
003800     05  PTOT-CONTROL-TOTAL      PIC S9(14)V9(04).
003900     05  PTOT-OP-TOTALS          OCCURS 4 TIMES.
004000         10  PTOT-OP-COUNT       PIC 9(08).
004100         10  PTOT-OP-TOTAL       PIC S9(14)V9(04).
004200     05  PTOT-OPEN-ITEMS         PIC 9(08).
004300     05  PTOT-OLDEST-AGE         PIC 9(05).
004400 01  PTOT-REOPEN-RECORD.
004500     05  PTOR-REC-TYPE           PIC X(03).
004600         88  PTOR-IS-REOPEN          VALUE "ROP".
004700     05  PTOR-PERIOD             PIC 9(06).
004800     05  PTOR-REOPEN-DATE        PIC 9(08).
004900     05  PTOR-REOPEN-TIME        PIC 9(08).
005000     05  PTOR-REOPEN-NO          PIC 9(04).
005100     05  PTOR-OPER               PIC X(08).
005200     05  PTOR-PRIOR-CLOSE-DATE   PIC 9(08).
005300     05  PTOR-PRIOR-CONTROL-TOTAL
005400                                 PIC S9(14)V9(04).
005500     05  FILLER                  PIC X(177).
