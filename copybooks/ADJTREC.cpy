000100*--------------------------------------------------------------
000200* ADJTREC - RECORD LAYOUT FOR THE DIVMSTR ADJUSTMENT
000300*           TRANSACTION FILE
000400*--------------------------------------------------------------
000500* 2026-09-21 RH   ORIGINAL VERSION. ONE RECORD PER ADJUSTMENT TO
000600*                 A RESULT ALREADY POSTED TO DIVMSTR. ACTION R
000700*                 REVERSES THE POSTED RESULT; ACTION P REVERSES
000800*                 IT AND RE-POSTS THE ID WITH THE REPLACEMENT
000900*                 OPERANDS AND OPERATION CODE CARRIED HERE,
001000*                 WHICH ARE IGNORED FOR R. THE REASON IS FREE
001100*                 TEXT FROM THE REQUESTING DEPARTMENT AND IS
001200*                 PRINTED ON THE ADJUSTMENT REGISTER.
001210* 2026-10-12 RH   APPENDED THE DATE OF THE ADJUSTMENT. AN
001220*                 ADJUSTMENT DATED IN A PERIOD THE MONTH-END
001230*                 CLOSE HAS CLOSED POSTS TO THE CURRENT RUN
001240*                 AND ITS RESULT RECORDS CARRY THE DATE BACK
001250*                 TO THE ORIGINAL. ZERO MEANS UNDATED.
001300*--------------------------------------------------------------
001400 01  ADJ-TRANSACTION-RECORD.
001500     05  ADJT-ACTION             PIC X(01).
001600         88  ADJT-REVERSE            VALUE "R".
001700         88  ADJT-REPOST             VALUE "P".
001800     05  ADJT-REC-ID             PIC 9(08).
001900     05  ADJT-DIVIDEND           PIC 9(08).
002000     05  ADJT-DIVISOR            PIC 9(08).
002100     05  ADJT-OPCODE             PIC X(01).
002200     05  ADJT-REASON             PIC X(32).
002300     05  ADJT-ADJ-DATE           PIC 9(08).
