001800*                 AN ID NOT ON THE MASTER IS REPORTED AND THE
001900*                 RUN ENDS WITH RETURN CODE 4 SO A SCRIPTED
002000*                 LOOKUP CAN TELL A MISS FROM A HIT.
002010* 2026-09-21 RH   A RESULT BACKED OUT BY AN ADJUSTMENT IS NOW
002020*                 SHOWN AS REVERSED, AND ONE RE-POSTED WITH
002030*                 REPLACEMENT OPERANDS AS ADJUSTED, SO THE
002040*                 CLERK DOES NOT QUOTE A FIGURE THAT NO LONGER
002050*                 STANDS. THE RUN IS THE ONE THAT ADJUSTED IT.
002100*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
015600         " RESULT " DIVM-QUOTIENT
015700         " REM " DIVM-REMAINDER
015800         " RUN " DIVM-RUN-ID.
015810     IF DIVM-REVERSED
015820         DISPLAY "RECORD " DIVM-REC-ID
015830             " RESULT REVERSED - NO LONGER STANDS"
015840     END-IF.
015850     IF DIVM-REPOSTED
015860         DISPLAY "RECORD " DIVM-REC-ID
015870             " RESULT ADJUSTED - RE-POSTED BY ADJUSTMENT"
015880     END-IF.
015900 2000-INQUIRE-ONE-ID-EXIT.
016000     EXIT.
016100
