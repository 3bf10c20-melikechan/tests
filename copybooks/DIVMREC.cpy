001000*                 RUN FILE; THIS MASTER IS WHAT THE DIVINQ
001100*                 INQUIRY READS WHEN A CLERK ASKS FOR THE
001200*                 CURRENT FIGURES OF ONE RECORD ID.
001210* 2026-09-21 RH   APPENDED DIVM-STATUS. A RESULT BACKED OUT BY
001220*                 AN ADJUSTMENT REVERSAL IS MARKED R (ITS LAST
001230*                 FIGURES STAY ON THE RECORD FOR REFERENCE) AND
001240*                 ONE REVERSED AND RE-POSTED WITH REPLACEMENT
001250*                 OPERANDS IS MARKED A. DIVM-RUN-ID IS THE RUN
001260*                 THAT LAST TOUCHED THE RECORD. SPACE IS A
001270*                 RESULT POSTED BEFORE THE BYTE EXISTED.
001300*--------------------------------------------------------------
001400 01  DIVMSTR-RECORD.
001500     05  DIVM-REC-ID             PIC 9(08).
001900     05  DIVM-REMAINDER          PIC 9(08).
002000     05  DIVM-RUN-ID             PIC 9(16).
002100     05  DIVM-OPCODE             PIC X(01).
002200     05  DIVM-STATUS             PIC X(01).
002300         88  DIVM-POSTED             VALUE "P" " ".
002400         88  DIVM-REVERSED           VALUE "R".
002500         88  DIVM-REPOSTED           VALUE "A".
