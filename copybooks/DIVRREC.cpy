001060*                 DIVR-QUOTIENT - A SUBTRACTION RESULT CAN BE
001070*                 NEGATIVE. THE REMAINDER IS ZERO FOR EVERY
001080*                 OPERATION BUT DIVIDE.
001081* 2026-09-21 RH   APPENDED DIVR-ENTRY-TYPE. N IS AN ORDINARY
001082*                 POSTING (FRESH OR RECYCLED FROM SUSPENSE), R
001083*                 IS THE OFFSETTING RECORD OF AN ADJUSTMENT
001084*                 REVERSAL - SAME ID AND OPERANDS, RESULT
001085*                 NEGATED - AND P IS THE RE-POSTING THAT
001086*                 FOLLOWS A REVERSAL WITH REPLACEMENT OPERANDS.
001087* 2026-10-12 RH   APPENDED DIVR-FWD-FROM-DATE. WHEN A
001088*                 CORRECTION OR ADJUSTMENT DATED IN A CLOSED
001089*                 PERIOD POSTS TO THE CURRENT RUN, ITS RESULT
001090*                 RECORDS CARRY THAT ORIGINAL DATE HERE; THE
001091*                 ID NAMES THE ORIGINAL ITEM. ZERO FOR EVERY
001092*                 OTHER POSTING.
001100*--------------------------------------------------------------
001200 01  DIV-RESULT-RECORD.
001300     05  DIVR-REC-ID             PIC 9(08).
001700     05  DIVR-REMAINDER          PIC 9(08).
001800     05  DIVR-RUN-ID             PIC 9(16).
001900     05  DIVR-OPCODE             PIC X(01).
002000     05  DIVR-ENTRY-TYPE         PIC X(01).
002100         88  DIVR-POSTING            VALUE "N".
002200         88  DIVR-REVERSAL           VALUE "R".
002300         88  DIVR-REPOST             VALUE "P".
002400     05  DIVR-FWD-FROM-DATE      PIC 9(08).
