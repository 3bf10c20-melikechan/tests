001310* 2026-09-02 RH   ADDED THE SET IDENTIFIER - ARRMSTR IS NOW
001320*                 KEYED BY SET PLUS SEQUENCE, SO THE LOG MUST
001330*                 NAME THE SET EVERY TRANSACTION TOUCHED.
001340* 2026-10-07 RH   APPENDED THE REQUESTING AND APPROVING OPERATOR
001350*                 IDS. ARRMSTR MAINTENANCE AND GENERATION
001360*                 RESTORES NOW TAKE TWO PEOPLE, AND THE LOG
001370*                 CARRIES BOTH - SPACES FOR THE APPROVER WHILE AN
001380*                 ITEM IS ONLY QUEUED, AND BOTH SPACES FOR A
001390*                 GENERATION SAVE. RECORD IS NOW 77 BYTES.
001400*--------------------------------------------------------------
001500 01  MNTL-RECORD.
001600     05  MNTL-RUN-DATE           PIC 9(08).
002000     05  MNTL-BEFORE-VALUE       PIC X(08).
002100     05  MNTL-AFTER-VALUE        PIC X(08).
002200     05  MNTL-RESULT             PIC X(16).
002300     05  MNTL-REQ-OPER           PIC X(08).
002400     05  MNTL-APPR-OPER          PIC X(08).
