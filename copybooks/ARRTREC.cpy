001010* 2026-09-02 RH   ADDED THE SET IDENTIFIER - ARRMSTR IS NOW
001020*                 KEYED BY SET PLUS SEQUENCE, SO EVERY
001030*                 TRANSACTION MUST NAME THE SET IT MAINTAINS.
001040* 2026-10-07 RH   APPENDED THE REQUESTING OPERATOR ID. ARRMAINT
001050*                 NO LONGER APPLIES A TRANSACTION WHEN IT READS
001060*                 IT - IT IS QUEUED ON PENDQ UNTIL A SECOND,
001070*                 DIFFERENT OPERATOR APPROVES IT, AND A
001080*                 TRANSACTION WITH NO REQUESTER IS REJECTED.
001100*--------------------------------------------------------------
001200 01  ARRT-RECORD.
001300     05  ARRT-ACTION             PIC X(01).
001650     05  ARRT-SET-ID             PIC 9(04).
001700     05  ARRT-KEY                PIC 9(08).
001800     05  ARRT-VALUE              PIC 9(08).
001900     05  ARRT-REQ-OPER           PIC X(08).
