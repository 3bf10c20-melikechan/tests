000100*--------------------------------------------------------------
000200* APPRREC - RECORD LAYOUT FOR THE APPRTRAN APPROVAL DECISION
000300*           FILE
000400*--------------------------------------------------------------
000500* 2026-10-07 RH   ORIGINAL VERSION. ONE RECORD PER DECISION ON A
000600*                 WAITING PENDQ ITEM, READ BY ARRAPPR. DECISION A
000700*                 APPROVES THE ITEM, J REJECTS IT. THE DECIDING
000800*                 OPERATOR MUST NOT BE THE OPERATOR WHO RAISED
000900*                 THE ITEM.
001000*--------------------------------------------------------------
001100 01  APPR-RECORD.
001200     05  APPR-ITEM-NO            PIC 9(08).
001300     05  APPR-DECISION           PIC X(01).
001400         88  APPR-APPROVE            VALUE "A".
001500         88  APPR-REJECT             VALUE "J".
001600     05  APPR-OPER               PIC X(08).
