000100*--------------------------------------------------------------
000200* PENDREC - RECORD LAYOUT FOR THE PENDQ ARRMSTR CHANGE
000300*           APPROVAL QUEUE
000400*--------------------------------------------------------------
000500* 2026-10-07 RH   ORIGINAL VERSION. ONE RECORD PER ARRMSTR CHANGE
000600*                 WAITING FOR, OR GIVEN, A SECOND OPERATOR'S
000700*                 APPROVAL, KEYED ON A RUNNING ITEM NUMBER. TYPE
000800*                 M IS AN ARRMAINT MAINTENANCE TRANSACTION (THE
000900*                 TRANSACTION FIELDS HOLD IT AS KEYED), TYPE R AN
001000*                 ARRMGEN GENERATION RESTORE (THE GENERATION
001100*                 NUMBER HOLDS WHICH). ITEM 0 IS THE CONTROL
001200*                 RECORD HOLDING THE LAST ITEM NUMBER GIVEN OUT.
001300*                 ARRMAINT AND ARRMGEN ADD ITEMS AS WAITING;
001400*                 ARRAPPR APPROVES, REJECTS OR EXPIRES THEM; THE
001500*                 PROGRAM THAT RAISED AN APPROVED ITEM APPLIES IT
001600*                 AND MARKS IT DONE OR FAILED. ITEMS ARE NEVER
001700*                 DELETED. CREATED ON FIRST USE.
001800*--------------------------------------------------------------
001900 01  PEND-RECORD.
002000     05  PEND-ITEM-NO            PIC 9(08).
002100     05  PEND-TYPE               PIC X(01).
002200         88  PEND-IS-CONTROL         VALUE "C".
002300         88  PEND-IS-MAINT           VALUE "M".
002400         88  PEND-IS-RESTORE         VALUE "R".
002500     05  PEND-STATUS             PIC X(01).
002600         88  PEND-WAITING            VALUE "P".
002700         88  PEND-APPROVED           VALUE "A".
002800         88  PEND-REJECTED           VALUE "J".
002900         88  PEND-EXPIRED            VALUE "X".
003000         88  PEND-APPLIED            VALUE "D".
003100         88  PEND-FAILED             VALUE "F".
003200     05  PEND-REQ-OPER           PIC X(08).
003300     05  PEND-REQ-DATE           PIC 9(08).
003400     05  PEND-REQ-TIME           PIC 9(08).
003500     05  PEND-APPR-OPER          PIC X(08).
003600     05  PEND-APPR-DATE          PIC 9(08).
003700     05  PEND-TRAN-FIELDS.
003800         10  PEND-ACTION         PIC X(01).
003900         10  PEND-SET-ID         PIC 9(04).
004000         10  PEND-ELEM-KEY       PIC 9(08).
004100         10  PEND-VALUE          PIC 9(08).
004200     05  PEND-GEN-NUMBER         PIC 9(04).
004300     05  PEND-DONE-DATE          PIC 9(08).
004400     05  PEND-RESULT             PIC X(16).
004500
004600 01  PEND-CONTROL-RECORD.
004700     05  PENDC-ITEM-NO           PIC 9(08).
004800     05  PENDC-TYPE              PIC X(01).
004900         88  PENDC-IS-CONTROL        VALUE "C".
005000     05  PENDC-LAST-ITEM         PIC 9(08).
005100     05  FILLER                  PIC X(82).
