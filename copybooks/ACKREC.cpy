000100*--------------------------------------------------------------
000200* ACKREC - RECORD LAYOUT FOR THE DIVIN ACKNOWLEDGMENT RETURN
000300*          FILE
000400*--------------------------------------------------------------
000500* 2026-10-05 RH   ORIGINAL VERSION. ONE DETAIL RECORD PER DIVIN
000600*                 RECORD ID TELLING THE SUBMITTING DEPARTMENT
000700*                 WHAT BECAME OF IT: E = REJECTED BY THE DIVEDIT
000800*                 FRONT-END EDIT, S = SUSPENDED ON EXCPTN, R =
000900*                 RESOLVED OUT OF SUSPENSE THIS RUN BY A DIVCORR
001000*                 CORRECTION, P = POSTED. THE REASON IS THE EDIT
001100*                 REJECT REASON FOR E, THE EXCP-REASON FOR S AND
001200*                 THE REASON THE ITEM WAS FIRST SUSPENDED FOR R.
001300*                 RESULT AND REMAINDER ARE FILLED FOR R AND P
001400*                 ONLY. THE RECORD ID IS CARRIED AS SENT, SO AN
001500*                 ID THE EDIT FOUND BLANK OR NOT NUMERIC COMES
001600*                 BACK AS THE BYTES RECEIVED. DIVEDIT WRITES ITS
001700*                 E RECORDS TO DIVEREJ IN THIS LAYOUT; THE
001800*                 CALCULATION STEP STAMPS THEM WITH ITS RUN ID
001900*                 AND CARRIES THEM INTO ACKOUT.
002000*                 THE FILE CLOSES WITH ONE TRAILER RECORD WHOSE
002100*                 POSTED, SUSPENDED AND RESOLVED COUNTS EQUAL
002200*                 DIVS-SUCCESS-COUNT, DIVS-REJECT-COUNT AND
002300*                 DIVS-RESOLVED-COUNT ON THE DIVSUM RECORD OF THE
002400*                 SAME RUN ID, AND WHOSE EDIT REJECT COUNT EQUALS
002500*                 THE DIVEDIT REJECT COUNT ON EDTSUM. THE RESULT
002600*                 TOTAL IS THE SUM OF THE P AND R RESULTS - THE
002700*                 DIVSUM CONTROL TOTAL BEFORE ANY ADJUSTMENTS
002800*                 APPLIED IN THE SAME RUN. BOTH LAYOUTS ARE 81
002900*                 BYTES.
003000*--------------------------------------------------------------
003100 01  ACK-DETAIL-RECORD.
003200     05  ACK-REC-TYPE            PIC X(03).
003300         88  ACK-IS-DETAIL           VALUE "DTL".
003400     05  ACK-REC-ID              PIC X(08).
003500     05  ACK-DISPOSITION         PIC X(01).
003600         88  ACK-EDIT-REJECTED       VALUE "E".
003700         88  ACK-SUSPENDED           VALUE "S".
003800         88  ACK-RESOLVED            VALUE "R".
003900         88  ACK-POSTED              VALUE "P".
004000     05  ACK-OPCODE              PIC X(01).
004100     05  ACK-RESULT              PIC S9(08)V9(04).
004200     05  ACK-REMAINDER           PIC 9(08).
004300     05  ACK-RUN-ID              PIC 9(16).
004400     05  ACK-REASON              PIC X(32).
004500 01  ACK-TRAILER-RECORD.
004600     05  ACKT-REC-TYPE           PIC X(03).
004700         88  ACKT-IS-TRAILER         VALUE "TRL".
004800     05  ACKT-RUN-ID             PIC 9(16).
004900     05  ACKT-REC-COUNT          PIC 9(08).
005000     05  ACKT-EDIT-REJECT-COUNT  PIC 9(08).
005100     05  ACKT-SUSPENDED-COUNT    PIC 9(08).
005200     05  ACKT-RESOLVED-COUNT     PIC 9(08).
005300     05  ACKT-POSTED-COUNT       PIC 9(08).
005400     05  ACKT-RESULT-TOTAL       PIC S9(14)V9(04).
005500     05  FILLER                  PIC X(04).
