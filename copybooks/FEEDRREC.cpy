000100*--------------------------------------------------------------
000200* FEEDRREC - RECORD LAYOUT FOR THE FEEDREG INBOUND FEED
000300*            REGISTER
000400*--------------------------------------------------------------
000500* 2026-10-01 RH   ORIGINAL VERSION. ONE RECORD PER FEED AND
000600*                 SENDING SOURCE, KEYED ON THE TWO. THE LAST-
000700*                 ACCEPTED FIELDS HOLD THE ENVELOPE OF THE
000800*                 LAST TRANSMISSION THE FRONT-END EDIT ACCEPTED
000900*                 - THE NEXT MUST CARRY THE NEXT SEQUENCE
001000*                 NUMBER. THE RECEIVED FIELDS HOLD THE LAST
001100*                 TRANSMISSION THAT ARRIVED, ACCEPTED OR NOT,
001200*                 WITH WHAT BECAME OF IT, FOR THE MORNING
001300*                 STATUS REPORT. WRITTEN BY ARREDIT (FEED
001400*                 ARRIN) AND DIVEDIT (FEED DIVIN), CREATED ON
001500*                 FIRST USE.
001600*--------------------------------------------------------------
001700 01  FEEDR-RECORD.
001800     05  FEEDR-KEY.
001900         10  FEEDR-FEED          PIC X(08).
002000         10  FEEDR-SOURCE        PIC X(06).
002100     05  FEEDR-LAST-SEQ          PIC 9(08).
002200     05  FEEDR-LAST-CREATED      PIC 9(08).
002300     05  FEEDR-LAST-ACCEPTED     PIC 9(08).
002400     05  FEEDR-LAST-COUNT        PIC 9(08).
002500     05  FEEDR-LAST-HASH         PIC 9(14).
002600     05  FEEDR-RECV-SEQ          PIC 9(08).
002700     05  FEEDR-RECV-CREATED      PIC 9(08).
002800     05  FEEDR-RECV-DATE         PIC 9(08).
002900     05  FEEDR-RECV-STATUS       PIC X(01).
003000         88  FEEDR-RECV-ACCEPTED     VALUE "A".
003100         88  FEEDR-RECV-REPEATED     VALUE "R".
003200         88  FEEDR-RECV-SKIPPED      VALUE "S".
003300         88  FEEDR-RECV-UNBALANCED   VALUE "B".
