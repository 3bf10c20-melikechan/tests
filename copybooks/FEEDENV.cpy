000100*--------------------------------------------------------------
000200* FEEDENV - TRANSMISSION ENVELOPE RECORDS FOR THE ARRIN AND
000300*           DIVIN INBOUND FEEDS
000400*--------------------------------------------------------------
000500* 2026-10-01 RH   ORIGINAL VERSION. EVERY INBOUND FEED OPENS
000600*                 WITH ONE HEADER RECORD AND CLOSES WITH ONE
000700*                 TRAILER RECORD, COPIED INTO THE FEED'S FD
000800*                 BEHIND ITS DATA RECORD LAYOUT. THE HEADER
000900*                 NAMES THE SENDING SOURCE SYSTEM, THE DATE THE
001000*                 SENDER CREATED THE FILE AND THE TRANSMISSION
001100*                 SEQUENCE NUMBER, WHICH RISES BY ONE PER FILE
001200*                 FROM EACH SOURCE. THE TRAILER CARRIES THE
001300*                 NUMBER OF DATA RECORDS BETWEEN THE TWO AND A
001400*                 HASH TOTAL OF THEIR VALUES - ARR-REC-VALUE
001500*                 OF EVERY ARRIN ELEMENT RECORD, DIVIDEND PLUS
001600*                 DIVISOR OF EVERY DIVIN RECORD. A DATA RECORD
001700*                 CAN NEVER OPEN WITH HDR OR TRL - ITS LEADING
001800*                 IDENTIFIER IS NUMERIC. BOTH LAYOUTS ARE 25
001900*                 BYTES, THE DIVIN RECORD LENGTH; ARRIN RECORDS
002000*                 ARE 25 BYTES WITH THE ENVELOPE IN PLACE.
002100*--------------------------------------------------------------
002200 01  FEED-HEADER-RECORD.
002300     05  FEEDH-REC-TYPE          PIC X(03).
002400         88  FEEDH-IS-HEADER         VALUE "HDR".
002500     05  FEEDH-SOURCE            PIC X(06).
002600     05  FEEDH-CREATE-DATE       PIC 9(08).
002700     05  FEEDH-TRANS-SEQ         PIC 9(08).
002800 01  FEED-TRAILER-RECORD.
002900     05  FEEDT-REC-TYPE          PIC X(03).
003000         88  FEEDT-IS-TRAILER        VALUE "TRL".
003100     05  FEEDT-REC-COUNT         PIC 9(08).
003200     05  FEEDT-HASH-TOTAL        PIC 9(14).
