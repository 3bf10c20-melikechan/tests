000100*--------------------------------------------------------------
000200* DIVJREC - RECORD LAYOUT FOR THE DIVMSTR POSTING JOURNAL
000300*--------------------------------------------------------------
000400* 2026-10-09 RH   ORIGINAL VERSION. DIVJRNL IS AN APPEND-FOREVER
000500*                 SEQUENTIAL FILE WITH ONE RECORD FOR EVERY
000600*                 WRITE OR REWRITE THE CALCULATION ENGINE MAKES
000700*                 AGAINST DIVMSTR, IN THE ORDER THEY WERE MADE.
000800*                 IT CARRIES THE RUN AND THE CLOCK TIME OF THE
000900*                 POSTING, WHERE THE POSTING CAME FROM (A FRESH
001000*                 DIVIN RECORD, AN ITEM RECYCLED OUT OF
001100*                 SUSPENSE, OR AN ADJTRAN ADJUSTMENT), AND THE
001200*                 MASTER RECORD BEFORE AND AFTER THE CHANGE IN
001300*                 DIVMREC LAYOUT. THE BEFORE IMAGE IS SPACES
001400*                 WHEN THE POSTING ADDED THE KEY. DIVRECOV
001500*                 REPLAYS THE AFTER IMAGES TO REBUILD OR VERIFY
001600*                 THE MASTER. THE IMAGE LENGTHS MUST TRACK
001700*                 DIVMREC.
001800*--------------------------------------------------------------
001900 01  DIVJ-RECORD.
002000     05  DIVJ-RUN-ID             PIC 9(16).
002100     05  DIVJ-POST-DATE          PIC 9(08).
002200     05  DIVJ-POST-TIME          PIC 9(08).
002300     05  DIVJ-SEQ-NO             PIC 9(08).
002400     05  DIVJ-SOURCE             PIC X(01).
002500         88  DIVJ-FRESH              VALUE "F".
002600         88  DIVJ-RECYCLED           VALUE "S".
002700         88  DIVJ-ADJUSTMENT         VALUE "A".
002800     05  DIVJ-ACTION             PIC X(01).
002900         88  DIVJ-ADDED              VALUE "W".
003000         88  DIVJ-REPLACED           VALUE "R".
003100     05  DIVJ-REC-ID             PIC 9(08).
003200     05  DIVJ-BEFORE-IMAGE       PIC X(62).
003300     05  DIVJ-AFTER-IMAGE        PIC X(62).
