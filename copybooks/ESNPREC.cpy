000100*--------------------------------------------------------------
000200* ESNPREC - RECORD LAYOUT FOR THE EXCPSNAP MONTH-END SUSPENSE
000300*           SNAPSHOT
000400*--------------------------------------------------------------
000500* 2026-10-12 RH   ORIGINAL VERSION. ONE RECORD PER EXCPTN ITEM
000600*                 STILL OPEN WHEN A PERIOD IS CLOSED - THE ITEMS
000700*                 CARRIED INTO THE NEXT MONTH - WITH ITS AGE IN
000800*                 DAYS AS AT THE PERIOD'S LAST BUSINESS DAY. AN
000900*                 ITEM WITH NO RAISE DATE CARRIES AGE ZERO. THE
001000*                 MONTH-END CLOSE REWRITES THE FILE EACH TIME IT
001100*                 RUNS, SO IT HOLDS THE LATEST CLOSE ONLY;
001200*                 PERDTOT KEEPS THE COUNT AND OLDEST AGE OF
001300*                 EVERY CLOSE.
001400*--------------------------------------------------------------
001500 01  ESNP-RECORD.
001600     05  ESNP-PERIOD             PIC 9(06).
001700     05  ESNP-AS-OF-DATE         PIC 9(08).
001800     05  ESNP-REC-ID             PIC 9(08).
001900     05  ESNP-OPCODE             PIC X(01).
002000     05  ESNP-DIVIDEND           PIC 9(08).
002100     05  ESNP-DIVISOR            PIC 9(08).
002200     05  ESNP-RAISE-DATE         PIC 9(08).
002300     05  ESNP-AGE-DAYS           PIC 9(05).
002400     05  ESNP-REASON             PIC X(32).
