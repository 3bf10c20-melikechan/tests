001210* 2026-09-02 RH   ONE RECORD IS NOW APPENDED PER ARRAY SET PER
001220*                 RUN, CARRYING THE SET IDENTIFIER, SINCE ONE
001230*                 RUN SCANS EVERY SET IN THE NIGHT'S FEED.
001240* 2026-09-14 RH   ADDED THE SET NAME AND OWNING DEPARTMENT FROM
001250*                 THE SETREG REGISTRY (SPACES WHEN THE REGISTRY
001260*                 COULD NOT BE READ). RECORD IS NOW 132 BYTES.
001300*--------------------------------------------------------------
001400 01  STATS-RECORD.
001500     05  STATS-RUN-DATE          PIC 9(08).
002100     05  STATS-MEAN              PIC S9(08)V9(04).
002200     05  STATS-STDDEV            PIC 9(08)V9(04).
002300     05  STATS-MEDIAN            PIC S9(08)V9(01).
002400     05  STATS-SET-NAME          PIC X(20).
002500     05  STATS-SET-OWNER         PIC X(20).
