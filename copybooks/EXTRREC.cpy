000990* 2026-09-02 RH   ONE RECORD IS NOW APPENDED PER ARRAY SET PER
000991*                 RUN. THE SET IDENTIFIER RIDES AS THE SECOND
000992*                 DELIMITED FIELD, AFTER THE RUN ID.
000993* 2026-09-14 RH   THE SET NAME AND OWNING DEPARTMENT FROM THE
000994*                 SETREG REGISTRY RIDE AS TWO MORE DELIMITED
000995*                 FIELDS AT THE END. RECORD IS NOW 82 BYTES.
001000*--------------------------------------------------------------
001100 01  EXTRACT-RECORD.
001200     05  EXTR-RUN-ID             PIC 9(16).
001500                                 SIGN IS TRAILING SEPARATE.
001600     05  EXTR-SEP3               PIC X(01).
001700     05  EXTR-MAXINDEX           PIC 9(08).
001800     05  EXTR-SEP4               PIC X(01).
001900     05  EXTR-SET-NAME           PIC X(20).
002000     05  EXTR-SEP5               PIC X(01).
002100     05  EXTR-SET-OWNER          PIC X(20).
