002500*                 STEPS, OPEN SUSPENSE ITEMS AND EDIT REJECTS.
002600*                 A NIGHT WITH NOTHING WRONG SAYS SO IN ONE
002700*                 LINE.
002710* 2026-10-01 RH   A TRANSMISSIONS SECTION NOW LISTS THE FEEDREG
002720*                 INBOUND FEED REGISTER - PER FEED AND SOURCE, THE
002730*                 LAST TRANSMISSION RECEIVED (SEQUENCE, CREATION
002740*                 DATE, DATE RECEIVED) AND WHETHER THE FRONT-END
002750*                 EDIT ACCEPTED IT. A REJECTED TRANSMISSION, OR A
002760*                 SOURCE THAT SENT NOTHING ON THE LEDGERED RUN
002770*                 DATE, IS AN ATTENTION ITEM.
002775* 2026-10-14 RH   THE RUN LINE IS FOLLOWED BY THE JOB STREAM THE
002780*                 LEDGER SAYS RAN - DAILY, WEEKLY OR MONTH-END -
002785*                 WITH ITS COUNTS OF STEPS NOT DUE AND OF STEPS
002790*                 THE OPERATOR FORCED. A STEP LOGGED NOT DUE IS
002795*                 NOT AN ATTENTION ITEM.
002800*--------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
004500     SELECT OPSRPT ASSIGN TO "OPSRPT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-OPSRPT-STATUS.
004710     SELECT FEEDREG ASSIGN TO "FEEDREG"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS FEEDR-KEY
004750         FILE STATUS IS WS-FEEDREG-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
007700     BLOCK CONTAINS 0 RECORDS
007800     LABEL RECORDS ARE STANDARD.
007900 01  OPSRPT-LINE                 PIC X(132).
007910
007920 FD  FEEDREG
007930     RECORDING MODE IS F
007940     BLOCK CONTAINS 0 RECORDS
007950     LABEL RECORDS ARE STANDARD.
007960     COPY FEEDRREC.
008000
008100 WORKING-STORAGE SECTION.
008200*--------------------------------------------------------------
008700 77  WS-EXCPTN-STATUS    PIC X(02) VALUE SPACES.
008800 77  WS-EDTSUM-STATUS    PIC X(02) VALUE SPACES.
008900 77  WS-OPSRPT-STATUS    PIC X(02) VALUE SPACES.
008950 77  WS-FEEDREG-STATUS   PIC X(02) VALUE SPACES.
009000 77  WS-RUN-DATE         PIC 9(08) VALUE 0.
009100 77  WS-YESTERDAY        PIC 9(08) VALUE 0.
009200 77  WS-LAST-RUN-ID      PIC 9(16) VALUE 0.
009400 77  WS-LAST-STATUS      PIC X(08) VALUE SPACES.
009500 77  WS-LAST-STEPS       PIC 9(04) VALUE 0.
009600 77  WS-LAST-FAILED      PIC 9(04) VALUE 0.
009610 77  WS-LAST-STREAM      PIC X(01) VALUE SPACES.
009620 77  WS-LAST-NOT-DUE     PIC 9(04) VALUE 0.
009630 77  WS-LAST-FORCED      PIC 9(04) VALUE 0.
009700 77  WS-JOB-HELD         PIC 9(04) COMP VALUE 0.
009800 77  WS-JOB-IX           PIC 9(04) COMP VALUE 0.
009900 77  WS-JOB-FIRST        PIC 9(04) COMP VALUE 0.
010300 77  WS-EDT-COUNT        PIC 9(04) COMP VALUE 0.
010400 77  WS-EDT-IX           PIC 9(04) COMP VALUE 0.
010500 77  WS-ATTN-COUNT       PIC 9(04) COMP VALUE 0.
010510 77  WS-FEED-COUNT       PIC 9(04) COMP VALUE 0.
010520 77  WS-FEED-IX          PIC 9(04) COMP VALUE 0.
010600
010700*--------------------------------------------------------------
010800* LAST-EXECUTION STEP TABLE - THE TRAILING 20 JOBLOG RECORDS;
012400         10  WS-EDT-READ     PIC 9(08).
012500         10  WS-EDT-ACCEPT   PIC 9(08).
012600         10  WS-EDT-REJECT   PIC 9(08).
012610
012615*--------------------------------------------------------------
012620* FEED REGISTER TABLE - LAST TRANSMISSION RECEIVED PER FEED AND
012625* SOURCE
012630*--------------------------------------------------------------
012635 01  WS-FEED-TABLE.
012640     05  WS-FEED-ENTRY OCCURS 20 TIMES.
012645         10  WS-FEED-NAME    PIC X(08).
012650         10  WS-FEED-SOURCE  PIC X(06).
012655         10  WS-FEED-SEQ     PIC 9(08).
012660         10  WS-FEED-CREATED PIC 9(08).
012665         10  WS-FEED-RECV    PIC 9(08).
012670         10  WS-FEED-STATUS  PIC X(01).
012700
012800 01  WS-SWITCHES.
012900     05  WS-FATAL-SW     PIC X(01) VALUE "N".
014700     05  WS-FOUND-SW     PIC X(01) VALUE "N".
014800         88  WS-ENTRY-FOUND          VALUE "Y".
014900         88  WS-ENTRY-NOT-FOUND      VALUE "N".
014910     05  WS-FEEDREG-EOF-SW PIC X(01) VALUE "N".
014920         88  WS-FEEDREG-EOF          VALUE "Y".
014930         88  WS-FEEDREG-NOT-EOF      VALUE "N".
015000
015100*--------------------------------------------------------------
015200* STATUS REPORT LINES
016600     05  OPS-JOB-STEPS   PIC Z(03)9.
016700     05  FILLER          PIC X(09) VALUE "  FAILED ".
016800     05  OPS-JOB-FAILED  PIC Z(03)9.
016810 01  OPS-STREAM-LINE.
016820     05  FILLER          PIC X(12) VALUE "JOB STREAM  ".
016830     05  OPS-STREAM-NAME PIC X(09).
016840     05  FILLER          PIC X(10) VALUE "  NOT DUE ".
016850     05  OPS-STREAM-NOT-DUE PIC Z(03)9.
016860     05  FILLER          PIC X(09) VALUE "  FORCED ".
016870     05  OPS-STREAM-FORCED PIC Z(03)9.
016900 01  OPS-STEP-LINE.
017000     05  FILLER          PIC X(02) VALUE SPACES.
017100     05  OPS-STEP-NAME   PIC X(08).
018900     05  OPS-EDT-ACCEPT  PIC Z(07)9.
019000     05  FILLER          PIC X(11) VALUE "  REJECTED ".
019100     05  OPS-EDT-REJECT  PIC Z(07)9.
019110 01  OPS-FEED-LINE.
019115     05  FILLER          PIC X(02) VALUE SPACES.
019120     05  OPS-FEED-NAME   PIC X(08).
019125     05  FILLER          PIC X(08) VALUE "  FROM  ".
019130     05  OPS-FEED-SOURCE PIC X(06).
019135     05  FILLER          PIC X(07) VALUE "  SEQ  ".
019140     05  OPS-FEED-SEQ    PIC Z(07)9.
019145     05  FILLER          PIC X(11) VALUE "  CREATED  ".
019150     05  OPS-FEED-CREATED PIC 9(08).
019155     05  FILLER          PIC X(12) VALUE "  RECEIVED  ".
019160     05  OPS-FEED-RECV   PIC 9(08).
019165     05  FILLER          PIC X(02) VALUE SPACES.
019170     05  OPS-FEED-DISP   PIC X(25).
019200 01  OPS-MESSAGE-LINE    PIC X(80).
019300
019400 PROCEDURE DIVISION.
021500         THRU 4000-READ-SUSPENSE-EXIT.
021600     PERFORM 5000-READ-EDIT-SUMMARIES
021700         THRU 5000-READ-EDIT-SUMMARIES-EXIT.
021710     PERFORM 5500-READ-FEED-REGISTER
021720         THRU 5500-READ-FEED-REGISTER-EXIT.
021800
021900     PERFORM 6000-WRITE-STATUS-BODY
022000         THRU 6000-WRITE-STATUS-BODY-EXIT.
027100     MOVE LDGR-STATUS TO WS-LAST-STATUS.
027200     MOVE LDGR-STEP-COUNT TO WS-LAST-STEPS.
027300     MOVE LDGR-FAILED-COUNT TO WS-LAST-FAILED.
027310     MOVE LDGR-STREAM TO WS-LAST-STREAM.
027320     MOVE LDGR-NOT-DUE-COUNT TO WS-LAST-NOT-DUE.
027330     MOVE LDGR-FORCED-COUNT TO WS-LAST-FORCED.
027400 2100-READ-ONE-LEDGER-EXIT.
027500     EXIT.
027600
040500     END-IF.
040600 5200-MATCH-ONE-PROGRAM-EXIT.
040700     EXIT.
040701
040702*--------------------------------------------------------------
040703* 5500-READ-FEED-REGISTER - ONE ENTRY PER FEED AND SOURCE ON
040704*                           FEEDREG. NO REGISTER MEANS NO
040705*                           ENVELOPED FEED HAS ARRIVED YET.
040706*--------------------------------------------------------------
040707 5500-READ-FEED-REGISTER.
040708     OPEN INPUT FEEDREG.
040709     IF WS-FEEDREG-STATUS NOT = "00"
040710         GO TO 5500-READ-FEED-REGISTER-EXIT
040711     END-IF.
040712     PERFORM 5600-HOLD-ONE-FEED
040713         THRU 5600-HOLD-ONE-FEED-EXIT
040714         UNTIL WS-FEEDREG-EOF.
040715     CLOSE FEEDREG.
040716 5500-READ-FEED-REGISTER-EXIT.
040717     EXIT.
040718
040719 5600-HOLD-ONE-FEED.
040720     READ FEEDREG NEXT RECORD
040721         AT END
040722             SET WS-FEEDREG-EOF TO TRUE
040723             GO TO 5600-HOLD-ONE-FEED-EXIT
040724     END-READ.
040725     IF WS-FEED-COUNT NOT < 20
040726         GO TO 5600-HOLD-ONE-FEED-EXIT
040727     END-IF.
040728     ADD 1 TO WS-FEED-COUNT.
040729     MOVE FEEDR-FEED TO WS-FEED-NAME (WS-FEED-COUNT).
040730     MOVE FEEDR-SOURCE TO WS-FEED-SOURCE (WS-FEED-COUNT).
040731     MOVE FEEDR-RECV-SEQ TO WS-FEED-SEQ (WS-FEED-COUNT).
040732     MOVE FEEDR-RECV-CREATED TO WS-FEED-CREATED (WS-FEED-COUNT).
040733     MOVE FEEDR-RECV-DATE TO WS-FEED-RECV (WS-FEED-COUNT).
040734     MOVE FEEDR-RECV-STATUS TO WS-FEED-STATUS (WS-FEED-COUNT).
040735 5600-HOLD-ONE-FEED-EXIT.
040736     EXIT.
040800
040900*--------------------------------------------------------------
041000* 6000-WRITE-STATUS-BODY - THE FACTS OF LAST NIGHT, GOOD OR
042500     MOVE WS-LAST-STEPS TO OPS-JOB-STEPS.
042600     MOVE WS-LAST-FAILED TO OPS-JOB-FAILED.
042700     WRITE OPSRPT-LINE FROM OPS-JOB-LINE.
042706
042712     EVALUATE WS-LAST-STREAM
042718         WHEN "D"
042724             MOVE "DAILY" TO OPS-STREAM-NAME
042730         WHEN "W"
042736             MOVE "WEEKLY" TO OPS-STREAM-NAME
042742         WHEN "M"
042748             MOVE "MONTH-END" TO OPS-STREAM-NAME
042754         WHEN OTHER
042760             MOVE "UNKNOWN" TO OPS-STREAM-NAME
042766     END-EVALUATE.
042772     MOVE WS-LAST-NOT-DUE TO OPS-STREAM-NOT-DUE.
042778     MOVE WS-LAST-FORCED TO OPS-STREAM-FORCED.
042784     WRITE OPSRPT-LINE FROM OPS-STREAM-LINE.
042800
042900     MOVE WS-LAST-STEPS TO WS-JOB-WANTED.
043000     IF WS-JOB-WANTED > WS-JOB-HELD
046000             VARYING WS-EDT-IX FROM 1 BY 1
046100             UNTIL WS-EDT-IX > WS-EDT-COUNT
046200     END-IF.
046205
046210     IF WS-FEED-COUNT > 0
046215         MOVE SPACES TO OPSRPT-LINE
046220         WRITE OPSRPT-LINE
046225         MOVE "TRANSMISSIONS RECEIVED:" TO OPS-MESSAGE-LINE
046230         WRITE OPSRPT-LINE FROM OPS-MESSAGE-LINE
046235         PERFORM 6300-WRITE-ONE-FEED-LINE
046240             THRU 6300-WRITE-ONE-FEED-LINE-EXIT
046245             VARYING WS-FEED-IX FROM 1 BY 1
046250             UNTIL WS-FEED-IX > WS-FEED-COUNT
046255     END-IF.
046300 6000-WRITE-STATUS-BODY-EXIT.
046400     EXIT.
046500
047900     WRITE OPSRPT-LINE FROM OPS-EDIT-LINE.
048000 6200-WRITE-ONE-EDIT-LINE-EXIT.
048100     EXIT.
048101
048102 6300-WRITE-ONE-FEED-LINE.
048103     MOVE WS-FEED-NAME (WS-FEED-IX) TO OPS-FEED-NAME.
048104     MOVE WS-FEED-SOURCE (WS-FEED-IX) TO OPS-FEED-SOURCE.
048105     MOVE WS-FEED-SEQ (WS-FEED-IX) TO OPS-FEED-SEQ.
048106     MOVE WS-FEED-CREATED (WS-FEED-IX) TO OPS-FEED-CREATED.
048107     MOVE WS-FEED-RECV (WS-FEED-IX) TO OPS-FEED-RECV.
048108     PERFORM 6400-DESCRIBE-FEED-STATUS
048109         THRU 6400-DESCRIBE-FEED-STATUS-EXIT.
048110     WRITE OPSRPT-LINE FROM OPS-FEED-LINE.
048111 6300-WRITE-ONE-FEED-LINE-EXIT.
048112     EXIT.
048113
048114 6400-DESCRIBE-FEED-STATUS.
048115     EVALUATE WS-FEED-STATUS (WS-FEED-IX)
048116         WHEN "A"
048117             MOVE "ACCEPTED" TO OPS-FEED-DISP
048118         WHEN "R"
048119             MOVE "REJECTED - REPEATED SEQ" TO OPS-FEED-DISP
048120         WHEN "S"
048121             MOVE "REJECTED - SKIPPED SEQ" TO OPS-FEED-DISP
048122         WHEN "B"
048123             MOVE "REJECTED - OUT OF BALANCE" TO OPS-FEED-DISP
048124         WHEN OTHER
048125             MOVE "UNKNOWN" TO OPS-FEED-DISP
048126     END-EVALUATE.
048127 6400-DESCRIBE-FEED-STATUS-EXIT.
048128     EXIT.
048200
048300*--------------------------------------------------------------
048400* 7000-WRITE-ATTENTION - ONLY WHAT IS WRONG. A NIGHT WITH
053800         THRU 7200-FLAG-ONE-EDIT-EXIT
053900         VARYING WS-EDT-IX FROM 1 BY 1
054000         UNTIL WS-EDT-IX > WS-EDT-COUNT.
054010
054020     PERFORM 7300-FLAG-ONE-FEED
054030         THRU 7300-FLAG-ONE-FEED-EXIT
054040         VARYING WS-FEED-IX FROM 1 BY 1
054050         UNTIL WS-FEED-IX > WS-FEED-COUNT.
054100
054200     IF WS-ATTN-COUNT = 0
054300         MOVE "  NOTHING NEEDS ATTENTION - RUN WAS CLEAN"
055100     EXIT.
055200
055300 7100-FLAG-ONE-STEP.
055400     IF WS-JOB-STATUS (WS-JOB-IX) = "CLEAN" OR "NOT DUE"
055500         GO TO 7100-FLAG-ONE-STEP-EXIT
055600     END-IF.
055700     MOVE SPACES TO OPS-MESSAGE-LINE.
057600     ADD 1 TO WS-ATTN-COUNT.
057700 7200-FLAG-ONE-EDIT-EXIT.
057800     EXIT.
057801
057802*--------------------------------------------------------------
057803* 7300-FLAG-ONE-FEED - A TRANSMISSION THE EDIT REJECTED, OR A
057804*                      SOURCE WITH NOTHING RECEIVED ON THE
057805*                      LEDGERED RUN DATE
057806*--------------------------------------------------------------
057807 7300-FLAG-ONE-FEED.
057808     IF WS-FEED-STATUS (WS-FEED-IX) NOT = "A"
057809         PERFORM 6400-DESCRIBE-FEED-STATUS
057810             THRU 6400-DESCRIBE-FEED-STATUS-EXIT
057811         MOVE SPACES TO OPS-MESSAGE-LINE
057812         STRING "  " WS-FEED-NAME (WS-FEED-IX)
057813             " TRANSMISSION " WS-FEED-SEQ (WS-FEED-IX)
057814             " FROM " WS-FEED-SOURCE (WS-FEED-IX)
057815             " " OPS-FEED-DISP
057816             DELIMITED BY SIZE INTO OPS-MESSAGE-LINE
057817         WRITE OPSRPT-LINE FROM OPS-MESSAGE-LINE
057818         ADD 1 TO WS-ATTN-COUNT
057819     END-IF.
057820     IF WS-LDGR-SEEN
057821         AND WS-FEED-RECV (WS-FEED-IX) < WS-LAST-RUN-DATE
057822         MOVE SPACES TO OPS-MESSAGE-LINE
057823         STRING "  NO " WS-FEED-NAME (WS-FEED-IX)
057824             " TRANSMISSION FROM " WS-FEED-SOURCE (WS-FEED-IX)
057825             " SINCE " WS-FEED-RECV (WS-FEED-IX)
057826             DELIMITED BY SIZE INTO OPS-MESSAGE-LINE
057827         WRITE OPSRPT-LINE FROM OPS-MESSAGE-LINE
057828         ADD 1 TO WS-ATTN-COUNT
057829     END-IF.
057830 7300-FLAG-ONE-FEED-EXIT.
057831     EXIT.
057900
058000*--------------------------------------------------------------
058100* 9999-EXIT - COMMON PROGRAM EXIT
