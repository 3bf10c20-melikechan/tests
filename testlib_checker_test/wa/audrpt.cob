002450*                 RECORD OF THE SAME SET, NOT SIMPLY THE PRIOR
002460*                 RECORD ON FILE - COMPARING ONE SET'S FIGURES
002470*                 AGAINST ANOTHER'S WOULD FLAG EVERY LINE.
002480* 2026-09-14 RH   EACH LINE NOW CARRIES THE SET NAME AND OWNING
002482*                 DEPARTMENT FROM THE SETREG ARRAY SET REGISTRY
002484*                 SO THE FLAGGED LINES GO STRAIGHT TO THE RIGHT
002486*                 OWNER. A SET NO LONGER ON THE REGISTRY, OR AN
002488*                 UNREADABLE REGISTRY, LEAVES THEM BLANK.
002500*--------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
003300     SELECT AUDTRPT ASSIGN TO "AUDTRPT"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-AUDTRPT-STATUS.
003510     SELECT SETREG ASSIGN TO "SETREG"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS SETR-SET-ID
003550         FILE STATUS IS WS-SETREG-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004700     BLOCK CONTAINS 0 RECORDS
004800     LABEL RECORDS ARE STANDARD.
004900 01  AUDTRPT-LINE                PIC X(132).
004910
004920 FD  SETREG
004930     RECORDING MODE IS F
004940     BLOCK CONTAINS 0 RECORDS
004950     LABEL RECORDS ARE STANDARD.
004960     COPY SETRREC.
005000
005100 WORKING-STORAGE SECTION.
005200*--------------------------------------------------------------
005400*--------------------------------------------------------------
005500 77  WS-AUDIT-STATUS     PIC X(02) VALUE SPACES.
005600 77  WS-AUDTRPT-STATUS   PIC X(02) VALUE SPACES.
005610 77  WS-SETREG-STATUS    PIC X(02) VALUE SPACES.
005700 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
005800 77  WS-FROM-DATE        PIC 9(8) VALUE 0.
005900 77  WS-TO-DATE          PIC 9(8) VALUE 99999999.
009500     05  WS-FLAG-SW      PIC X(01) VALUE "N".
009600         88  WS-RUN-FLAGGED          VALUE "Y".
009700         88  WS-RUN-NOT-FLAGGED      VALUE "N".
009710     05  WS-SETREG-OPEN-SW PIC X(01) VALUE "Y".
009720         88  WS-SETREG-OPEN-OK       VALUE "Y".
009730         88  WS-SETREG-OPEN-FAILED   VALUE "N".
009800
009900*--------------------------------------------------------------
010000* RUN HISTORY REPORT LINES
011000     05  FILLER          PIC X(05) VALUE "PAGE ".
011100     05  AUD-H1-PAGE     PIC Z(03)9.
011200 01  AUD-HEADING-2.
011300     05  FILLER          PIC X(10) VALUE "RUN DATE".
011310     05  FILLER          PIC X(10) VALUE "RUN TIME".
011320     05  FILLER          PIC X(05) VALUE "SET".
011330     05  FILLER          PIC X(22) VALUE "SET NAME".
011340     05  FILLER          PIC X(08) VALUE "       N".
011350     05  FILLER          PIC X(11) VALUE " MAXELEMENT".
011360     05  FILLER          PIC X(10) VALUE "  MAXINDEX".
011370     05  FILLER          PIC X(13) VALUE "       N %CHG".
011380     05  FILLER          PIC X(13) VALUE "     MAX %CHG".
011390     05  FILLER          PIC X(10) VALUE "  FLAG".
011395     05  FILLER          PIC X(20) VALUE "OWNER".
011600 01  AUD-DETAIL-LINE.
011700     05  AUD-DTL-DATE    PIC 9(08).
011800     05  FILLER          PIC X(02) VALUE SPACES.
011900     05  AUD-DTL-TIME    PIC 9(08).
011950     05  FILLER          PIC X(02) VALUE SPACES.
011960     05  AUD-DTL-SET     PIC 9(04).
011970     05  FILLER          PIC X(01) VALUE SPACES.
011980     05  AUD-DTL-NAME    PIC X(20).
012000     05  FILLER          PIC X(02) VALUE SPACES.
012100     05  AUD-DTL-N       PIC Z(07)9.
012200     05  FILLER          PIC X(02) VALUE SPACES.
012300     05  AUD-DTL-MAX     PIC -(08)9.
012400     05  FILLER          PIC X(02) VALUE SPACES.
012500     05  AUD-DTL-INDEX   PIC Z(07)9.
012900     05  AUD-DTL-MAX-PCT PIC X(11).
013000     05  FILLER          PIC X(02) VALUE SPACES.
013100     05  AUD-DTL-FLAG    PIC X(07).
013110     05  FILLER          PIC X(01) VALUE SPACES.
013120     05  AUD-DTL-OWNER   PIC X(20).
013200 01  AUD-TOTAL-LINE.
013300     05  AUD-TOT-LABEL   PIC X(24).
013400     05  AUD-TOT-COUNT   PIC Z(07)9.
016100
016200     CLOSE AUDIT.
016300     CLOSE AUDTRPT.
016310     IF WS-SETREG-OPEN-OK
016320         CLOSE SETREG
016330     END-IF.
016400     GO TO 9999-EXIT.
016500
016600*--------------------------------------------------------------
023900
024000*--------------------------------------------------------------
024100* 1000-OPEN-FILES - NO AUDIT FILE MEANS THERE IS NO HISTORY TO
024200*                   REPORT, SO A BAD OPEN IS FATAL. THE
024210*                   SETREG REGISTRY ONLY SUPPLIES SET NAMES
024220*                   AND OWNERS - WITHOUT IT THEY PRINT BLANK.
024300*--------------------------------------------------------------
024400 1000-OPEN-FILES.
024500     OPEN INPUT AUDIT.
025500         DISPLAY "AUDRPT - UNABLE TO OPEN AUDTRPT, STATUS = "
025600             WS-AUDTRPT-STATUS
025700         SET WS-FATAL TO TRUE
025800         GO TO 1000-OPEN-FILES-EXIT
025810     END-IF.
025820
025830     OPEN INPUT SETREG.
025840     IF WS-SETREG-STATUS NOT = "00"
025850         DISPLAY "AUDRPT - UNABLE TO OPEN SETREG, STATUS = "
025860             WS-SETREG-STATUS " - SET NAMES LEFT BLANK"
025870         SET WS-SETREG-OPEN-FAILED TO TRUE
025880     END-IF.
025900 1000-OPEN-FILES-EXIT.
026000     EXIT.
026100
033100     MOVE AUDIT-N TO AUD-DTL-N.
033200     MOVE AUDIT-MAXELEMENT TO AUD-DTL-MAX.
033300     MOVE AUDIT-MAXINDEX TO AUD-DTL-INDEX.
033310     PERFORM 3100-LOOK-UP-SET-NAME
033320         THRU 3100-LOOK-UP-SET-NAME-EXIT.
033600     IF WS-RUN-FLAGGED
033700         MOVE "*CHECK*" TO AUD-DTL-FLAG
033800         ADD 1 TO WS-RUNS-FLAGGED
034200     ADD 1 TO WS-RUNS-LISTED.
034300 3000-PRINT-ONE-RUN-EXIT.
034400     EXIT.
034410
034420*--------------------------------------------------------------
034430* 3100-LOOK-UP-SET-NAME - SET NAME AND OWNER OF THE LINE BEING
034440*                         PRINTED, FROM SETREG
034450*--------------------------------------------------------------
034460 3100-LOOK-UP-SET-NAME.
034470     MOVE SPACES TO AUD-DTL-NAME.
034480     MOVE SPACES TO AUD-DTL-OWNER.
034481     IF WS-SETREG-OPEN-FAILED
034482         GO TO 3100-LOOK-UP-SET-NAME-EXIT
034483     END-IF.
034484     MOVE AUDIT-SET-ID TO SETR-SET-ID.
034485     READ SETREG
034486         INVALID KEY
034487             GO TO 3100-LOOK-UP-SET-NAME-EXIT
034488     END-READ.
034489     MOVE SETR-SET-NAME TO AUD-DTL-NAME.
034490     MOVE SETR-OWNER TO AUD-DTL-OWNER.
034491 3100-LOOK-UP-SET-NAME-EXIT.
034492     EXIT.
034500
034600*--------------------------------------------------------------
034700* 4530-PRINT-PAGE-HEADINGS - START A NEW REPORT PAGE
