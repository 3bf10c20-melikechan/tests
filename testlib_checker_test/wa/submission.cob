001605*                 EXTRACT, STATS AND TOP-N FILES ARE OPENED
001606*                 ONCE UP FRONT SINCE EVERY SET APPENDS TO
001607*                 THEM.
001608* 2026-09-14 RH   EACH SET'S NAME AND OWNING DEPARTMENT ARE NOW
001609*                 LOOKED UP IN THE SETREG ARRAY SET REGISTRY
001610*                 AND CARRIED ON THE STATS AND EXTRACT RECORDS
001611*                 AND THE TOP-N SET LINE. THE EDIT STEP HAS
001612*                 ALREADY REJECTED ANY UNREGISTERED SET, SO AN
001613*                 UNREADABLE REGISTRY HERE ONLY LEAVES THE NAME
001614*                 AND OWNER BLANK - IT DOES NOT STOP THE RUN.
001615* 2026-09-28 RH   THE ELEMENTS ARE NOW READ FROM ARRLOAD, THE
001616*                 FEED THE ARRDELTA PRE-LOAD DELTA STEP WRITES
001617*                 FROM ARRVAL - A SET HELD BY THAT STEP ARRIVES
001618*                 AS IT ALREADY STANDS ON ARRMSTR. ONLY THE
001619*                 ASSIGNMENT MOVES. ARRDELTA'S DELTA-PCT CARD
001620*                 IS SKIPPED HERE.
001590*--------------------------------------------------------------
001600
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001810 FILE-CONTROL.
001820     SELECT ARRIN ASSIGN TO "ARRLOAD"
001830         ORGANIZATION IS SEQUENTIAL
001840         FILE STATUS IS WS-ARRIN-STATUS.
001850     SELECT CHKPT ASSIGN TO "CHKPT"
001916     SELECT PARMCRD ASSIGN TO "PARMCRD"
001917         ORGANIZATION IS SEQUENTIAL
001918         FILE STATUS IS WS-PARMCRD-STATUS.
001919     SELECT SETREG ASSIGN TO "SETREG"
001920         ORGANIZATION IS INDEXED
001921         ACCESS MODE IS DYNAMIC
001922         RECORD KEY IS SETR-SET-ID
001923         FILE STATUS IS WS-SETREG-STATUS.
001930
002000 DATA DIVISION.
002010 FILE SECTION.
002020 FD  ARRIN
002224     LABEL RECORDS ARE STANDARD.
002225     COPY PARMREC.
002226
002227 FD  SETREG
002228     RECORDING MODE IS F
002229     BLOCK CONTAINS 0 RECORDS
002230     LABEL RECORDS ARE STANDARD.
002231     COPY SETRREC.
002232
002240 WORKING-STORAGE SECTION.
002300*--------------------------------------------------------------
002400* SCAN WORK AREAS
002500*--------------------------------------------------------------
003240* ELEMENT MASTER (ARRMSTR) WORK AREAS
003250*--------------------------------------------------------------
003260 77  WS-ARRMSTR-STATUS   PIC X(02) VALUE SPACES.
003261
003262*--------------------------------------------------------------
003263* RUN IDENTIFIER AND EXTRACT WORK AREAS
003264*--------------------------------------------------------------
003265 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
003266 77  WS-RUN-TIME         PIC 9(8) VALUE 0.
003267 77  WS-RUN-ID           PIC 9(16) VALUE 0.
003268 77  WS-EXTRACT-STATUS   PIC X(02) VALUE SPACES.
003269 77  WS-SETREG-STATUS    PIC X(02) VALUE SPACES.
003270 77  WS-SET-NAME         PIC X(20) VALUE SPACES.
003271 77  WS-SET-OWNER        PIC X(20) VALUE SPACES.
003278
003279*--------------------------------------------------------------
003280* DESCRIPTIVE STATISTICS WORK AREAS
003804     05  WS-VERBOSITY-SW PIC X(01) VALUE "N".
003805         88  WS-QUIET-OUTPUT         VALUE "Q".
003806         88  WS-NORMAL-OUTPUT        VALUE "N".
003807     05  WS-SETREG-OPEN-SW PIC X(01) VALUE "Y".
003808         88  WS-SETREG-OPEN-OK       VALUE "Y".
003809         88  WS-SETREG-OPEN-FAILED   VALUE "N".
003800
003810*--------------------------------------------------------------
003820* TOP-N REPORT LINES
003867 01  TOPN-SET-LINE.
003868     05  FILLER          PIC X(10) VALUE "ARRAY SET ".
003869     05  TOPN-SET-ID     PIC 9(04).
003870     05  FILLER          PIC X(02) VALUE SPACES.
003880     05  TOPN-SET-NAME   PIC X(20).
003890     05  FILLER          PIC X(02) VALUE SPACES.
003900     05  TOPN-SET-OWNER  PIC X(20).
003910
004100 PROCEDURE DIVISION.
004200*--------------------------------------------------------------
004300* 0000-MAINLINE
006910     CLOSE AUDIT.
006920     CLOSE EXTRACT.
006930     CLOSE STATS.
006940     IF WS-SETREG-OPEN-OK
006950         CLOSE SETREG
006960     END-IF.
007000     GO TO 9999-EXIT.
007010
007011*--------------------------------------------------------------
007027         AND WS-CUR-SET < WS-LAST-CHKPT-SET
007028         GO TO 2900-PROCESS-ONE-SET-EXIT
007029     END-IF.
007030
007031     PERFORM 2950-RESET-SET-AREAS
007032         THRU 2950-RESET-SET-AREAS-EXIT.
007033     PERFORM 2960-LOOK-UP-SET-NAME
007034         THRU 2960-LOOK-UP-SET-NAME-EXIT.
007035     IF WS-RESTART-REQUESTED
007036         AND WS-CUR-SET = WS-LAST-CHKPT-SET
007037         COMPUTE WS-START-I = WS-LAST-CHKPT-I + 1
007038         MOVE WS-LAST-MAXINDEX TO MAXINDEX
007039         MOVE WS-LAST-MAXELEMENT TO MAXELEMENT
007040     END-IF.
007041
007042     PERFORM 3000-SCAN-FOR-MAX
007043         THRU 3000-SCAN-FOR-MAX-EXIT.
007117     MOVE 0 TO WS-MEDIAN-VAL2.
007118 2950-RESET-SET-AREAS-EXIT.
007119     EXIT.
007120
007121*--------------------------------------------------------------
007122* 2960-LOOK-UP-SET-NAME - FETCH THE CURRENT SET'S NAME AND
007123*                         OWNER FROM SETREG FOR THE STATS,
007124*                         EXTRACT AND TOP-N OUTPUTS. A SET NOT
007125*                         ON THE REGISTRY CARRIES BLANKS.
007126*--------------------------------------------------------------
007127 2960-LOOK-UP-SET-NAME.
007128     MOVE SPACES TO WS-SET-NAME.
007129     MOVE SPACES TO WS-SET-OWNER.
007130     IF WS-SETREG-OPEN-FAILED
007131         GO TO 2960-LOOK-UP-SET-NAME-EXIT
007132     END-IF.
007133     MOVE WS-CUR-SET TO SETR-SET-ID.
007134     READ SETREG
007135         INVALID KEY
007136             GO TO 2960-LOOK-UP-SET-NAME-EXIT
007137     END-READ.
007138     MOVE SETR-SET-NAME TO WS-SET-NAME.
007139     MOVE SETR-OWNER TO WS-SET-OWNER.
007140 2960-LOOK-UP-SET-NAME-EXIT.
007141     EXIT.
007100
007150*--------------------------------------------------------------
007160* 0100-ESTABLISH-RUN-ID - CAPTURE A SINGLE RUN DATE/TIME TO TAG
007307             END-IF
007308         WHEN PARM-CARD-KEYWORD = "REJECT-PCT"
007309             CONTINUE
007311         WHEN PARM-CARD-KEYWORD = "DELTA-PCT"
007321             CONTINUE
007331         WHEN OTHER
007341             DISPLAY "*** CONTROL CARD IGNORED: "
007350                 PARM-CARD-KEYWORD
007360     END-EVALUATE.
007370 0310-APPLY-ONE-CARD-EXIT.
007380     EXIT.
007390
007232*--------------------------------------------------------------
007233* 1100-LOAD-SET-TABLE - MASTER AND RESTART MODES BUILD THE SET
007234*                       LIST FROM THE SEQUENCE-0 CONTROL RECORDS
026497         PERFORM 4530-PRINT-PAGE-HEADINGS
026498             THRU 4530-PRINT-PAGE-HEADINGS-EXIT
026499     END-IF.
026500     MOVE SPACES TO TOPNRPT-LINE.
026501     WRITE TOPNRPT-LINE.
026502     MOVE WS-CUR-SET TO TOPN-SET-ID.
026503     MOVE WS-SET-NAME TO TOPN-SET-NAME.
026504     MOVE WS-SET-OWNER TO TOPN-SET-OWNER.
026505     WRITE TOPNRPT-LINE FROM TOPN-SET-LINE.
026506     ADD 2 TO WS-RPT-LINE-CNT.
026507
026508     IF N > 0
026509         SET WS-SORT-NOT-EOF TO TRUE
026510         SET WS-TOPN-NOT-DONE TO TRUE
026511         SORT SORTWK
026512             ON DESCENDING KEY SORTWK-VALUE
026513             ON ASCENDING KEY SORTWK-KEY
026303*                         FILES FOR APPEND ONCE FOR THE RUN,
026304*                         CREATING EACH ON ITS FIRST EXECUTION.
026305*                         EVERY SET APPENDS ONE RECORD TO EACH.
026311*                         THE SETREG REGISTRY IS OPENED FOR THE
026321*                         SET NAMES; WITHOUT IT THEY GO BLANK.
026565*--------------------------------------------------------------
026571 2800-OPEN-RUN-OUTPUTS.
026581     OPEN EXTEND AUDIT.
026590     IF WS-AUDIT-STATUS NOT = "00"
026600         OPEN OUTPUT AUDIT
026610     END-IF.
026620     OPEN EXTEND EXTRACT.
026630     IF WS-EXTRACT-STATUS NOT = "00"
026641         OPEN OUTPUT EXTRACT
026651     END-IF.
026661     OPEN EXTEND STATS.
026671     IF WS-STATS-STATUS NOT = "00"
026681         OPEN OUTPUT STATS
026691     END-IF.
026707     OPEN INPUT SETREG.
026710     IF WS-SETREG-STATUS NOT = "00"
026725         DISPLAY "*** UNABLE TO OPEN SETREG - STATUS "
026730             WS-SETREG-STATUS " - SET NAMES LEFT BLANK"
026740         SET WS-SETREG-OPEN-FAILED TO TRUE
026750     END-IF.
026760 2800-OPEN-RUN-OUTPUTS-EXIT.
026770     EXIT.
026780
026310*--------------------------------------------------------------
026320* 5000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO AUDIT FOR THE
026330*                           CURRENT SET SO THE RESULT CAN BE
026650     MOVE MAXELEMENT TO EXTR-MAXELEMENT.
026655     MOVE "," TO EXTR-SEP3.
026660     MOVE MAXINDEX TO EXTR-MAXINDEX.
026662     MOVE "," TO EXTR-SEP4.
026664     MOVE WS-SET-NAME TO EXTR-SET-NAME.
026666     MOVE "," TO EXTR-SEP5.
026668     MOVE WS-SET-OWNER TO EXTR-SET-OWNER.
026670     WRITE EXTRACT-RECORD.
026680 6000-WRITE-EXTRACT-RECORD-EXIT.
026690     EXIT.
026718     MOVE WS-STAT-MEAN-D TO STATS-MEAN.
026719     MOVE WS-STAT-STDDEV TO STATS-STDDEV.
026720     MOVE WS-MEDIAN TO STATS-MEDIAN.
026731     MOVE WS-SET-NAME TO STATS-SET-NAME.
026741     MOVE WS-SET-OWNER TO STATS-SET-OWNER.
026751     WRITE STATS-RECORD.
026761 7000-WRITE-STATS-RECORD-EXIT.
026771     EXIT.
026781
026510*--------------------------------------------------------------
026520* 9999-EXIT - COMMON PROGRAM EXIT
026530*--------------------------------------------------------------
