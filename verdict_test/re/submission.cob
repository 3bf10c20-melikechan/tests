002299*                 SUSPENSE CYCLE. THE INTERNAL FILE NAME AND
002301*                 DIVREC LAYOUT ARE UNCHANGED - ONLY THE
002302*                 ASSIGNMENT MOVES TO THE VALIDATED DATA SET.
002303* 2026-09-21 RH   RESULTS ALREADY POSTED TO DIVMSTR CAN NOW BE
002304*                 BACKED OUT. AFTER THE FRESH PASS AN ADJTRAN
002305*                 ADJUSTMENT FILE (ADJTREC COPYBOOK) IS APPLIED:
002306*                 ACTION R REVERSES A POSTED ID, ACTION P
002307*                 REVERSES IT AND RE-POSTS IT WITH REPLACEMENT
002308*                 OPERANDS THROUGH 3000-COMPUTE-RESULT. EACH
002309*                 REVERSAL WRITES AN OFFSETTING DIVOUT RECORD
002310*                 (RESULT NEGATED, ENTRY TYPE R) STAMPED WITH
002311*                 THE RUN ID, THE CONTROL TOTAL IS NET OF THE
002312*                 ADJUSTMENT AND DIVSUM CARRIES THE REVERSED AND
002313*                 RE-POSTED COUNTS SO RUNAUDIT STILL BALANCES.
002314*                 DIVMSTR IS MARKED REVERSED OR RE-POSTED, AND
002315*                 THE ADJRPT REGISTER LISTS EVERY ADJUSTMENT
002316*                 WITH ITS BEFORE AND AFTER FIGURES. A REJECTED
002317*                 ADJUSTMENT ENDS THE STEP WITH RETURN CODE 4.
002318*                 NO ADJTRAN MEANS NO ADJUSTMENTS THIS RUN.
002319* 2026-09-28 RH   THE DELTA-PCT CONTROL CARD (ARRDELTA PRE-LOAD
002320*                 STEP) IS SKIPPED WITH THE OTHER KEYWORDS THAT
002321*                 BELONG TO THE MAX-FINDER JOB.
002322* 2026-10-05 RH   THE STEP NOW RETURNS AN ACKNOWLEDGMENT FILE,
002323*                 ACKOUT (ACKREC COPYBOOK), TO THE DEPARTMENT
002324*                 THAT SENDS DIVIN - ONE RECORD PER RECORD ID
002325*                 WITH ITS DISPOSITION: POSTED WITH RESULT,
002326*                 REMAINDER AND RUN ID, SUSPENDED WITH THE
002327*                 EXCEPTION REASON, RESOLVED OUT OF SUSPENSE
002328*                 THIS RUN, OR REJECTED BY THE DIVEDIT EDIT,
002329*                 WHICH ARE CARRIED IN FROM ITS DIVEREJ FILE.
002330*                 A TRAILER CLOSES THE FILE WITH COUNTS THAT
002331*                 BALANCE TO THIS RUN'S DIVSUM RECORD; AN
002332*                 ACKNOWLEDGMENT THAT DOES NOT BALANCE ENDS THE
002333*                 STEP WITH RETURN CODE 4.
002334* 2026-10-09 RH   EVERY WRITE AND REWRITE AGAINST DIVMSTR IS NOW
002335*                 JOURNALLED TO DIVJRNL (DIVJREC COPYBOOK) WITH
002336*                 THE RUN ID, THE TIME, WHETHER THE POSTING WAS
002337*                 FRESH, RECYCLED FROM SUSPENSE OR AN ADJUSTMENT,
002338*                 AND THE MASTER RECORD BEFORE AND AFTER. THE
002339*                 POSTING NOW READS THE KEY FIRST TO CAPTURE THE
002340*                 BEFORE IMAGE. THE JOURNAL IS OPENED EXTEND AND
002341*                 A JOURNAL THAT CANNOT BE OPENED OR WRITTEN ENDS
002342*                 THE STEP WITH RETURN CODE 16, SINCE A MASTER
002343*                 POSTED WITHOUT IT CAN NO LONGER BE REBUILT.
002344* 2026-10-12 RH   MONTH-END CLOSE SUPPORT. THE RUN SUMMARY NOW
002345*                 BREAKS THE CONTROL TOTAL DOWN BY OPERATION
002346*                 CODE - EVERY DIVOUT RECORD WRITTEN IS COUNTED
002347*                 AND ITS RESULT NETTED UNDER ITS CODE. DIVCORR
002348*                 AND ADJTRAN NOW CARRY A TRANSACTION DATE. ONE
002349*                 DATED IN A PERIOD THE PERDCTL CONTROL FILE
002350*                 SHOWS CLOSED STILL POSTS TO THIS RUN, BUT ITS
002351*                 RESULT RECORDS CARRY THE ORIGINAL DATE IN
002352*                 DIVR-FWD-FROM-DATE, IT IS COUNTED ON DIVSUM AS
002353*                 POSTED FORWARD, AND AN ADJUSTMENT SAYS SO ON
002354*                 ADJRPT. NO PERDCTL MEANS NO PERIOD HAS BEEN
002355*                 CLOSED YET.
002360* 2026-10-15 RH   A REVERSAL NOW REWRITES DIVMSTR BEFORE IT WRITES
002370*                 THE OFFSETTING DIVOUT RECORD. A FAILED REWRITE
002380*                 REJECTS THE ADJUSTMENT WITH RETURN CODE 16 AND
002390*                 NOTHING IS WRITTEN OR COUNTED FOR IT, SO DIVOUT,
002401*                 DIVSUM AND THE ACK TRAILER NEVER CLAIM A
002410*                 REVERSAL THE MASTER DOES NOT HOLD. A FAILED
002420*                 MASTER POSTING NOW ALSO SETS RETURN CODE 16.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003194     SELECT PARMCRD ASSIGN TO "PARMCRD"
003195         ORGANIZATION IS SEQUENTIAL
003196         FILE STATUS IS WS-PARMCRD-STATUS.
003203     SELECT ADJTRAN ASSIGN TO "ADJTRAN"
003204         ORGANIZATION IS SEQUENTIAL
003205         FILE STATUS IS WS-ADJTRAN-STATUS.
003206     SELECT ADJRPT ASSIGN TO "ADJRPT"
003207         ORGANIZATION IS SEQUENTIAL
003208         FILE STATUS IS WS-ADJRPT-STATUS.
003209     SELECT DIVEREJ ASSIGN TO "DIVEREJ"
003210         ORGANIZATION IS SEQUENTIAL
003211         FILE STATUS IS WS-DIVEREJ-STATUS.
003212     SELECT ACKOUT ASSIGN TO "ACKOUT"
003213         ORGANIZATION IS SEQUENTIAL
003214         FILE STATUS IS WS-ACKOUT-STATUS.
003215     SELECT DIVJRNL ASSIGN TO "DIVJRNL"
003216         ORGANIZATION IS SEQUENTIAL
003217         FILE STATUS IS WS-DIVJRNL-STATUS.
003218     SELECT PERDCTL ASSIGN TO "PERDCTL"
003219         ORGANIZATION IS INDEXED
003220         ACCESS MODE IS DYNAMIC
003221         RECORD KEY IS PERD-PERIOD
003222         FILE STATUS IS WS-PERDCTL-STATUS.
003230*
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DIVIN
004219     BLOCK CONTAINS 0 RECORDS
004221     LABEL RECORDS ARE STANDARD.
004222     COPY PARMREC.
004227*
004228 FD  ADJTRAN
004229     RECORDING MODE IS F
004230     BLOCK CONTAINS 0 RECORDS
004231     LABEL RECORDS ARE STANDARD.
004232     COPY ADJTREC.
004233*
004234 FD  ADJRPT
004235     RECORDING MODE IS F
004236     BLOCK CONTAINS 0 RECORDS
004237     LABEL RECORDS ARE STANDARD.
004238 01  ADJRPT-LINE                 PIC X(132).
004239*
004240 FD  DIVEREJ
004241     RECORDING MODE IS F
004242     BLOCK CONTAINS 0 RECORDS
004243     LABEL RECORDS ARE STANDARD.
004244 01  DIVEREJ-RECORD              PIC X(81).
004245*
004246 FD  ACKOUT
004247     RECORDING MODE IS F
004248     BLOCK CONTAINS 0 RECORDS
004249     LABEL RECORDS ARE STANDARD.
004250     COPY ACKREC.
004251*
004252 FD  DIVJRNL
004253     RECORDING MODE IS F
004254     BLOCK CONTAINS 0 RECORDS
004255     LABEL RECORDS ARE STANDARD.
004256     COPY DIVJREC.
004257*
004258 FD  PERDCTL
004259     RECORDING MODE IS F
004260     BLOCK CONTAINS 0 RECORDS
004261     LABEL RECORDS ARE STANDARD.
004262     COPY PERDREC.
004200*
004300 WORKING-STORAGE SECTION.
004400 01  QUOTIENT                    PIC S9(08)V9(04) VALUE 0.
004540     88  OPER-MULTIPLY               VALUE "M".
004550     88  OPER-DIVIDE                 VALUE "D".
004560 01  WS-CALC-REASON              PIC X(32) VALUE SPACES.
004570 01  ENTRY-TYPE                  PIC X(01) VALUE "N".
004580     88  ENTRY-POSTING               VALUE "N".
004590     88  ENTRY-REPOST                VALUE "P".
004591 01  POST-SOURCE                 PIC X(01) VALUE "F".
004592     88  POST-FRESH                  VALUE "F".
004593     88  POST-RECYCLED               VALUE "S".
004594     88  POST-ADJUSTMENT             VALUE "A".
004595 01  WS-DIVM-BEFORE-IMAGE        PIC X(62) VALUE SPACES.
004596 01  WS-FWD-FROM-DATE            PIC 9(08) VALUE 0.
004597 01  WS-TRAN-DATE                PIC 9(08) VALUE 0.
004598 01  WS-TOTAL-OPCODE             PIC X(01) VALUE SPACE.
004600*
004700 01  WS-DIVIN-STATUS             PIC X(02) VALUE SPACES.
004800 01  WS-EXCPTN-STATUS            PIC X(02) VALUE SPACES.
004840 01  WS-DIVSUM-STATUS            PIC X(02) VALUE SPACES.
004841 01  WS-PARMCRD-STATUS           PIC X(02) VALUE SPACES.
004844 01  WS-DIVMSTR-STATUS           PIC X(02) VALUE SPACES.
004845 01  WS-ADJTRAN-STATUS           PIC X(02) VALUE SPACES.
004846 01  WS-ADJRPT-STATUS            PIC X(02) VALUE SPACES.
004847 01  WS-DIVEREJ-STATUS           PIC X(02) VALUE SPACES.
004848 01  WS-ACKOUT-STATUS            PIC X(02) VALUE SPACES.
004851 01  WS-DIVJRNL-STATUS           PIC X(02) VALUE SPACES.
004861 01  WS-PERDCTL-STATUS           PIC X(02) VALUE SPACES.
004842 01  WS-REJECT-PCT-LIMIT         PIC 9(04) COMP VALUE 9999.
004843 01  WS-REJECT-PCT               PIC S9(06)V9(02) VALUE 0.
004850*
004902 01  WS-RESOLVED-COUNT           PIC 9(08) COMP VALUE 0.
004903 01  WS-CARRIED-COUNT            PIC 9(08) COMP VALUE 0.
004904 01  WS-AGED-COUNT               PIC 9(08) COMP VALUE 0.
004910 01  WS-ADJ-READ-COUNT           PIC 9(08) COMP VALUE 0.
004920 01  WS-REVERSED-COUNT           PIC 9(08) COMP VALUE 0.
004940 01  WS-REPOSTED-COUNT           PIC 9(08) COMP VALUE 0.
004950 01  WS-ADJ-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
004970 01  WS-ADJ-NET-CHANGE           PIC S9(14)V9(04) VALUE 0.
004980 01  WS-ACK-REC-COUNT            PIC 9(08) COMP VALUE 0.
005001 01  WS-ACK-EDIT-COUNT           PIC 9(08) COMP VALUE 0.
005010 01  WS-ACK-SUSP-COUNT           PIC 9(08) COMP VALUE 0.
005020 01  WS-ACK-RESOLVED-COUNT       PIC 9(08) COMP VALUE 0.
005030 01  WS-ACK-POSTED-COUNT         PIC 9(08) COMP VALUE 0.
005040 01  WS-ACK-RESULT-TOTAL         PIC S9(14)V9(04) VALUE 0.
005050 01  WS-JRNL-COUNT               PIC 9(08) COMP VALUE 0.
005060 01  WS-FORWARD-COUNT            PIC 9(08) COMP VALUE 0.
005070 01  WS-OP-IX                    PIC 9(04) COMP VALUE 0.
005080*
005090 01  WS-PARM-LINE                PIC X(60) VALUE SPACES.
005101 01  WS-PARM-KEYWORD             PIC X(08) VALUE SPACES.
005110 01  WS-PARM-VALUE-X             PIC X(16) VALUE SPACES.
005120 01  WS-PARM-NUMBER              PIC 9(16) COMP VALUE 0.
005130 01  WS-ONE-DIGIT                PIC 9(01) VALUE 0.
005140 01  WS-TOKEN-IX                 PIC 9(04) COMP VALUE 0.
005150 01  WS-DIGIT-IX                 PIC 9(04) COMP VALUE 0.
005160*
005170 01  WS-PARM-TOKENS.
005180     05  WS-PARM-TOKEN           PIC X(24) OCCURS 3 TIMES.
005190*
005201 01  WS-SUSP-TABLE.
005210     05  WS-SUSP-ENTRY OCCURS 1000 TIMES.
005220         10  WS-SUSP-ID          PIC 9(08).
005230         10  WS-SUSP-DIVIDEND    PIC 9(08).
005240         10  WS-SUSP-DIVISOR     PIC 9(08).
005250         10  WS-SUSP-RAISE-DATE  PIC 9(08).
005260         10  WS-SUSP-OPCODE      PIC X(01).
005270         10  WS-SUSP-REASON      PIC X(32).
005280*
004926 01  WS-CORR-TABLE.
004927     05  WS-CORR-ENTRY OCCURS 1000 TIMES.
004928         10  WS-CORR-ID          PIC 9(08).
004929         10  WS-CORR-DIVISOR     PIC 9(08).
004930         10  WS-CORR-DATE        PIC 9(08).
004931*
004932 01  WS-OP-TOTALS-TABLE.
004933     05  WS-OP-TOTALS OCCURS 4 TIMES.
004934         10  WS-OP-COUNT         PIC 9(08) COMP VALUE 0.
004935         10  WS-OP-TOTAL         PIC S9(14)V9(04) VALUE 0.
004936*
004937 01  AGE-HEADING-1.
004938     05  FILLER                  PIC X(37) VALUE
004939         "SUBMISSION - EXCEPTION AGING REPORT  ".
004941     05  AGE-H1-DATE             PIC 9(08).
004942     05  FILLER                  PIC X(12) VALUE "  OPEN OVER ".
004943     05  AGE-H1-LIMIT            PIC Z(03)9.
004944     05  FILLER                  PIC X(05) VALUE " DAYS".
004945*
004946 01  AGE-DETAIL-LINE.
004947     05  AGE-DTL-ID              PIC 9(08).
004948     05  FILLER                  PIC X(04) VALUE SPACES.
004949     05  FILLER                  PIC X(07) VALUE "RAISED ".
004951     05  AGE-DTL-RAISED          PIC 9(08).
004952     05  FILLER                  PIC X(02) VALUE SPACES.
004953     05  AGE-DTL-DAYS            PIC Z(05)9.
004954     05  FILLER                  PIC X(10) VALUE " DAYS OPEN".
004955*
004956 01  AGE-TOTAL-LINE.
004957     05  FILLER                  PIC X(24) VALUE
004958         "EXCEPTIONS OVER LIMIT . ".
004959     05  AGE-TOT-COUNT           PIC Z(07)9.
004960*
004961 01  ADJ-HEADING-1.
004962     05  FILLER                  PIC X(41) VALUE
004963         "SUBMISSION - DIVMSTR ADJUSTMENT REGISTER ".
004964     05  FILLER                  PIC X(08) VALUE " RUN ID ".
004965     05  ADJ-H1-RUN-ID           PIC 9(16).
004966*
004967 01  ADJ-HEADING-2.
004968     05  FILLER                  PIC X(17) VALUE SPACES.
004969     05  FILLER                  PIC X(35) VALUE
004971         "--------- POSTED FIGURES ----------".
004972     05  FILLER                  PIC X(03) VALUE SPACES.
004973     05  FILLER                  PIC X(38) VALUE
004974         "------- AFTER ADJUSTMENT -------------".
004975*
004976 01  ADJ-HEADING-3.
004977     05  FILLER                  PIC X(10) VALUE "REC ID".
004978     05  FILLER                  PIC X(04) VALUE "ACT".
004979     05  FILLER                  PIC X(03) VALUE "OP".
004981     05  FILLER                  PIC X(10) VALUE "DIVIDEND".
004982     05  FILLER                  PIC X(10) VALUE "DIVISOR".
004983     05  FILLER                  PIC X(18) VALUE
004984         "         RESULT".
004985     05  FILLER                  PIC X(03) VALUE "OP".
004986     05  FILLER                  PIC X(10) VALUE "DIVIDEND".
004987     05  FILLER                  PIC X(10) VALUE "DIVISOR".
004988     05  FILLER                  PIC X(18) VALUE
004989         "         RESULT".
004990     05  FILLER                  PIC X(36) VALUE "DISPOSITION".
004991*
004992 01  ADJ-DETAIL-LINE.
004993     05  ADJ-DTL-ID              PIC 9(08).
004994     05  FILLER                  PIC X(02) VALUE SPACES.
004995     05  ADJ-DTL-ACTION          PIC X(01).
004996     05  FILLER                  PIC X(03) VALUE SPACES.
004997     05  ADJ-DTL-BEFORE.
004998         10  ADJ-DTL-OLD-OP      PIC X(01).
004999         10  FILLER              PIC X(02).
005000         10  ADJ-DTL-OLD-DIVIDEND
005002                                 PIC Z(07)9.
005003         10  FILLER              PIC X(02).
005004         10  ADJ-DTL-OLD-DIVISOR PIC Z(07)9.
005005         10  FILLER              PIC X(02).
005006         10  ADJ-DTL-OLD-RESULT  PIC -(09)9.9(04).
005007     05  FILLER                  PIC X(03) VALUE SPACES.
005008     05  ADJ-DTL-AFTER.
005009         10  ADJ-DTL-NEW-OP      PIC X(01).
005011         10  FILLER              PIC X(02).
005012         10  ADJ-DTL-NEW-DIVIDEND
005013                                 PIC Z(07)9.
005014         10  FILLER              PIC X(02).
005015         10  ADJ-DTL-NEW-DIVISOR PIC Z(07)9.
005016         10  FILLER              PIC X(02).
005017         10  ADJ-DTL-NEW-RESULT  PIC -(09)9.9(04).
005018     05  FILLER                  PIC X(03) VALUE SPACES.
005019     05  ADJ-DTL-DISPOSITION     PIC X(36).
005021*
005022 01  ADJ-REASON-LINE.
005023     05  FILLER                  PIC X(10) VALUE SPACES.
005024     05  ADJ-RSN-LABEL           PIC X(14).
005025     05  ADJ-RSN-TEXT            PIC X(32).
005026*
005027 01  ADJ-TOTAL-LINE.
005028     05  ADJ-TOT-LABEL           PIC X(24).
005029     05  ADJ-TOT-COUNT           PIC Z(07)9.
005031*
005032 01  ADJ-NET-LINE.
005033     05  FILLER                  PIC X(24) VALUE
005034         "NET CONTROL TOTAL CHANGE".
005035     05  ADJ-NET-AMOUNT          PIC -(14)9.9(04).
005036*
005037 01  WS-SWITCHES.
005100     05  WS-DIVIN-EOF-SW         PIC X(01) VALUE "N".
005200         88  WS-DIVIN-EOF                VALUE "Y".
005300         88  WS-DIVIN-NOT-EOF             VALUE "N".
005391     05  WS-CALC-SW              PIC X(01) VALUE "Y".
005392         88  WS-CALC-OK                   VALUE "Y".
005393         88  WS-CALC-SUSPENDED            VALUE "N".
005394     05  WS-ADJTRAN-EOF-SW       PIC X(01) VALUE "N".
005395         88  WS-ADJTRAN-EOF               VALUE "Y".
005396         88  WS-ADJTRAN-NOT-EOF           VALUE "N".
005397     05  WS-ADJ-SW               PIC X(01) VALUE "Y".
005398         88  WS-ADJ-ACCEPTED              VALUE "Y".
005399         88  WS-ADJ-REJECTED              VALUE "N".
005400     05  WS-DIVEREJ-EOF-SW       PIC X(01) VALUE "N".
005401         88  WS-DIVEREJ-EOF               VALUE "Y".
005402         88  WS-DIVEREJ-NOT-EOF           VALUE "N".
005403     05  WS-DIVM-KEY-SW          PIC X(01) VALUE "N".
005404         88  WS-DIVM-ON-FILE              VALUE "Y".
005405         88  WS-DIVM-NEW-KEY              VALUE "N".
005406     05  WS-PERDCTL-SW           PIC X(01) VALUE "N".
005407         88  WS-PERDCTL-PRESENT           VALUE "Y".
005408         88  WS-PERDCTL-ABSENT            VALUE "N".
005409*
005500 PROCEDURE DIVISION.
005600*--------------------------------------------------------------
005700* 0000-MAINLINE
006092     PERFORM 2500-RECYCLE-SUSPENSE
006093         THRU 2500-RECYCLE-SUSPENSE-EXIT.
006100     PERFORM 2000-PROCESS-RECORDS THRU 2000-PROCESS-RECORDS-EXIT.
006110     PERFORM 2900-APPLY-ADJUSTMENTS
006120         THRU 2900-APPLY-ADJUSTMENTS-EXIT.
006150     PERFORM 8000-WRITE-RECONCILIATION
006160         THRU 8000-WRITE-RECONCILIATION-EXIT.
006170     PERFORM 8500-WRITE-RUN-SUMMARY
006180         THRU 8500-WRITE-RUN-SUMMARY-EXIT.
006181     PERFORM 8700-CLOSE-ACKNOWLEDGMENT
006182         THRU 8700-CLOSE-ACKNOWLEDGMENT-EXIT.
006190     PERFORM 8600-CHECK-REJECT-RATE
006191         THRU 8600-CHECK-REJECT-RATE-EXIT.
006200     PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EXIT.
006550*      OPEN ON DIVIN LEAVES THE FILE UNREADABLE, SO IT IS
006560*      TREATED AS A FATAL SETUP ERROR RATHER THAN LET
006570*      2100-READ-DIVIN SPIN WITHOUT EVER SEEING END OF FILE.
006580*      NO PERDCTL MEANS NO PERIOD HAS BEEN CLOSED YET.
006600*--------------------------------------------------------------
006700 1000-OPEN-FILES.
006800     OPEN INPUT DIVIN.
007012     WRITE EXCPAGE-LINE FROM AGE-HEADING-1.
007013     MOVE SPACES TO EXCPAGE-LINE.
007014     WRITE EXCPAGE-LINE.
007020     OPEN OUTPUT ADJRPT.
007030     IF WS-ADJRPT-STATUS NOT = "00"
007040         DISPLAY "SUBMISSION - UNABLE TO OPEN ADJRPT, STATUS = "
007050             WS-ADJRPT-STATUS
007060         SET WS-OPEN-FAILED TO TRUE
007070         MOVE 16 TO RETURN-CODE
007080         GO TO 1000-OPEN-FILES-EXIT
007090     END-IF.
007100     MOVE WS-RUN-ID TO ADJ-H1-RUN-ID.
007110     WRITE ADJRPT-LINE FROM ADJ-HEADING-1.
007120     MOVE SPACES TO ADJRPT-LINE.
007130     WRITE ADJRPT-LINE.
007140     WRITE ADJRPT-LINE FROM ADJ-HEADING-2.
007150     WRITE ADJRPT-LINE FROM ADJ-HEADING-3.
007160     OPEN OUTPUT ACKOUT.
007170     IF WS-ACKOUT-STATUS NOT = "00"
007180         DISPLAY "SUBMISSION - UNABLE TO OPEN ACKOUT, STATUS = "
007190             WS-ACKOUT-STATUS
007210         SET WS-OPEN-FAILED TO TRUE
007220         MOVE 16 TO RETURN-CODE
007230         GO TO 1000-OPEN-FILES-EXIT
007240     END-IF.
007250     OPEN EXTEND DIVJRNL.
007260     IF WS-DIVJRNL-STATUS NOT = "00"
007270         OPEN OUTPUT DIVJRNL
007280     END-IF.
007290     IF WS-DIVJRNL-STATUS NOT = "00"
007401         DISPLAY "SUBMISSION - UNABLE TO OPEN DIVJRNL, STATUS = "
007410             WS-DIVJRNL-STATUS
007432         SET WS-OPEN-FAILED TO TRUE
007449         MOVE 16 TO RETURN-CODE
007453         GO TO 1000-OPEN-FILES-EXIT
007460     END-IF.
007470     OPEN INPUT PERDCTL.
007480     IF WS-PERDCTL-STATUS = "00"
007490         SET WS-PERDCTL-PRESENT TO TRUE
007501     END-IF.
007510     IF WS-PERDCTL-STATUS NOT = "00" AND NOT = "35"
007520         DISPLAY "SUBMISSION - UNABLE TO OPEN PERDCTL, STATUS = "
007530             WS-PERDCTL-STATUS
007540         SET WS-OPEN-FAILED TO TRUE
007550         MOVE 16 TO RETURN-CODE
007560         GO TO 1000-OPEN-FILES-EXIT
007570     END-IF.
007000 1000-OPEN-FILES-EXIT.
007010     EXIT.
007015*--------------------------------------------------------------
007356             END-IF
007357         WHEN PARM-CARD-KEYWORD = "CHKPT-INTERVAL"
007358             CONTINUE
007361         WHEN PARM-CARD-KEYWORD = "DELTA-PCT"
007402             CONTINUE
007457         WHEN OTHER
007461             DISPLAY "SUBMISSION - CONTROL CARD IGNORED: "
007471                 PARM-CARD-KEYWORD
007481     END-EVALUATE.
007491 0310-APPLY-ONE-CARD-EXIT.
007502     EXIT.
007088*--------------------------------------------------------------
007089* 1500-LOAD-SUSPENSE - BRING FORWARD EVERY OPEN EXCEPTION FROM
007091*      THE PRIOR RUN'S EXCPTN, THEN REOPEN EXCPTN OUTPUT FOR
007187             "EXCESS CORRECTIONS IGNORED THIS RUN"
007188         SET WS-DIVCORR-EOF TO TRUE
007189         GO TO 1610-LOAD-ONE-CORRECTION-EXIT
007190     END-IF.
007191     ADD 1 TO WS-CORR-COUNT.
007192     MOVE DIVC-REC-ID TO WS-CORR-ID (WS-CORR-COUNT).
007193     MOVE DIVC-DIVISOR TO WS-CORR-DIVISOR (WS-CORR-COUNT).
007194     MOVE DIVC-CORR-DATE TO WS-CORR-DATE (WS-CORR-COUNT).
007195 1610-LOAD-ONE-CORRECTION-EXIT.
007196     EXIT.
007197*--------------------------------------------------------------
007255     END-IF.
007256     ADD QUOTIENT TO WS-CONTROL-TOTAL.
007257     ADD 1 TO WS-RESOLVED-COUNT.
007261     MOVE WS-CORR-DATE (WS-CORR-IX) TO WS-TRAN-DATE.
007271     PERFORM 3500-CHECK-CLOSED-PERIOD
007281         THRU 3500-CHECK-CLOSED-PERIOD-EXIT.
007359     SET POST-RECYCLED TO TRUE.
007362     PERFORM 3200-WRITE-RESULT
007403         THRU 3200-WRITE-RESULT-EXIT.
007458     SET POST-FRESH TO TRUE.
007462     MOVE 0 TO WS-FWD-FROM-DATE.
007472     SET ACK-RESOLVED TO TRUE.
007482     MOVE WS-SUSP-REASON (WS-SUSP-IX) TO ACK-REASON.
007492     PERFORM 3400-WRITE-ACKNOWLEDGMENT
007503         THRU 3400-WRITE-ACKNOWLEDGMENT-EXIT.
007511
007521     MOVE WS-SUSP-ID (WS-SUSP-IX) TO EXCP-REC-ID.
007531     MOVE DIVISOR TO EXCP-DIVISOR.
007541     MOVE DIVIDEND TO EXCP-DIVIDEND.
007551     MOVE "RESOLVED BY CORRECTION" TO EXCP-REASON.
007561     SET EXCP-RESOLVED TO TRUE.
007571     MOVE WS-SUSP-RAISE-DATE (WS-SUSP-IX) TO EXCP-RAISE-DATE.
007580     MOVE OPER-CODE TO EXCP-OPCODE.
007590     WRITE EXCEPTION-RECORD.
007601 2700-RESOLVE-ONE-ITEM-EXIT.
007610     EXIT.
007620*
007630 2800-CARRY-ONE-ITEM.
007640     MOVE WS-SUSP-ID (WS-SUSP-IX) TO EXCP-REC-ID.
007650     MOVE WS-SUSP-DIVISOR (WS-SUSP-IX) TO EXCP-DIVISOR.
007660     MOVE WS-SUSP-DIVIDEND (WS-SUSP-IX) TO EXCP-DIVIDEND.
007670     MOVE WS-SUSP-REASON (WS-SUSP-IX) TO EXCP-REASON.
007680     SET EXCP-OPEN TO TRUE.
007690     MOVE WS-SUSP-RAISE-DATE (WS-SUSP-IX) TO EXCP-RAISE-DATE.
007701     MOVE WS-SUSP-OPCODE (WS-SUSP-IX) TO EXCP-OPCODE.
007710     WRITE EXCEPTION-RECORD.
007720     ADD 1 TO WS-CARRIED-COUNT.
007278
007279     IF WS-SUSP-RAISE-DATE (WS-SUSP-IX) = 0
007281         GO TO 2800-CARRY-ONE-ITEM-EXIT
007293     END-IF.
007294 2800-CARRY-ONE-ITEM-EXIT.
007295     EXIT.
007296*--------------------------------------------------------------
007297* 2900-APPLY-ADJUSTMENTS - APPLY THE ADJTRAN REVERSAL AND
007298*      RE-POST TRANSACTIONS TO RESULTS ALREADY ON DIVMSTR, THEN
007299*      CLOSE THE ADJUSTMENT REGISTER WITH ITS TOTALS. RUNS
007310*      AFTER THE FRESH PASS SO A RESULT POSTED EARLIER IN THIS
007320*      SAME RUN CAN BE ADJUSTED TOO. NO ADJTRAN MEANS NO
007330*      ADJUSTMENTS; A REJECTED ADJUSTMENT SETS RETURN CODE 4.
007340*--------------------------------------------------------------
007350 2900-APPLY-ADJUSTMENTS.
007360     OPEN INPUT ADJTRAN.
007370     IF WS-ADJTRAN-STATUS NOT = "00"
007380         GO TO 2900-APPLY-ADJUSTMENTS-TOTALS
007390     END-IF.
007404     SET WS-ADJTRAN-NOT-EOF TO TRUE.
007411     PERFORM 2910-APPLY-ONE-ADJUSTMENT
007420         THRU 2910-APPLY-ONE-ADJUSTMENT-EXIT
007430         UNTIL WS-ADJTRAN-EOF.
007440     CLOSE ADJTRAN.
007450
007463 2900-APPLY-ADJUSTMENTS-TOTALS.
007473     MOVE SPACES TO ADJRPT-LINE.
007483     WRITE ADJRPT-LINE.
007493     MOVE "ADJUSTMENTS READ ...... " TO ADJ-TOT-LABEL.
007504     MOVE WS-ADJ-READ-COUNT TO ADJ-TOT-COUNT.
007512     WRITE ADJRPT-LINE FROM ADJ-TOTAL-LINE.
007522     MOVE "RESULTS REVERSED ...... " TO ADJ-TOT-LABEL.
007532     MOVE WS-REVERSED-COUNT TO ADJ-TOT-COUNT.
007542     WRITE ADJRPT-LINE FROM ADJ-TOTAL-LINE.
007552     MOVE "RESULTS RE-POSTED ..... " TO ADJ-TOT-LABEL.
007562     MOVE WS-REPOSTED-COUNT TO ADJ-TOT-COUNT.
007572     WRITE ADJRPT-LINE FROM ADJ-TOTAL-LINE.
007581     MOVE "ADJUSTMENTS REJECTED .. " TO ADJ-TOT-LABEL.
007591     MOVE WS-ADJ-REJECT-COUNT TO ADJ-TOT-COUNT.
007602     WRITE ADJRPT-LINE FROM ADJ-TOTAL-LINE.
007611     MOVE WS-ADJ-NET-CHANGE TO ADJ-NET-AMOUNT.
007621     WRITE ADJRPT-LINE FROM ADJ-NET-LINE.
007631     IF WS-ADJ-REJECT-COUNT > 0
007641         DISPLAY "SUBMISSION - " WS-ADJ-REJECT-COUNT
007651             " ADJUSTMENT(S) REJECTED - SEE ADJRPT"
007661         IF RETURN-CODE < 4
007671             MOVE 4 TO RETURN-CODE
007681         END-IF
007691     END-IF.
007702 2900-APPLY-ADJUSTMENTS-EXIT.
007711     EXIT.
007721*
007730 2910-APPLY-ONE-ADJUSTMENT.
007740     READ ADJTRAN
007751         AT END
007760             SET WS-ADJTRAN-EOF TO TRUE
007770             GO TO 2910-APPLY-ONE-ADJUSTMENT-EXIT
007780     END-READ.
007790     ADD 1 TO WS-ADJ-READ-COUNT.
007801     SET WS-ADJ-ACCEPTED TO TRUE.
007810     MOVE SPACES TO WS-CALC-REASON.
007820     MOVE ADJT-REC-ID TO ADJ-DTL-ID.
007830     MOVE ADJT-ACTION TO ADJ-DTL-ACTION.
007840     MOVE SPACES TO ADJ-DTL-BEFORE.
007850     MOVE SPACES TO ADJ-DTL-AFTER.
007860
007870     IF NOT ADJT-REVERSE AND NOT ADJT-REPOST
007880         MOVE "REJECTED - INVALID ACTION CODE"
007890             TO ADJ-DTL-DISPOSITION
007901         SET WS-ADJ-REJECTED TO TRUE
007911         GO TO 2910-APPLY-ONE-ADJUSTMENT-PRINT
007920     END-IF.
007930     MOVE ADJT-REC-ID TO DIVM-REC-ID.
007940     READ DIVMSTR
007950         INVALID KEY
007960             MOVE "REJECTED - ID NOT POSTED ON DIVMSTR"
007970                 TO ADJ-DTL-DISPOSITION
007980             SET WS-ADJ-REJECTED TO TRUE
007990             GO TO 2910-APPLY-ONE-ADJUSTMENT-PRINT
008001     END-READ.
008010     MOVE DIVM-OPCODE TO ADJ-DTL-OLD-OP.
008020     MOVE DIVM-DIVIDEND TO ADJ-DTL-OLD-DIVIDEND.
008030     MOVE DIVM-DIVISOR TO ADJ-DTL-OLD-DIVISOR.
008040     MOVE DIVM-QUOTIENT TO ADJ-DTL-OLD-RESULT.
008050     IF DIVM-REVERSED
008060         MOVE "REJECTED - RESULT ALREADY REVERSED"
008070             TO ADJ-DTL-DISPOSITION
008080         SET WS-ADJ-REJECTED TO TRUE
008090         GO TO 2910-APPLY-ONE-ADJUSTMENT-PRINT
008101     END-IF.
008110
008120     IF ADJT-REPOST
008130         MOVE ADJT-DIVIDEND TO DIVIDEND
008140         MOVE ADJT-DIVISOR TO DIVISOR
008150         MOVE ADJT-OPCODE TO OPER-CODE
008160         MOVE ADJT-OPCODE TO ADJ-DTL-NEW-OP
008170         MOVE ADJT-DIVIDEND TO ADJ-DTL-NEW-DIVIDEND
008180         MOVE ADJT-DIVISOR TO ADJ-DTL-NEW-DIVISOR
008190         PERFORM 3000-COMPUTE-RESULT
008201             THRU 3000-COMPUTE-RESULT-EXIT
008210         IF WS-CALC-SUSPENDED
008220             MOVE "REJECTED - RE-POST FAILS CALCULATION"
008230                 TO ADJ-DTL-DISPOSITION
008240             SET WS-ADJ-REJECTED TO TRUE
008250             GO TO 2910-APPLY-ONE-ADJUSTMENT-PRINT
008260         END-IF
008270     END-IF.
008280
008290     IF ADJT-REVERSE
008301         MOVE DIVMSTR-RECORD TO WS-DIVM-BEFORE-IMAGE
008310         SET DIVM-REVERSED TO TRUE
008320         MOVE WS-RUN-ID TO DIVM-RUN-ID
008330         REWRITE DIVMSTR-RECORD
008340         IF WS-DIVMSTR-STATUS NOT = "00"
008350             DISPLAY "SUBMISSION - DIVMSTR REVERSAL FAILED "
008360                 "FOR ID "
008370                 DIVM-REC-ID ", STATUS = " WS-DIVMSTR-STATUS
008380             MOVE "REJECTED - DIVMSTR REWRITE FAILED"
008390                 TO ADJ-DTL-DISPOSITION
008401             SET WS-ADJ-REJECTED TO TRUE
008410             MOVE 16 TO RETURN-CODE
008420             GO TO 2910-APPLY-ONE-ADJUSTMENT-PRINT
008430         END-IF
008440         SET POST-ADJUSTMENT TO TRUE
008450         SET WS-DIVM-ON-FILE TO TRUE
008460         PERFORM 3350-WRITE-JOURNAL
008470             THRU 3350-WRITE-JOURNAL-EXIT
008480         SET POST-FRESH TO TRUE
008490     END-IF.
008501     MOVE ADJT-ADJ-DATE TO WS-TRAN-DATE.
008510     PERFORM 3500-CHECK-CLOSED-PERIOD
008520         THRU 3500-CHECK-CLOSED-PERIOD-EXIT.
008530     PERFORM 2920-WRITE-REVERSAL
008540         THRU 2920-WRITE-REVERSAL-EXIT.
008550     IF ADJT-REVERSE
008560         MOVE "REVERSED" TO ADJ-DTL-DISPOSITION
008570     ELSE
008580         MOVE ADJT-REC-ID TO DIV-REC-ID
008590         SET ENTRY-REPOST TO TRUE
008601         SET POST-ADJUSTMENT TO TRUE
008610         PERFORM 3200-WRITE-RESULT
008620             THRU 3200-WRITE-RESULT-EXIT
008630         SET ENTRY-POSTING TO TRUE
008640         SET POST-FRESH TO TRUE
008650         ADD QUOTIENT TO WS-CONTROL-TOTAL
008660         ADD QUOTIENT TO WS-ADJ-NET-CHANGE
008670         ADD 1 TO WS-REPOSTED-COUNT
008680         MOVE QUOTIENT TO ADJ-DTL-NEW-RESULT
008690         MOVE "REVERSED AND RE-POSTED" TO ADJ-DTL-DISPOSITION
008701     END-IF.
008711
008720 2910-APPLY-ONE-ADJUSTMENT-PRINT.
008730     IF WS-ADJ-REJECTED
008740         ADD 1 TO WS-ADJ-REJECT-COUNT
008750     END-IF.
008760     WRITE ADJRPT-LINE FROM ADJ-DETAIL-LINE.
008770     IF ADJT-REASON NOT = SPACES
008780         MOVE "REASON GIVEN: " TO ADJ-RSN-LABEL
008790         MOVE ADJT-REASON TO ADJ-RSN-TEXT
008801         WRITE ADJRPT-LINE FROM ADJ-REASON-LINE
008810     END-IF.
008820     IF WS-CALC-REASON NOT = SPACES
008830         MOVE "CALCULATION:  " TO ADJ-RSN-LABEL
008840         MOVE WS-CALC-REASON TO ADJ-RSN-TEXT
008850         WRITE ADJRPT-LINE FROM ADJ-REASON-LINE
008860     END-IF.
008870     IF WS-FWD-FROM-DATE NOT = 0
008880         MOVE "FORWARDED:    " TO ADJ-RSN-LABEL
008890         MOVE SPACES TO ADJ-RSN-TEXT
008901         STRING "DATED " WS-FWD-FROM-DATE " - PERIOD CLOSED"
008910             DELIMITED BY SIZE
008920             INTO ADJ-RSN-TEXT
008930         WRITE ADJRPT-LINE FROM ADJ-REASON-LINE
008940     END-IF.
008950     MOVE 0 TO WS-FWD-FROM-DATE.
008960 2910-APPLY-ONE-ADJUSTMENT-EXIT.
008970     EXIT.
008980*
008990*--------------------------------------------------------------
009001* 2920-WRITE-REVERSAL - WRITE THE OFFSETTING DIVOUT RECORD FOR
009010*      THE RESULT NOW ON DIVMSTR: SAME ID, OPERANDS AND
009020*      OPERATION, RESULT NEGATED, STAMPED WITH THIS RUN'S ID,
009030*      AND TAKE THE POSTED RESULT BACK OUT OF THE CONTROL TOTAL
009040*--------------------------------------------------------------
009050 2920-WRITE-REVERSAL.
009060     MOVE DIVM-REC-ID TO DIVR-REC-ID.
009070     MOVE DIVM-DIVIDEND TO DIVR-DIVIDEND.
009080     MOVE DIVM-DIVISOR TO DIVR-DIVISOR.
009090     COMPUTE DIVR-QUOTIENT = 0 - DIVM-QUOTIENT.
009101     MOVE DIVM-REMAINDER TO DIVR-REMAINDER.
009110     MOVE WS-RUN-ID TO DIVR-RUN-ID.
009120     MOVE DIVM-OPCODE TO DIVR-OPCODE.
009130     MOVE WS-FWD-FROM-DATE TO DIVR-FWD-FROM-DATE.
009140     SET DIVR-REVERSAL TO TRUE.
009151     WRITE DIV-RESULT-RECORD.
009161     SUBTRACT DIVM-QUOTIENT FROM WS-CONTROL-TOTAL.
009170     SUBTRACT DIVM-QUOTIENT FROM WS-ADJ-NET-CHANGE.
009180     MOVE DIVM-OPCODE TO WS-TOTAL-OPCODE.
009190     PERFORM 3250-LOCATE-OP-TOTAL
009201         THRU 3250-LOCATE-OP-TOTAL-EXIT.
009210     IF WS-OP-IX > 0
009220         ADD 1 TO WS-OP-COUNT (WS-OP-IX)
009230         SUBTRACT DIVM-QUOTIENT FROM WS-OP-TOTAL (WS-OP-IX)
009240     END-IF.
009251     ADD 1 TO WS-REVERSED-COUNT.
009260 2920-WRITE-REVERSAL-EXIT.
009270     EXIT.
009280*--------------------------------------------------------------
007200* 2000-PROCESS-RECORDS - READS EVERY RECORD IN DIVIN AND
007300*      APPLIES THE SAFE DIVISION ROUTINE TO EACH ONE.
007400*--------------------------------------------------------------
009330         ADD QUOTIENT TO WS-CONTROL-TOTAL
009340         PERFORM 3200-WRITE-RESULT
009350             THRU 3200-WRITE-RESULT-EXIT
009351         SET ACK-POSTED TO TRUE
009352         MOVE SPACES TO ACK-REASON
009360     ELSE
009370         PERFORM 3100-WRITE-EXCEPTION
009380             THRU 3100-WRITE-EXCEPTION-EXIT
009390         ADD 1 TO WS-REJECT-COUNT
009391         SET ACK-SUSPENDED TO TRUE
009392         MOVE WS-CALC-REASON TO ACK-REASON
009395     END-IF.
009396     PERFORM 3400-WRITE-ACKNOWLEDGMENT
009397         THRU 3400-WRITE-ACKNOWLEDGMENT-EXIT.
009400     PERFORM 2100-READ-DIVIN THRU 2100-READ-DIVIN-EXIT.
009500 2200-PROCESS-ONE-RECORD-EXIT.
009510     EXIT.
011617     MOVE REMAINDER-PART TO DIVR-REMAINDER.
011618     MOVE WS-RUN-ID TO DIVR-RUN-ID.
011622     MOVE OPER-CODE TO DIVR-OPCODE.
011639     MOVE ENTRY-TYPE TO DIVR-ENTRY-TYPE.
011641     MOVE WS-FWD-FROM-DATE TO DIVR-FWD-FROM-DATE.
011619     WRITE DIV-RESULT-RECORD.
011623     MOVE OPER-CODE TO WS-TOTAL-OPCODE.
011642     PERFORM 3250-LOCATE-OP-TOTAL
011702         THRU 3250-LOCATE-OP-TOTAL-EXIT.
011710     IF WS-OP-IX > 0
011720         ADD 1 TO WS-OP-COUNT (WS-OP-IX)
011730         ADD QUOTIENT TO WS-OP-TOTAL (WS-OP-IX)
011740     END-IF.
011750     PERFORM 3300-POST-RESULTS-MASTER
011820         THRU 3300-POST-RESULTS-MASTER-EXIT.
011619 3200-WRITE-RESULT-EXIT.
011621     EXIT.
011631*--------------------------------------------------------------
011643* 3250-LOCATE-OP-TOTAL - THE RUN SUMMARY SLOT FOR AN OPERATION
011651*      CODE: 1 ADD, 2 SUBTRACT, 3 MULTIPLY, 4 DIVIDE. ZERO FOR
011661*      A CODE THAT NEVER PRODUCES A RESULT.
011671*--------------------------------------------------------------
011681 3250-LOCATE-OP-TOTAL.
011697     EVALUATE WS-TOTAL-OPCODE
011701         WHEN "A"
011752             MOVE 1 TO WS-OP-IX
011821         WHEN "S"
011830             MOVE 2 TO WS-OP-IX
011840         WHEN "M"
011850             MOVE 3 TO WS-OP-IX
011860         WHEN "D"
011870             MOVE 4 TO WS-OP-IX
011880         WHEN OTHER
011890             MOVE 0 TO WS-OP-IX
011901     END-EVALUATE.
011910 3250-LOCATE-OP-TOTAL-EXIT.
011920     EXIT.
011930*--------------------------------------------------------------
011940* 3300-POST-RESULTS-MASTER - PUT THE LATEST FIGURES FOR THIS
011950*      RECORD ID ON THE DIVMSTR MASTER, ADDING THE KEY ON
011960*      FIRST SIGHT AND REPLACING IT IN PLACE THEREAFTER. THE
011970*      KEY IS READ FIRST SO THE JOURNAL CARRIES THE RECORD AS
011980*      IT STOOD BEFORE THIS POSTING.
011990*--------------------------------------------------------------
012001 3300-POST-RESULTS-MASTER.
012010     MOVE DIV-REC-ID TO DIVM-REC-ID.
012020     READ DIVMSTR
012030         INVALID KEY
012040             MOVE SPACES TO WS-DIVM-BEFORE-IMAGE
012050             SET WS-DIVM-NEW-KEY TO TRUE
012060         NOT INVALID KEY
012070             MOVE DIVMSTR-RECORD TO WS-DIVM-BEFORE-IMAGE
012080             SET WS-DIVM-ON-FILE TO TRUE
012090     END-READ.
012101     MOVE DIV-REC-ID TO DIVM-REC-ID.
012110     MOVE DIVIDEND TO DIVM-DIVIDEND.
012120     MOVE DIVISOR TO DIVM-DIVISOR.
012130     MOVE QUOTIENT TO DIVM-QUOTIENT.
012140     MOVE REMAINDER-PART TO DIVM-REMAINDER.
012150     MOVE WS-RUN-ID TO DIVM-RUN-ID.
012160     MOVE OPER-CODE TO DIVM-OPCODE.
012170     IF ENTRY-REPOST
012180         SET DIVM-REPOSTED TO TRUE
012190     ELSE
012201         SET DIVM-POSTED TO TRUE
012211     END-IF.
012221     IF WS-DIVM-ON-FILE
012231         REWRITE DIVMSTR-RECORD
012241     ELSE
012251         WRITE DIVMSTR-RECORD
012263     END-IF.
012270     IF WS-DIVMSTR-STATUS = "00"
012280         PERFORM 3350-WRITE-JOURNAL
012290             THRU 3350-WRITE-JOURNAL-EXIT
012301     ELSE
012311         DISPLAY "SUBMISSION - DIVMSTR POSTING FAILED FOR ID "
012320             DIVM-REC-ID ", STATUS = " WS-DIVMSTR-STATUS
012330         MOVE 16 TO RETURN-CODE
012340     END-IF.
012350 3300-POST-RESULTS-MASTER-EXIT.
012360     EXIT.
012370*--------------------------------------------------------------
012380* 3350-WRITE-JOURNAL - APPEND ONE DIVJRNL RECORD FOR THE
012390*      DIVMSTR WRITE OR REWRITE JUST MADE. THE CALLER HAS SET
012401*      THE POSTING SOURCE, THE KEY SWITCH AND THE BEFORE
012410*      IMAGE; THE AFTER IMAGE IS THE MASTER RECORD AS WRITTEN.
012420*--------------------------------------------------------------
012430 3350-WRITE-JOURNAL.
012440     ADD 1 TO WS-JRNL-COUNT.
012450     MOVE WS-RUN-ID TO DIVJ-RUN-ID.
012460     ACCEPT DIVJ-POST-DATE FROM DATE YYYYMMDD.
012470     ACCEPT DIVJ-POST-TIME FROM TIME.
012480     MOVE WS-JRNL-COUNT TO DIVJ-SEQ-NO.
012490     MOVE POST-SOURCE TO DIVJ-SOURCE.
012501     IF WS-DIVM-ON-FILE
012510         SET DIVJ-REPLACED TO TRUE
012520     ELSE
012530         SET DIVJ-ADDED TO TRUE
012540     END-IF.
012550     MOVE DIVM-REC-ID TO DIVJ-REC-ID.
012560     MOVE WS-DIVM-BEFORE-IMAGE TO DIVJ-BEFORE-IMAGE.
012570     MOVE DIVMSTR-RECORD TO DIVJ-AFTER-IMAGE.
012580     WRITE DIVJ-RECORD.
012590     IF WS-DIVJRNL-STATUS NOT = "00"
012601         DISPLAY "SUBMISSION - DIVJRNL WRITE FAILED FOR ID "
012610             DIVM-REC-ID ", STATUS = " WS-DIVJRNL-STATUS
012620         MOVE 16 TO RETURN-CODE
012630     END-IF.
012640 3350-WRITE-JOURNAL-EXIT.
012650     EXIT.
012660*--------------------------------------------------------------
012670* 3400-WRITE-ACKNOWLEDGMENT - ONE ACKOUT RECORD FOR THE RECORD
012680*      ID JUST DISPOSED OF. THE CALLER HAS SET THE DISPOSITION
012690*      AND THE REASON; A SUSPENDED ITEM CARRIES NO RESULT.
012701*--------------------------------------------------------------
012710 3400-WRITE-ACKNOWLEDGMENT.
012720     MOVE "DTL" TO ACK-REC-TYPE.
012730     MOVE DIV-REC-ID TO ACK-REC-ID.
012740     MOVE OPER-CODE TO ACK-OPCODE.
012750     MOVE WS-RUN-ID TO ACK-RUN-ID.
012760     IF ACK-SUSPENDED
012770         MOVE 0 TO ACK-RESULT
012780         MOVE 0 TO ACK-REMAINDER
012790         ADD 1 TO WS-ACK-SUSP-COUNT
012801     ELSE
012810         MOVE QUOTIENT TO ACK-RESULT
012820         MOVE REMAINDER-PART TO ACK-REMAINDER
012830         ADD QUOTIENT TO WS-ACK-RESULT-TOTAL
012840         IF ACK-RESOLVED
012850             ADD 1 TO WS-ACK-RESOLVED-COUNT
012860         ELSE
012870             ADD 1 TO WS-ACK-POSTED-COUNT
012880         END-IF
012890     END-IF.
012900     WRITE ACK-DETAIL-RECORD.
012910     ADD 1 TO WS-ACK-REC-COUNT.
012920 3400-WRITE-ACKNOWLEDGMENT-EXIT.
012930     EXIT.
012940*--------------------------------------------------------------
012950* 3500-CHECK-CLOSED-PERIOD - IS THE CORRECTION OR ADJUSTMENT
012960*      DATE IN WS-TRAN-DATE IN A PERIOD THE MONTH-END CLOSE HAS
012970*      CLOSED? IF SO IT STILL POSTS TO THIS RUN - THE CURRENT
012980*      OPEN PERIOD - BUT WS-FWD-FROM-DATE CARRIES THE ORIGINAL
012990*      DATE ONTO ITS RESULT RECORDS AND IT IS COUNTED AS POSTED
013000*      FORWARD. AN UNDATED TRANSACTION, A PERIOD NEVER CLOSED OR
013010*      ONE REOPENED BY AN OPERATOR POSTS AS BEFORE.
013020*--------------------------------------------------------------
013030 3500-CHECK-CLOSED-PERIOD.
013040     MOVE 0 TO WS-FWD-FROM-DATE.
013050     IF WS-PERDCTL-ABSENT
013060         GO TO 3500-CHECK-CLOSED-PERIOD-EXIT
013070     END-IF.
013080     IF WS-TRAN-DATE IS NOT NUMERIC OR WS-TRAN-DATE = 0
013090         GO TO 3500-CHECK-CLOSED-PERIOD-EXIT
013100     END-IF.
013110     MOVE WS-TRAN-DATE (1:6) TO PERD-PERIOD.
013120     READ PERDCTL
013130         INVALID KEY
013140             GO TO 3500-CHECK-CLOSED-PERIOD-EXIT
013150     END-READ.
013160     IF PERD-CLOSED
013170         MOVE WS-TRAN-DATE TO WS-FWD-FROM-DATE
013180         ADD 1 TO WS-FORWARD-COUNT
013190     END-IF.
013200 3500-CHECK-CLOSED-PERIOD-EXIT.
013210     EXIT.
011607*--------------------------------------------------------------
011620* 8000-WRITE-RECONCILIATION - END-OF-BATCH CONTROL-TOTAL
011630*      REPORT. RECORDS READ SHOULD ALWAYS EQUAL SUCCESS COUNT
011687         DISPLAY "RESOLVED BY CORRECTION  " WS-RESOLVED-COUNT
011688         DISPLAY "CARRIED FORWARD OPEN .. " WS-CARRIED-COUNT
011689         DISPLAY "AGED OVER LIMIT ....... " WS-AGED-COUNT
011690         DISPLAY "ADJUSTMENTS REVERSED .. " WS-REVERSED-COUNT
011703         DISPLAY "ADJUSTMENTS RE-POSTED . " WS-REPOSTED-COUNT
011822         DISPLAY "ADJUSTMENTS REJECTED .. " WS-ADJ-REJECT-COUNT
011831         DISPLAY "RESULT CONTROL TOTAL .. " WS-CONTROL-TOTAL
011841         DISPLAY "MASTER POSTINGS JOURNAL " WS-JRNL-COUNT
011851         DISPLAY "POSTED FORWARD ........ " WS-FORWARD-COUNT
011861     END-IF.
011871
011692     MOVE SPACES TO EXCPAGE-LINE.
011693     WRITE EXCPAGE-LINE.
011694     MOVE WS-AGED-COUNT TO AGE-TOT-COUNT.
011696     WRITE EXCPAGE-LINE FROM AGE-TOTAL-LINE.
011695 8000-WRITE-RECONCILIATION-EXIT.
011696     EXIT.
011697*--------------------------------------------------------------
011698* 8500-WRITE-RUN-SUMMARY - APPEND ONE RUN SUMMARY RECORD TO
011699*      DIVSUM, STAMPED WITH THE RUN ID, SO THE CONSOLIDATION
011700*      PROGRAM CAN TIE THIS STEP TO ITS JOB RUN
011701*--------------------------------------------------------------
011702 8500-WRITE-RUN-SUMMARY.
011703     OPEN EXTEND DIVSUM.
011704     IF WS-DIVSUM-STATUS NOT = "00"
011705         OPEN OUTPUT DIVSUM
011706         IF WS-DIVSUM-STATUS NOT = "00"
011707             DISPLAY "SUBMISSION - UNABLE TO OPEN DIVSUM, "
011708                 "STATUS = " WS-DIVSUM-STATUS
011709             GO TO 8500-WRITE-RUN-SUMMARY-EXIT
011710         END-IF
011711     END-IF.
011712     MOVE WS-RUN-ID TO DIVS-RUN-ID.
011713     MOVE WS-REC-COUNT TO DIVS-REC-COUNT.
011714     MOVE WS-SUCCESS-COUNT TO DIVS-SUCCESS-COUNT.
011715     MOVE WS-REJECT-COUNT TO DIVS-REJECT-COUNT.
011716     MOVE WS-RESOLVED-COUNT TO DIVS-RESOLVED-COUNT.
011717     MOVE WS-CONTROL-TOTAL TO DIVS-CONTROL-TOTAL.
011718     MOVE WS-REVERSED-COUNT TO DIVS-REVERSED-COUNT.
011719     MOVE WS-REPOSTED-COUNT TO DIVS-REPOSTED-COUNT.
011720     PERFORM 8510-MOVE-ONE-OP-TOTAL
011721         THRU 8510-MOVE-ONE-OP-TOTAL-EXIT
011722         VARYING WS-OP-IX FROM 1 BY 1
011723         UNTIL WS-OP-IX > 4.
011724     MOVE WS-FORWARD-COUNT TO DIVS-FORWARD-COUNT.
011725     WRITE DIVS-RECORD.
011726     CLOSE DIVSUM.
011727 8500-WRITE-RUN-SUMMARY-EXIT.
011728     EXIT.
011729*
011730 8510-MOVE-ONE-OP-TOTAL.
011731     MOVE WS-OP-COUNT (WS-OP-IX) TO DIVS-OP-COUNT (WS-OP-IX).
011732     MOVE WS-OP-TOTAL (WS-OP-IX) TO DIVS-OP-TOTAL (WS-OP-IX).
011733 8510-MOVE-ONE-OP-TOTAL-EXIT.
011734     EXIT.
011735*--------------------------------------------------------------
011736* 8600-CHECK-REJECT-RATE - A RUN WHOSE REJECT PERCENTAGE IS
011737*      OVER THE REJECT-PCT CONTROL-CARD CEILING ENDS WITH
011738*      RETURN CODE 8 SO JOB CONTROL FLAGS THE FEED INSTEAD OF
011739*      REPORTING A RUN FULL OF ZERO DIVISORS AS CLEAN
011740*--------------------------------------------------------------
011741 8600-CHECK-REJECT-RATE.
011742     IF WS-REC-COUNT = 0
011743         GO TO 8600-CHECK-REJECT-RATE-EXIT
011748         DISPLAY "SUBMISSION - REJECT RATE " WS-REJECT-PCT
011749             " PCT EXCEEDS CEILING " WS-REJECT-PCT-LIMIT
011751             " - RETURN CODE 8 SET"
011760         IF RETURN-CODE < 8
011770             MOVE 8 TO RETURN-CODE
011780         END-IF
011790     END-IF.
011801 8600-CHECK-REJECT-RATE-EXIT.
011810     EXIT.
011823*--------------------------------------------------------------
011832* 8700-CLOSE-ACKNOWLEDGMENT - CARRY THE DIVEDIT REJECTS INTO
011842*      ACKOUT UNDER THIS RUN'S ID AND CLOSE IT WITH THE TRAILER.
011852*      NO DIVEREJ MEANS NO EDIT REJECTS. THE POSTED, SUSPENDED
011862*      AND RESOLVED COUNTS MUST EQUAL THE ONES JUST WRITTEN TO
011872*      DIVSUM; AN ACKNOWLEDGMENT THAT DOES NOT BALANCE SETS
011881*      RETURN CODE 4 SO IT IS NOT SENT UNCHECKED.
011891*--------------------------------------------------------------
011902 8700-CLOSE-ACKNOWLEDGMENT.
011911     OPEN INPUT DIVEREJ.
011921     IF WS-DIVEREJ-STATUS NOT = "00"
011931         GO TO 8700-CLOSE-ACKNOWLEDGMENT-TRAILER
011941     END-IF.
011951     SET WS-DIVEREJ-NOT-EOF TO TRUE.
011961     PERFORM 8710-CARRY-ONE-EDIT-REJECT
011971         THRU 8710-CARRY-ONE-EDIT-REJECT-EXIT
011981         UNTIL WS-DIVEREJ-EOF.
011991     CLOSE DIVEREJ.
012002
012011 8700-CLOSE-ACKNOWLEDGMENT-TRAILER.
012021     MOVE "TRL" TO ACKT-REC-TYPE.
012031     MOVE WS-RUN-ID TO ACKT-RUN-ID.
012041     MOVE WS-ACK-REC-COUNT TO ACKT-REC-COUNT.
012051     MOVE WS-ACK-EDIT-COUNT TO ACKT-EDIT-REJECT-COUNT.
012061     MOVE WS-ACK-SUSP-COUNT TO ACKT-SUSPENDED-COUNT.
012071     MOVE WS-ACK-RESOLVED-COUNT TO ACKT-RESOLVED-COUNT.
012081     MOVE WS-ACK-POSTED-COUNT TO ACKT-POSTED-COUNT.
012091     MOVE WS-ACK-RESULT-TOTAL TO ACKT-RESULT-TOTAL.
012102     WRITE ACK-TRAILER-RECORD.
012111
012121     IF WS-ACK-POSTED-COUNT NOT = WS-SUCCESS-COUNT
012131         OR WS-ACK-SUSP-COUNT NOT = WS-REJECT-COUNT
012141         OR WS-ACK-RESOLVED-COUNT NOT = WS-RESOLVED-COUNT
012151         DISPLAY "SUBMISSION - ACKOUT DOES NOT BALANCE TO DIVSUM"
012161         DISPLAY "SUBMISSION - ACKOUT POSTED " WS-ACK-POSTED-COUNT
012171             " SUSPENDED " WS-ACK-SUSP-COUNT
012181             " RESOLVED " WS-ACK-RESOLVED-COUNT
012191         IF RETURN-CODE < 4
012202             MOVE 4 TO RETURN-CODE
012212         END-IF
012222     END-IF.
012232     IF WS-NORMAL-OUTPUT
012242         DISPLAY "ACKNOWLEDGMENTS WRITTEN  " WS-ACK-REC-COUNT
012252         DISPLAY "  OF WHICH EDIT REJECTS  " WS-ACK-EDIT-COUNT
012264     END-IF.
012271 8700-CLOSE-ACKNOWLEDGMENT-EXIT.
012281     EXIT.
012291*
012302 8710-CARRY-ONE-EDIT-REJECT.
012312     READ DIVEREJ
012321         AT END
012331             SET WS-DIVEREJ-EOF TO TRUE
012341             GO TO 8710-CARRY-ONE-EDIT-REJECT-EXIT
012351     END-READ.
012361     MOVE DIVEREJ-RECORD TO ACK-DETAIL-RECORD.
012371     IF NOT ACK-IS-DETAIL
012381         GO TO 8710-CARRY-ONE-EDIT-REJECT-EXIT
012391     END-IF.
012402     MOVE WS-RUN-ID TO ACK-RUN-ID.
012411     WRITE ACK-DETAIL-RECORD.
012421     ADD 1 TO WS-ACK-EDIT-COUNT.
012431     ADD 1 TO WS-ACK-REC-COUNT.
012441 8710-CARRY-ONE-EDIT-REJECT-EXIT.
012451     EXIT.
011700*--------------------------------------------------------------
011800* 9000-CLOSE-FILES
011900*--------------------------------------------------------------
012210     CLOSE DIVOUT.
012215     CLOSE DIVMSTR.
012220     CLOSE EXCPAGE.
012230     CLOSE ADJRPT.
012240     CLOSE ACKOUT.
012250     CLOSE DIVJRNL.
012260     IF WS-PERDCTL-PRESENT
012261         CLOSE PERDCTL
012262     END-IF.
012300 9000-CLOSE-FILES-EXIT.
012310     EXIT.
012400*--------------------------------------------------------------
