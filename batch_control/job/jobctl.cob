001848*                 TABLE AND THE DUPLICATE-RUN REFUSAL WAS
001849*                 SILENTLY DISARMED. THE TABLE NOW FEEDS THE
001851*                 MISSED-RUN CHECK ONLY.
001852* 2026-10-14 RH   STEPS NOW RUN BY FREQUENCY. EACH STEPDEF RECORD
001853*                 CARRIES A RUN FREQUENCY - DAILY, WEEKLY ON A
001854*                 GIVEN WEEKDAY, FIRST OR LAST BUSINESS DAY OF
001855*                 THE MONTH, OR ON REQUEST ONLY - AND CALDAYS
001856*                 MARKS EACH BUSINESS DAY'S WEEKDAY AND ITS
001857*                 FIRST/LAST PLACE IN THE MONTH. A STEP NOT DUE
001858*                 ON THE RUN DATE IS LOGGED TO JOBLOG AS NOT DUE,
001859*                 NOT BYPASSED, SO STEPDEF NO LONGER HAS TO BE
001860*                 EDITED AROUND THE WEEKLY AND MONTH-END RUNS.
001861*                 FORCE=STEPNAME (UP TO FIVE TOKENS) RUNS AN
001862*                 OFF-CYCLE OR ON-REQUEST STEP ANYWAY; A FORCE
001863*                 NAME NOT ON STEPDEF IS FATAL BEFORE ANY STEP
001864*                 RUNS. THE LEDGER RECORD CARRIES THE JOB STREAM
001865*                 THAT RAN - MONTH-END WHEN A FIRST OR LAST
001866*                 BUSINESS DAY STEP WAS DUE, ELSE WEEKLY WHEN A
001867*                 WEEKLY STEP WAS DUE, ELSE DAILY - AND THE
001868*                 NOT-DUE AND FORCED STEP COUNTS. A FULL CALENDAR
001869*                 TABLE NO LONGER STOPS THE CALDAYS READ, SO
001870*                 TODAY'S MARKS ARE ALWAYS FOUND.
001880*--------------------------------------------------------------
001900
001910 ENVIRONMENT DIVISION.
001920 INPUT-OUTPUT SECTION.
002440 77  WS-STEP-IX          PIC 9(04) COMP VALUE 0.
002450 77  WS-FAILED-COUNT     PIC 9(04) COMP VALUE 0.
002460 77  WS-RESTART-STEP     PIC X(08) VALUE SPACES.
002470 77  WS-PARM-LINE        PIC X(120) VALUE SPACES.
002480 77  WS-PARM-KEYWORD     PIC X(08) VALUE SPACES.
002490 77  WS-PARM-VALUE-X     PIC X(20) VALUE SPACES.
002495 77  WS-TOKEN-IX         PIC 9(04) COMP VALUE 0.
002496 77  WS-FORCE-COUNT      PIC 9(04) COMP VALUE 0.
002497 77  WS-FORCE-IX         PIC 9(04) COMP VALUE 0.
002498 77  WS-NOT-DUE-COUNT    PIC 9(04) COMP VALUE 0.
002499 77  WS-FORCED-COUNT     PIC 9(04) COMP VALUE 0.
002500
003200*--------------------------------------------------------------
003300* RETURN CODE WORK AREAS
003700 77  WS-STEP-RC          PIC S9(8) COMP VALUE 0.
003800
003810 01  WS-PARM-TOKENS.
003820     05  WS-PARM-TOKEN   PIC X(20) OCCURS 6 TIMES.
003822
003824 01  WS-FORCE-TABLE.
003826     05  WS-FORCE-NAME   PIC X(08) OCCURS 5 TIMES.
003830
003831*--------------------------------------------------------------
003832* PROCESSING CALENDAR WORK AREAS
003836 77  WS-LDGR-COUNT       PIC 9(04) COMP VALUE 0.
003837 77  WS-LDGR-IX          PIC 9(04) COMP VALUE 0.
003838 77  WS-MISSED-COUNT     PIC 9(04) COMP VALUE 0.
003841 77  WS-TODAY-WEEKDAY    PIC 9(01) VALUE 0.
003851 77  WS-DAY-INT          PIC 9(08) COMP VALUE 0.
003861 77  WS-DAY-QUOT         PIC 9(08) COMP VALUE 0.
003871 77  WS-DAY-REM          PIC 9(04) COMP VALUE 0.
003881
003891 01  WS-CAL-TABLE.
003901     05  WS-CAL-DATE     PIC 9(08) OCCURS 366 TIMES.
003910
003920 01  WS-LDGR-TABLE.
003930     05  WS-LDGR-DATE    PIC 9(08) OCCURS 1000 TIMES.
003940
003840 01  WS-STEP-TABLE.
003850     05  WS-STEP-ENTRY OCCURS 20 TIMES.
003860         10  WS-TBL-NAME         PIC X(08).
003890         10  WS-TBL-AFTER-FAIL   PIC X(01).
003895         10  WS-TBL-RC           PIC 9(04).
003896         10  WS-TBL-STATUS       PIC X(08).
003897         10  WS-TBL-FREQUENCY    PIC X(01).
003898         10  WS-TBL-WEEKDAY      PIC 9(01).
003899         10  WS-TBL-FORCED       PIC X(01).
003900
004000 01  WS-SWITCHES.
004010     05  WS-FATAL-SW     PIC X(01) VALUE "N".
004179     05  WS-LDGR-FULL-SW PIC X(01) VALUE "N".
004181         88  WS-LDGR-FULL-WARNED     VALUE "Y".
004182         88  WS-LDGR-NOT-WARNED      VALUE "N".
004183     05  WS-CAL-SW       PIC X(01) VALUE "N".
004184         88  WS-CAL-PRESENT          VALUE "Y".
004185         88  WS-CAL-ABSENT           VALUE "N".
004186     05  WS-CAL-FULL-SW  PIC X(01) VALUE "N".
004187         88  WS-CAL-FULL-WARNED      VALUE "Y".
004188         88  WS-CAL-NOT-WARNED       VALUE "N".
004189     05  WS-TODAY-CAL-SW PIC X(01) VALUE "N".
004190         88  WS-TODAY-ON-CAL         VALUE "Y".
004191         88  WS-TODAY-NOT-ON-CAL     VALUE "N".
004192     05  WS-TODAY-FIRST-SW PIC X(01) VALUE "N".
004193         88  WS-TODAY-FIRST-BUS      VALUE "Y".
004194         88  WS-TODAY-NOT-FIRST-BUS  VALUE "N".
004195     05  WS-TODAY-LAST-SW PIC X(01) VALUE "N".
004196         88  WS-TODAY-LAST-BUS       VALUE "Y".
004197         88  WS-TODAY-NOT-LAST-BUS   VALUE "N".
004198     05  WS-STEP-DUE-SW  PIC X(01) VALUE "N".
004199         88  WS-STEP-DUE             VALUE "Y".
004200         88  WS-STEP-NOT-DUE         VALUE "N".
004210     05  WS-FORCE-HIT-SW PIC X(01) VALUE "N".
004220         88  WS-FORCE-HIT            VALUE "Y".
004230         88  WS-FORCE-NOT-HIT        VALUE "N".
004240     05  WS-STREAM-SW    PIC X(01) VALUE "D".
004250         88  WS-DAILY-STREAM         VALUE "D".
004260         88  WS-WEEKLY-STREAM        VALUE "W".
004270         88  WS-MONTH-END-STREAM     VALUE "M".
004280
004800 PROCEDURE DIVISION.
004900*--------------------------------------------------------------
005000* 0000-MAINLINE
005234         MOVE 8 TO RETURN-CODE
005235         GO TO 9999-EXIT
005236     END-IF.
005238
005239     PERFORM 0600-SET-SCHEDULE
005240         THRU 0600-SET-SCHEDULE-EXIT.
005242
005244     PERFORM 1000-LOAD-STEP-TABLE
005250         THRU 1000-LOAD-STEP-TABLE-EXIT.
005252     IF WS-NOT-FATAL
005254         PERFORM 1200-APPLY-FORCED-STEPS
005256             THRU 1200-APPLY-FORCED-STEPS-EXIT
005258     END-IF.
005260     IF WS-FATAL
005270         MOVE 16 TO RETURN-CODE
005280         GO TO 9999-EXIT
005290     END-IF.
005292
005294     PERFORM 1300-SET-JOB-STREAM
005296         THRU 1300-SET-JOB-STREAM-EXIT.
005300
005310     PERFORM 1500-OPEN-JOBLOG
005320         THRU 1500-OPEN-JOBLOG-EXIT.
006200     GO TO 9999-EXIT.
006300*--------------------------------------------------------------
006310* 0200-PARSE-RUN-PARM - RESTART=STEPNAME BYPASSES EVERY STEP
006320*                       AHEAD OF THE NAMED ONE. FORCE=STEPNAME
006330*                       RUNS A STEP THAT IS NOT DUE ON THE RUN
006332*                       DATE. OVERRIDE PASSES THE DUPLICATE-RUN
006334*                       CHECK. ANYTHING ELSE IS REPORTED AND
006336*                       IGNORED.
006340*--------------------------------------------------------------
006341 0200-PARSE-RUN-PARM.
006342     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
006343     MOVE SPACES TO WS-PARM-TOKENS.
006344     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
006345         INTO WS-PARM-TOKEN (1)
006346              WS-PARM-TOKEN (2)
006347              WS-PARM-TOKEN (3)
006348              WS-PARM-TOKEN (4)
006349              WS-PARM-TOKEN (5)
006350              WS-PARM-TOKEN (6).
006357     PERFORM 0210-APPLY-RUN-TOKEN
006358         THRU 0210-APPLY-RUN-TOKEN-EXIT
006359         VARYING WS-TOKEN-IX FROM 1 BY 1
006361         UNTIL WS-TOKEN-IX > 6.
006362 0200-PARSE-RUN-PARM-EXIT.
006363     EXIT.
006364
006377             MOVE WS-PARM-VALUE-X TO WS-RESTART-STEP
006378         WHEN WS-PARM-KEYWORD = "OVERRIDE"
006379             SET WS-OVERRIDE-GIVEN TO TRUE
006380         WHEN WS-PARM-KEYWORD = "FORCE"
006400             AND WS-PARM-VALUE-X NOT = SPACES
006410             IF WS-FORCE-COUNT < 5
006420                 ADD 1 TO WS-FORCE-COUNT
006430                 MOVE WS-PARM-VALUE-X
006440                     TO WS-FORCE-NAME (WS-FORCE-COUNT)
006450             ELSE
006460                 DISPLAY "JOBCTL - MORE THAN 5 FORCE= TOKENS - "
006470                     WS-PARM-TOKEN (WS-TOKEN-IX) " NOT TAKEN"
006480                 SET WS-FATAL TO TRUE
006490             END-IF
006500         WHEN OTHER
006510             DISPLAY "JOBCTL - PARM TOKEN IGNORED: "
006520                 WS-PARM-TOKEN (WS-TOKEN-IX)
006530     END-EVALUATE.
006382 0210-APPLY-RUN-TOKEN-EXIT.
006383     EXIT.
006384
006406         THRU 0510-LOAD-ONE-CAL-DAY-EXIT
006407         UNTIL WS-CALDAYS-EOF.
006408     CLOSE CALDAYS.
006409     SET WS-CAL-PRESENT TO TRUE.
006410
006411     OPEN INPUT RUNLDGR.
006412     IF WS-RUNLDGR-STATUS NOT = "00"
006413         DISPLAY "JOBCTL - NO RUN LEDGER YET - "
006438     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE = 0
006439         GO TO 0510-LOAD-ONE-CAL-DAY-EXIT
006441     END-IF.
006451     IF CAL-DATE = WS-RUN-DATE
006461         PERFORM 0515-TAKE-TODAYS-MARKS
006471             THRU 0515-TAKE-TODAYS-MARKS-EXIT
006481     END-IF.
006540     IF WS-CAL-COUNT NOT < 366
006550         IF WS-CAL-NOT-WARNED
006560             DISPLAY "JOBCTL - CALENDAR TABLE FULL AT 366 - "
006570                 "LATER DAYS NOT IN THE MISSED-RUN CHECK"
006580             SET WS-CAL-FULL-WARNED TO TRUE
006590         END-IF
006600         GO TO 0510-LOAD-ONE-CAL-DAY-EXIT
006610     END-IF.
006620     ADD 1 TO WS-CAL-COUNT.
006630     MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT).
006640 0510-LOAD-ONE-CAL-DAY-EXIT.
006650     EXIT.
006660
006670*--------------------------------------------------------------
006680* 0515-TAKE-TODAYS-MARKS - THE RUN DATE IS A CALENDAR BUSINESS
006690*                          DAY. KEEP ITS WEEKDAY AND WHETHER IT
006700*                          IS THE FIRST OR LAST BUSINESS DAY OF
006710*                          ITS MONTH FOR THE STEP SCHEDULE.
006720*--------------------------------------------------------------
006730 0515-TAKE-TODAYS-MARKS.
006740     SET WS-TODAY-ON-CAL TO TRUE.
006750     IF CAL-WEEKDAY IS NUMERIC
006760         AND CAL-WEEKDAY > 0 AND CAL-WEEKDAY < 8
006770         MOVE CAL-WEEKDAY TO WS-TODAY-WEEKDAY
006780     END-IF.
006790     IF CAL-FIRST-BUS-DAY
006800         SET WS-TODAY-FIRST-BUS TO TRUE
006810     END-IF.
006820     IF CAL-LAST-BUS-DAY
006830         SET WS-TODAY-LAST-BUS TO TRUE
006840     END-IF.
006850 0515-TAKE-TODAYS-MARKS-EXIT.
006860     EXIT.
006870
006880*--------------------------------------------------------------
006890* 0520-LOAD-ONE-LEDGER-DAY - THE LEDGER IS APPENDED
006900*                            CHRONOLOGICALLY, SO TODAY'S CLEAN
006910*                            RECORD - THE NEWEST - IS MATCHED
006920*                            HERE AS EACH RECORD IS READ, NOT
006930*                            FROM THE CAPPED TABLE. THE TABLE
006940*                            FEEDS THE MISSED-RUN CHECK ONLY.
006950*--------------------------------------------------------------
006960 0520-LOAD-ONE-LEDGER-DAY.
006970     READ RUNLDGR
006980         AT END
006990             SET WS-LDGRIN-EOF TO TRUE
007000             GO TO 0520-LOAD-ONE-LEDGER-DAY-EXIT
007010     END-READ.
007020     IF LDGR-RUN-DATE = WS-RUN-DATE
007030         AND LDGR-STATUS = "CLEAN"
007040         SET WS-TODAY-CLEAN TO TRUE
007050     END-IF.
007060     IF WS-LDGR-COUNT NOT < 1000
007070         IF WS-LDGR-NOT-WARNED
007080             DISPLAY "JOBCTL - LEDGER TABLE FULL AT 1000 - "
007090                 "NEWER RUNS BEYOND IT NOT IN THE "
007100                 "MISSED-RUN CHECK"
007110             SET WS-LDGR-FULL-WARNED TO TRUE
007120         END-IF
007130         GO TO 0520-LOAD-ONE-LEDGER-DAY-EXIT
007140     END-IF.
007150     ADD 1 TO WS-LDGR-COUNT.
007160     MOVE LDGR-RUN-DATE TO WS-LDGR-DATE (WS-LDGR-COUNT).
007170 0520-LOAD-ONE-LEDGER-DAY-EXIT.
006476     EXIT.
006477
006478 0530-CHECK-DUPLICATE-RUN.
006548     END-IF.
006549 0570-MATCH-LEDGER-DAY-EXIT.
006551     EXIT.
006561
006571*--------------------------------------------------------------
006581* 0600-SET-SCHEDULE - SETTLE WHAT KIND OF DAY THE RUN DATE IS.
006591*                     A WEEKDAY THE CALENDAR DID NOT GIVE IS
006626*                     WORKED OUT FROM THE DATE (DAY 1 OF THE
006631*                     INTEGER DATE COUNT WAS A MONDAY). FIRST AND
006641*                     LAST BUSINESS DAY COME ONLY FROM CALDAYS.
006651*--------------------------------------------------------------
006661 0600-SET-SCHEDULE.
006671     IF WS-TODAY-WEEKDAY = 0
006681         COMPUTE WS-DAY-INT =
006691             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
006701         DIVIDE WS-DAY-INT BY 7
006711             GIVING WS-DAY-QUOT
006721             REMAINDER WS-DAY-REM
006731         IF WS-DAY-REM = 0
006741             MOVE 7 TO WS-TODAY-WEEKDAY
006751         ELSE
006761             MOVE WS-DAY-REM TO WS-TODAY-WEEKDAY
006771         END-IF
006781     END-IF.
006791     IF WS-CAL-ABSENT
006801         DISPLAY "JOBCTL - NO CALDAYS CALENDAR - FIRST AND LAST "
006811             "BUSINESS DAY STEPS ARE NOT DUE"
006821     ELSE
006831         IF WS-TODAY-NOT-ON-CAL
006841             DISPLAY "JOBCTL - RUN DATE " WS-RUN-DATE
006851                 " IS NOT A CALDAYS BUSINESS DAY"
006861         END-IF
006871     END-IF.
006881     DISPLAY "JOBCTL - SCHEDULE DATE " WS-RUN-DATE
006891         " WEEKDAY " WS-TODAY-WEEKDAY
006901         " FIRST BUS DAY " WS-TODAY-FIRST-SW
006911         " LAST BUS DAY " WS-TODAY-LAST-SW.
006921 0600-SET-SCHEDULE-EXIT.
006931     EXIT.
006941
006951*--------------------------------------------------------------
006961* 1000-LOAD-STEP-TABLE - LOAD EVERY STEPDEF RECORD IN ORDER.
006387*                        NO STEPDEF, AN EMPTY ONE, OR MORE
006388*                        THAN 20 STEPS IS FATAL - THE JOB HAS
006389*                        NO SAFE DEFINITION TO RUN. SO IS A
006390*                        STEP WITH AN UNKNOWN FREQUENCY, OR
006391*                        A WEEKLY STEP WITH NO WEEKDAY.
006392*--------------------------------------------------------------
006393 1000-LOAD-STEP-TABLE.
006394     OPEN INPUT STEPDEF.
006395     IF WS-STEPDEF-STATUS NOT = "00"
006396         DISPLAY "JOBCTL - UNABLE TO OPEN STEPDEF, STATUS = "
006397             WS-STEPDEF-STATUS
006398         SET WS-FATAL TO TRUE
006399         GO TO 1000-LOAD-STEP-TABLE-EXIT
006400     END-IF.
006401
006402     SET WS-STEPDEF-NOT-EOF TO TRUE.
006403     PERFORM 1100-LOAD-ONE-STEP
006404         THRU 1100-LOAD-ONE-STEP-EXIT
006405         UNTIL WS-STEPDEF-EOF OR WS-FATAL.
006406     CLOSE STEPDEF.
006407
006408     IF WS-STEP-COUNT = 0 AND WS-NOT-FATAL
006409         DISPLAY "JOBCTL - STEPDEF IS EMPTY - NOTHING TO RUN"
006410         SET WS-FATAL TO TRUE
006411     END-IF.
006412 1000-LOAD-STEP-TABLE-EXIT.
006413     EXIT.
006425         SET WS-FATAL TO TRUE
006426         GO TO 1100-LOAD-ONE-STEP-EXIT
006427     END-IF.
006431     IF STEP-FREQUENCY NOT = "D" AND NOT = SPACE
006441         AND NOT = "W" AND NOT = "F" AND NOT = "L" AND NOT = "R"
006451         DISPLAY "JOBCTL - STEP " STEP-NAME
006462             " HAS UNKNOWN RUN FREQUENCY " STEP-FREQUENCY
006471         SET WS-FATAL TO TRUE
006481         GO TO 1100-LOAD-ONE-STEP-EXIT
006491     END-IF.
006552     IF STEP-RUNS-WEEKLY
006562         AND (STEP-RUN-WEEKDAY IS NOT NUMERIC
006572              OR STEP-RUN-WEEKDAY = 0 OR STEP-RUN-WEEKDAY > 7)
006582         DISPLAY "JOBCTL - WEEKLY STEP " STEP-NAME
006592             " HAS NO RUN WEEKDAY 1-7"
006627         SET WS-FATAL TO TRUE
006632         GO TO 1100-LOAD-ONE-STEP-EXIT
006642     END-IF.
006652     ADD 1 TO WS-STEP-COUNT.
006662     MOVE STEP-NAME TO WS-TBL-NAME (WS-STEP-COUNT).
006672     MOVE STEP-COMMAND TO WS-TBL-CMD (WS-STEP-COUNT).
006682     MOVE STEP-MAX-RC TO WS-TBL-MAX-RC (WS-STEP-COUNT).
006692     MOVE STEP-RUN-AFTER-FAIL
006702         TO WS-TBL-AFTER-FAIL (WS-STEP-COUNT).
006712     MOVE 0 TO WS-TBL-RC (WS-STEP-COUNT).
006722     MOVE SPACES TO WS-TBL-STATUS (WS-STEP-COUNT).
006732     MOVE STEP-FREQUENCY TO WS-TBL-FREQUENCY (WS-STEP-COUNT).
006742     IF STEP-RUNS-WEEKLY
006752         MOVE STEP-RUN-WEEKDAY TO WS-TBL-WEEKDAY (WS-STEP-COUNT)
006762     ELSE
006772         MOVE 0 TO WS-TBL-WEEKDAY (WS-STEP-COUNT)
006782     END-IF.
006792     MOVE "N" TO WS-TBL-FORCED (WS-STEP-COUNT).
006802 1100-LOAD-ONE-STEP-EXIT.
006812     EXIT.
006822
006832*--------------------------------------------------------------
006842* 1200-APPLY-FORCED-STEPS - MARK EACH STEP THE OPERATOR NAMED
006852*                           ON A FORCE= TOKEN. A NAME THAT IS NOT
006862*                           ON STEPDEF IS FATAL - THE OPERATOR
006872*                           MEANT SOME STEP TO RUN AND IT WOULD
006882*                           NOT.
006892*--------------------------------------------------------------
006902 1200-APPLY-FORCED-STEPS.
006912     PERFORM 1210-APPLY-ONE-FORCE
006922         THRU 1210-APPLY-ONE-FORCE-EXIT
006932         VARYING WS-FORCE-IX FROM 1 BY 1
006942         UNTIL WS-FORCE-IX > WS-FORCE-COUNT.
006952 1200-APPLY-FORCED-STEPS-EXIT.
006962     EXIT.
006971
006981 1210-APPLY-ONE-FORCE.
006991     SET WS-FORCE-NOT-HIT TO TRUE.
007001     PERFORM 1220-MATCH-FORCED-STEP
007011         THRU 1220-MATCH-FORCED-STEP-EXIT
007021         VARYING WS-STEP-IX FROM 1 BY 1
007031         UNTIL WS-STEP-IX > WS-STEP-COUNT.
007041     IF WS-FORCE-NOT-HIT
007051         DISPLAY "JOBCTL - FORCE STEP "
007061             WS-FORCE-NAME (WS-FORCE-IX)
007071             " NOT FOUND IN STEPDEF - NOTHING WAS RUN"
007081         SET WS-FATAL TO TRUE
007091     END-IF.
007101 1210-APPLY-ONE-FORCE-EXIT.
007111     EXIT.
007121
007131 1220-MATCH-FORCED-STEP.
007141     IF WS-TBL-NAME (WS-STEP-IX) = WS-FORCE-NAME (WS-FORCE-IX)
007151         MOVE "Y" TO WS-TBL-FORCED (WS-STEP-IX)
007161         SET WS-FORCE-HIT TO TRUE
007171     END-IF.
007180 1220-MATCH-FORCED-STEP-EXIT.
007190     EXIT.
007200
007210*--------------------------------------------------------------
007220* 1300-SET-JOB-STREAM - NAME THE JOB STREAM FROM THE STEPS DUE
007230*                       ON THE RUN DATE, FORCED STEPS ASIDE:
007240*                       MONTH-END IF A FIRST OR LAST BUSINESS DAY
007250*                       STEP IS DUE, ELSE WEEKLY IF A WEEKLY STEP
007260*                       IS DUE, ELSE DAILY.
007270*--------------------------------------------------------------
007280 1300-SET-JOB-STREAM.
007290     SET WS-DAILY-STREAM TO TRUE.
007300     PERFORM 1310-STREAM-ONE-STEP
007310         THRU 1310-STREAM-ONE-STEP-EXIT
007320         VARYING WS-STEP-IX FROM 1 BY 1
007330         UNTIL WS-STEP-IX > WS-STEP-COUNT.
007340     EVALUATE TRUE
007350         WHEN WS-MONTH-END-STREAM
007360             DISPLAY "JOBCTL - JOB STREAM: MONTH-END"
007370         WHEN WS-WEEKLY-STREAM
007380             DISPLAY "JOBCTL - JOB STREAM: WEEKLY"
007390         WHEN OTHER
007400             DISPLAY "JOBCTL - JOB STREAM: DAILY"
007410     END-EVALUATE.
007420 1300-SET-JOB-STREAM-EXIT.
007430     EXIT.
007440
007450 1310-STREAM-ONE-STEP.
007460     PERFORM 2100-CHECK-STEP-DUE
007470         THRU 2100-CHECK-STEP-DUE-EXIT.
007480     IF WS-STEP-NOT-DUE
007490         GO TO 1310-STREAM-ONE-STEP-EXIT
007500     END-IF.
007510     IF WS-TBL-FREQUENCY (WS-STEP-IX) = "F" OR "L"
007520         SET WS-MONTH-END-STREAM TO TRUE
007530     END-IF.
007540     IF WS-TBL-FREQUENCY (WS-STEP-IX) = "W"
007550         AND WS-DAILY-STREAM
007560         SET WS-WEEKLY-STREAM TO TRUE
007570     END-IF.
007580 1310-STREAM-ONE-STEP-EXIT.
007590     EXIT.
007600
007610*--------------------------------------------------------------
007620* 1500-OPEN-JOBLOG - APPEND TO THE STEP LOG, CREATING IT ON
007630*                    THE FIRST EXECUTION
007640*--------------------------------------------------------------
007650 1500-OPEN-JOBLOG.
007660     OPEN EXTEND JOBLOG.
007670     IF WS-JOBLOG-STATUS NOT = "00"
007680         OPEN OUTPUT JOBLOG
007690         IF WS-JOBLOG-STATUS NOT = "00"
007700             DISPLAY "JOBCTL - UNABLE TO OPEN JOBLOG, STATUS = "
007710                 WS-JOBLOG-STATUS
007720             SET WS-FATAL TO TRUE
007730         END-IF
007740     END-IF.
007750 1500-OPEN-JOBLOG-EXIT.
007760     EXIT.
007770
007780*--------------------------------------------------------------
007790* 2000-RUN-ONE-STEP - DISPOSE OF ONE TABLE ENTRY: LOG IT NOT
007800*                     DUE (FREQUENCY, NO FORCE), BYPASS IT
007810*                     (OPERATOR RESTART), SKIP IT (PREDECESSOR
007820*                     RULE), OR RUN IT AND JUDGE THE CAPTURED
007830*                     RC AGAINST THE STEP'S OWN CEILING. EVERY
007840*                     DISPOSITION WRITES A JOBLOG RECORD.
007850*--------------------------------------------------------------
007860 2000-RUN-ONE-STEP.
007870     MOVE WS-TBL-NAME (WS-STEP-IX) TO JOBL-STEP-NAME.
007880     ACCEPT JOBL-START-DATE FROM DATE YYYYMMDD.
007890     ACCEPT JOBL-START-TIME FROM TIME.
007900     PERFORM 2100-CHECK-STEP-DUE
007910         THRU 2100-CHECK-STEP-DUE-EXIT.
007920
007930     IF WS-BYPASSING
007940         IF WS-TBL-NAME (WS-STEP-IX) = WS-RESTART-STEP
007950             SET WS-NOT-BYPASSING TO TRUE
007960             SET WS-RESTART-HIT TO TRUE
007970         ELSE
007980             IF WS-STEP-DUE OR WS-TBL-FORCED (WS-STEP-IX) = "Y"
007990                 MOVE "BYPASSED" TO WS-TBL-STATUS (WS-STEP-IX)
008000             ELSE
008010                 MOVE "NOT DUE" TO WS-TBL-STATUS (WS-STEP-IX)
008020                 ADD 1 TO WS-NOT-DUE-COUNT
008030             END-IF
008040             PERFORM 2500-WRITE-JOBLOG-RECORD
008050                 THRU 2500-WRITE-JOBLOG-RECORD-EXIT
008060             GO TO 2000-RUN-ONE-STEP-EXIT
008070         END-IF
008080     END-IF.
008090
008100     IF WS-STEP-NOT-DUE
008110         AND WS-TBL-FORCED (WS-STEP-IX) NOT = "Y"
008120         MOVE "NOT DUE" TO WS-TBL-STATUS (WS-STEP-IX)
008130         ADD 1 TO WS-NOT-DUE-COUNT
008140         PERFORM 2500-WRITE-JOBLOG-RECORD
008150             THRU 2500-WRITE-JOBLOG-RECORD-EXIT
008160         GO TO 2000-RUN-ONE-STEP-EXIT
008170     END-IF.
008180
008190     IF WS-JOB-FAILED
008200         AND WS-TBL-AFTER-FAIL (WS-STEP-IX) = "N"
008210         MOVE "SKIPPED" TO WS-TBL-STATUS (WS-STEP-IX)
008220         PERFORM 2500-WRITE-JOBLOG-RECORD
008230             THRU 2500-WRITE-JOBLOG-RECORD-EXIT
008240         GO TO 2000-RUN-ONE-STEP-EXIT
008250     END-IF.
008260
008270     IF WS-STEP-NOT-DUE
008280         DISPLAY "JOBCTL - " WS-TBL-NAME (WS-STEP-IX)
008290             " NOT DUE TODAY - RUN BY OPERATOR FORCE"
008300         ADD 1 TO WS-FORCED-COUNT
008310     END-IF.
008320     DISPLAY "JOBCTL - RUNNING " WS-TBL-NAME (WS-STEP-IX).
008330     PERFORM 2200-BUILD-STEP-COMMAND
008340         THRU 2200-BUILD-STEP-COMMAND-EXIT.
008350     CALL "SYSTEM" USING WS-CMD-WORK.
008360     MOVE RETURN-CODE TO WS-RAW-RC.
006498     MOVE 0 TO RETURN-CODE.
006499     DIVIDE WS-RAW-RC BY 256
006501         GIVING WS-STEP-RC
006519     PERFORM 2500-WRITE-JOBLOG-RECORD
006521         THRU 2500-WRITE-JOBLOG-RECORD-EXIT.
006522 2000-RUN-ONE-STEP-EXIT.
006524     EXIT.
006553
006554*--------------------------------------------------------------
006555* 2100-CHECK-STEP-DUE - IS THE STEP DUE ON THE RUN DATE BY ITS
006556*                       FREQUENCY ALONE. ON-REQUEST STEPS ARE
006557*                       NEVER DUE; THEY RUN ONLY WHEN FORCED.
006558*--------------------------------------------------------------
006559 2100-CHECK-STEP-DUE.
006563     SET WS-STEP-NOT-DUE TO TRUE.
006564     EVALUATE WS-TBL-FREQUENCY (WS-STEP-IX)
006565         WHEN "D"
006566         WHEN SPACE
006567             SET WS-STEP-DUE TO TRUE
006568         WHEN "W"
006569             IF WS-TBL-WEEKDAY (WS-STEP-IX) = WS-TODAY-WEEKDAY
006573                 SET WS-STEP-DUE TO TRUE
006574             END-IF
006575         WHEN "F"
006576             IF WS-TODAY-FIRST-BUS
006577                 SET WS-STEP-DUE TO TRUE
006578             END-IF
006579         WHEN "L"
006583             IF WS-TODAY-LAST-BUS
006584                 SET WS-STEP-DUE TO TRUE
006585             END-IF
006586     END-EVALUATE.
006587 2100-CHECK-STEP-DUE-EXIT.
006588     EXIT.
006589
006601*--------------------------------------------------------------
006602* 2200-BUILD-STEP-COMMAND - APPEND THE JOB RUN ID TO THE STEP
006603*                           COMMAND AS A RUNID= TOKEN SO THE
010420         THRU 9100-SUMMARIZE-ONE-STEP-EXIT
010430         VARYING WS-STEP-IX FROM 1 BY 1
010440         UNTIL WS-STEP-IX > WS-STEP-COUNT.
010442     IF WS-NOT-DUE-COUNT > 0 OR WS-FORCED-COUNT > 0
010444         DISPLAY "STEPS NOT DUE: " WS-NOT-DUE-COUNT
010446             "  RUN BY FORCE: " WS-FORCED-COUNT
010448     END-IF.
010450
011900     IF WS-FAILED-COUNT = 0
012000         DISPLAY "OVERALL: ALL STEPS CLEAN"
012792     MOVE WS-RUN-TIME TO LDGR-RUN-TIME.
012793     MOVE WS-STEP-COUNT TO LDGR-STEP-COUNT.
012794     MOVE WS-FAILED-COUNT TO LDGR-FAILED-COUNT.
012801     MOVE WS-STREAM-SW TO LDGR-STREAM.
012810     MOVE WS-NOT-DUE-COUNT TO LDGR-NOT-DUE-COUNT.
012820     MOVE WS-FORCED-COUNT TO LDGR-FORCED-COUNT.
012830     IF WS-FAILED-COUNT = 0
012840         MOVE "CLEAN" TO LDGR-STATUS
012850     ELSE
012860         MOVE "FAILED" TO LDGR-STATUS
012870     END-IF.
012880     WRITE LDGR-RECORD.
012890     CLOSE RUNLDGR.
012901 9500-WRITE-LEDGER-RECORD-EXIT.
012910     EXIT.
012800*--------------------------------------------------------------
012900* 9999-EXIT - COMMON PROGRAM EXIT
013000*--------------------------------------------------------------
