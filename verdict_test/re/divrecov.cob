000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DIVRECOV.
000300 AUTHOR.         R HALVORSEN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   2026-10-09.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-09 RH   ORIGINAL VERSION. FORWARD RECOVERY FOR THE
001100*                 DIVMSTR RESULTS MASTER FROM THE DIVJRNL
001200*                 POSTING JOURNAL THE CALCULATION ENGINE WRITES.
001300*                 THE JOURNAL'S AFTER IMAGES ARE REPLAYED IN
001400*                 ORDER INTO THE DIVMWRK SCRATCH MASTER, UP TO
001500*                 AND INCLUDING THE RUN NAMED BY UPTO=RUNID
001600*                 (DEFAULT THE WHOLE JOURNAL). MODE=REBUILD THEN
001700*                 RELOADS DIVMSTR FROM THE REPLAY; MODE=VERIFY
001800*                 (THE DEFAULT) LEAVES DIVMSTR ALONE AND PRINTS
001900*                 EVERY RECORD ID WHERE THE MASTER AND THE
002000*                 JOURNAL DISAGREE ON RECOVRPT. A JOURNAL RECORD
002100*                 WHOSE BEFORE IMAGE IS NOT WHAT THE REPLAY HOLDS
002200*                 FOR THAT ID MEANS PART OF THE JOURNAL IS
002300*                 MISSING AND IS PRINTED AS A GAP. HSKPURGE MOVES
002400*                 OLD JOURNAL RECORDS TO DIVJRNL.AYYYYMMDD
002500*                 ARCHIVES; TO REPLAY PAST A PURGE, CONCATENATE
002600*                 THE ARCHIVES, OLDEST FIRST, AHEAD OF THE LIVE
002700*                 JOURNAL ON THE DIVJRNL DD. DISAGREEMENTS OR
002800*                 GAPS END THE RUN WITH RETURN CODE 4; A BAD
002900*                 PARM, A FILE THAT WILL NOT OPEN, OR A REBUILD
003000*                 FROM AN EMPTY REPLAY OR ONE WITH GAPS IS RETURN
003100*                 CODE 16 AND LEAVES DIVMSTR UNTOUCHED.
003200*--------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DIVJRNL ASSIGN TO "DIVJRNL"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-DIVJRNL-STATUS.
004000     SELECT DIVMSTR ASSIGN TO "DIVMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DIVM-REC-ID
004400         FILE STATUS IS WS-DIVMSTR-STATUS.
004500     SELECT DIVMWRK ASSIGN TO "DIVMWRK"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DIVW-REC-ID
004900         FILE STATUS IS WS-DIVMWRK-STATUS.
005000     SELECT RECOVRPT ASSIGN TO "RECOVRPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RECOVRPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DIVJRNL
005700     RECORDING MODE IS F
005800     BLOCK CONTAINS 0 RECORDS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DIVJREC.
006100
006200 FD  DIVMSTR
006300     RECORDING MODE IS F
006400     BLOCK CONTAINS 0 RECORDS
006500     LABEL RECORDS ARE STANDARD.
006600     COPY DIVMREC.
006700
006800*--------------------------------------------------------------
006900* DIVMWRK - SCRATCH MASTER THE JOURNAL IS REPLAYED INTO. SAME
007000*      LAYOUT AS DIVMREC FIELD FOR FIELD.
007100*--------------------------------------------------------------
007200 FD  DIVMWRK
007300     RECORDING MODE IS F
007400     BLOCK CONTAINS 0 RECORDS
007500     LABEL RECORDS ARE STANDARD.
007600 01  DIVMWRK-RECORD.
007700     05  DIVW-REC-ID             PIC 9(08).
007800     05  DIVW-DIVIDEND           PIC 9(08).
007900     05  DIVW-DIVISOR            PIC 9(08).
008000     05  DIVW-QUOTIENT           PIC S9(08)V9(04).
008100     05  DIVW-REMAINDER          PIC 9(08).
008200     05  DIVW-RUN-ID             PIC 9(16).
008300     05  DIVW-OPCODE             PIC X(01).
008400     05  DIVW-STATUS             PIC X(01).
008500
008600 FD  RECOVRPT
008700     RECORDING MODE IS F
008800     BLOCK CONTAINS 0 RECORDS
008900     LABEL RECORDS ARE STANDARD.
009000 01  RECOVRPT-LINE               PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300*--------------------------------------------------------------
009400* RECOVERY WORK AREAS
009500*--------------------------------------------------------------
009600 01  WS-DIVJRNL-STATUS           PIC X(02) VALUE SPACES.
009700 01  WS-DIVMSTR-STATUS           PIC X(02) VALUE SPACES.
009800 01  WS-DIVMWRK-STATUS           PIC X(02) VALUE SPACES.
009900 01  WS-RECOVRPT-STATUS          PIC X(02) VALUE SPACES.
010000 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
010100 01  WS-UPTO-RUN-ID              PIC 9(16) VALUE 9999999999999999.
010200 01  WS-MODE                     PIC X(08) VALUE "VERIFY".
010300     88  WS-MODE-REBUILD             VALUE "REBUILD".
010400     88  WS-MODE-VERIFY              VALUE "VERIFY".
010500 01  WS-MSTR-KEY                 PIC X(08) VALUE SPACES.
010600 01  WS-WORK-KEY                 PIC X(08) VALUE SPACES.
010700*
010800 01  WS-JRNL-READ-COUNT          PIC 9(08) COMP VALUE 0.
010900 01  WS-JRNL-APPLIED-COUNT       PIC 9(08) COMP VALUE 0.
011000 01  WS-JRNL-LATER-COUNT         PIC 9(08) COMP VALUE 0.
011100 01  WS-GAP-COUNT                PIC 9(08) COMP VALUE 0.
011200 01  WS-REPLAY-ID-COUNT          PIC 9(08) COMP VALUE 0.
011300 01  WS-LOADED-COUNT             PIC 9(08) COMP VALUE 0.
011400 01  WS-AGREE-COUNT              PIC 9(08) COMP VALUE 0.
011500 01  WS-DIFFER-COUNT             PIC 9(08) COMP VALUE 0.
011600 01  WS-MASTER-ONLY-COUNT        PIC 9(08) COMP VALUE 0.
011700 01  WS-JOURNAL-ONLY-COUNT       PIC 9(08) COMP VALUE 0.
011800*
011900 01  WS-PARM-LINE                PIC X(60) VALUE SPACES.
012000 01  WS-PARM-KEYWORD             PIC X(08) VALUE SPACES.
012100 01  WS-PARM-VALUE-X             PIC X(16) VALUE SPACES.
012200 01  WS-PARM-NUMBER              PIC 9(16) COMP VALUE 0.
012300 01  WS-ONE-DIGIT                PIC 9(01) VALUE 0.
012400 01  WS-TOKEN-IX                 PIC 9(04) COMP VALUE 0.
012500 01  WS-DIGIT-IX                 PIC 9(04) COMP VALUE 0.
012600*
012700 01  WS-PARM-TOKENS.
012800     05  WS-PARM-TOKEN           PIC X(24) OCCURS 3 TIMES.
012900*
013000 01  WS-SWITCHES.
013100     05  WS-FATAL-SW             PIC X(01) VALUE "N".
013200         88  WS-FATAL                     VALUE "Y".
013300         88  WS-NOT-FATAL                 VALUE "N".
013400     05  WS-PARM-NUM-SW          PIC X(01) VALUE "Y".
013500         88  WS-PARM-NUM-GOOD             VALUE "Y".
013600         88  WS-PARM-NUM-BAD              VALUE "N".
013700     05  WS-DIVJRNL-EOF-SW       PIC X(01) VALUE "N".
013800         88  WS-DIVJRNL-EOF               VALUE "Y".
013900         88  WS-DIVJRNL-NOT-EOF           VALUE "N".
014000     05  WS-DIVMWRK-EOF-SW       PIC X(01) VALUE "N".
014100         88  WS-DIVMWRK-EOF               VALUE "Y".
014200         88  WS-DIVMWRK-NOT-EOF           VALUE "N".
014300     05  WS-REPLAY-KEY-SW        PIC X(01) VALUE "N".
014400         88  WS-REPLAY-ON-FILE            VALUE "Y".
014500         88  WS-REPLAY-NEW-KEY            VALUE "N".
014600*
014700*--------------------------------------------------------------
014800* RECOVERY REPORT LINES
014900*--------------------------------------------------------------
015000 01  RCV-HEADING-1.
015100     05  FILLER                  PIC X(40) VALUE
015200         "DIVRECOV - DIVMSTR JOURNAL RECOVERY  ON ".
015300     05  RCV-H1-DATE             PIC 9(08).
015400     05  FILLER                  PIC X(07) VALUE "  MODE ".
015500     05  RCV-H1-MODE             PIC X(08).
015600     05  FILLER                  PIC X(12) VALUE "  UP TO RUN ".
015700     05  RCV-H1-UPTO             PIC 9(16).
015800 01  RCV-HEADING-2.
015900     05  FILLER                  PIC X(40) VALUE
016000         "RECORD ID  SIDE     OP DIVIDEND  DIVISOR".
016100     05  FILLER                  PIC X(40) VALUE
016200         "          RESULT  REMAINDER  ST  RUN ID ".
016300     05  FILLER                  PIC X(18) VALUE
016400         "           FINDING".
016500 01  RCV-DETAIL-LINE.
016600     05  RCV-DTL-ID              PIC 9(08).
016700     05  FILLER                  PIC X(03) VALUE SPACES.
016800     05  RCV-DTL-SIDE            PIC X(07).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  RCV-DTL-OP              PIC X(01).
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  RCV-DTL-DIVIDEND        PIC Z(07)9.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  RCV-DTL-DIVISOR         PIC Z(07)9.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  RCV-DTL-RESULT          PIC -(08)9.9(04).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  RCV-DTL-REMAINDER       PIC Z(07)9.
017900     05  FILLER                  PIC X(03) VALUE SPACES.
018000     05  RCV-DTL-STATUS          PIC X(01).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  RCV-DTL-RUN-ID          PIC 9(16).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  RCV-DTL-FINDING         PIC X(30).
018500 01  RCV-GAP-LINE.
018600     05  FILLER                  PIC X(22) VALUE
018700         "*** JOURNAL GAP AT ID ".
018800     05  RCV-GAP-ID              PIC 9(08).
018900     05  FILLER                  PIC X(06) VALUE " RUN ".
019000     05  RCV-GAP-RUN-ID          PIC 9(16).
019100     05  FILLER                  PIC X(06) VALUE " SEQ ".
019200     05  RCV-GAP-SEQ             PIC 9(08).
019300     05  FILLER                  PIC X(38) VALUE
019400         " - BEFORE IMAGE DOES NOT MATCH REPLAY".
019500 01  RCV-TOTAL-LINE.
019600     05  RCV-TOT-LABEL           PIC X(24).
019700     05  RCV-TOT-COUNT           PIC Z(08)9.
019800*
019900 PROCEDURE DIVISION.
020000*--------------------------------------------------------------
020100* 0000-MAINLINE
020200*--------------------------------------------------------------
020300 0000-MAINLINE.
020400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020500     PERFORM 0200-PARSE-RUN-PARM
020600         THRU 0200-PARSE-RUN-PARM-EXIT.
020700     IF WS-FATAL
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 9999-EXIT
021000     END-IF.
021100
021200     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
021300     IF WS-FATAL
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 9999-EXIT
021600     END-IF.
021700
021800     PERFORM 2000-REPLAY-JOURNAL
021900         THRU 2000-REPLAY-JOURNAL-EXIT.
022000
022100     IF WS-MODE-REBUILD
022200         PERFORM 3000-REBUILD-MASTER
022300             THRU 3000-REBUILD-MASTER-EXIT
022400     ELSE
022500         PERFORM 4000-VERIFY-MASTER
022600             THRU 4000-VERIFY-MASTER-EXIT
022700     END-IF.
022800
022900     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
023000     CLOSE DIVJRNL.
023100     CLOSE DIVMWRK.
023200     CLOSE RECOVRPT.
023300     IF WS-FATAL
023400         MOVE 16 TO RETURN-CODE
023500     ELSE
023600         IF WS-GAP-COUNT > 0 OR WS-DIFFER-COUNT > 0
023700             OR WS-MASTER-ONLY-COUNT > 0
023800             OR WS-JOURNAL-ONLY-COUNT > 0
023900             MOVE 4 TO RETURN-CODE
024000         END-IF
024100     END-IF.
024200     GO TO 9999-EXIT.
024300
024400*--------------------------------------------------------------
024500* 0200-PARSE-RUN-PARM - MODE=REBUILD OR MODE=VERIFY (DEFAULT
024600*      VERIFY) AND UPTO=RUNID, THE LAST RUN TO REPLAY (DEFAULT
024700*      THE WHOLE JOURNAL). THE RUNID JOB CONTROL PASSES EVERY
024800*      STEP IS NOT NEEDED HERE. A BAD MODE OR UPTO IS FATAL -
024900*      A REBUILD IS NOT RUN ON A GUESS.
025000*--------------------------------------------------------------
025100 0200-PARSE-RUN-PARM.
025200     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
025300     MOVE SPACES TO WS-PARM-TOKENS.
025400     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
025500         INTO WS-PARM-TOKEN (1)
025600              WS-PARM-TOKEN (2)
025700              WS-PARM-TOKEN (3).
025800     PERFORM 0210-APPLY-RUN-TOKEN
025900         THRU 0210-APPLY-RUN-TOKEN-EXIT
026000         VARYING WS-TOKEN-IX FROM 1 BY 1
026100         UNTIL WS-TOKEN-IX > 3.
026200 0200-PARSE-RUN-PARM-EXIT.
026300     EXIT.
026400*
026500 0210-APPLY-RUN-TOKEN.
026600     IF WS-PARM-TOKEN (WS-TOKEN-IX) = SPACES
026700         GO TO 0210-APPLY-RUN-TOKEN-EXIT
026800     END-IF.
026900     MOVE SPACES TO WS-PARM-KEYWORD.
027000     MOVE SPACES TO WS-PARM-VALUE-X.
027100     UNSTRING WS-PARM-TOKEN (WS-TOKEN-IX) DELIMITED BY "="
027200         INTO WS-PARM-KEYWORD WS-PARM-VALUE-X.
027300     PERFORM 0220-CONVERT-PARM-NUMBER
027400         THRU 0220-CONVERT-PARM-NUMBER-EXIT.
027500
027600     EVALUATE TRUE
027700         WHEN WS-PARM-KEYWORD = "MODE"
027800             MOVE WS-PARM-VALUE-X TO WS-MODE
027900             IF NOT WS-MODE-REBUILD AND NOT WS-MODE-VERIFY
028000                 DISPLAY "DIVRECOV - MODE MUST BE REBUILD OR "
028100                     "VERIFY: " WS-PARM-TOKEN (WS-TOKEN-IX)
028200                 SET WS-FATAL TO TRUE
028300             END-IF
028400         WHEN WS-PARM-KEYWORD = "UPTO"
028500             IF WS-PARM-NUM-BAD OR WS-PARM-NUMBER = 0
028600                 DISPLAY "DIVRECOV - UPTO MUST BE A RUN ID: "
028700                     WS-PARM-TOKEN (WS-TOKEN-IX)
028800                 SET WS-FATAL TO TRUE
028900             ELSE
029000                 MOVE WS-PARM-NUMBER TO WS-UPTO-RUN-ID
029100             END-IF
029200         WHEN WS-PARM-KEYWORD = "RUNID"
029300             CONTINUE
029400         WHEN OTHER
029500             DISPLAY "DIVRECOV - PARM TOKEN IGNORED: "
029600                 WS-PARM-TOKEN (WS-TOKEN-IX)
029700     END-EVALUATE.
029800 0210-APPLY-RUN-TOKEN-EXIT.
029900     EXIT.
030000*
030100 0220-CONVERT-PARM-NUMBER.
030200     MOVE 0 TO WS-PARM-NUMBER.
030300     SET WS-PARM-NUM-GOOD TO TRUE.
030400     IF WS-PARM-VALUE-X = SPACES
030500         SET WS-PARM-NUM-BAD TO TRUE
030600         GO TO 0220-CONVERT-PARM-NUMBER-EXIT
030700     END-IF.
030800     PERFORM 0225-CONVERT-ONE-DIGIT
030900         THRU 0225-CONVERT-ONE-DIGIT-EXIT
031000         VARYING WS-DIGIT-IX FROM 1 BY 1
031100         UNTIL WS-DIGIT-IX > 16
031200             OR WS-PARM-VALUE-X (WS-DIGIT-IX:1) = SPACE
031300             OR WS-PARM-NUM-BAD.
031400 0220-CONVERT-PARM-NUMBER-EXIT.
031500     EXIT.
031600*
031700 0225-CONVERT-ONE-DIGIT.
031800     IF WS-PARM-VALUE-X (WS-DIGIT-IX:1) IS NUMERIC
031900         MOVE WS-PARM-VALUE-X (WS-DIGIT-IX:1) TO WS-ONE-DIGIT
032000         COMPUTE WS-PARM-NUMBER = WS-PARM-NUMBER * 10
032100             + WS-ONE-DIGIT
032200     ELSE
032300         SET WS-PARM-NUM-BAD TO TRUE
032400     END-IF.
032500 0225-CONVERT-ONE-DIGIT-EXIT.
032600     EXIT.
032700
032800*--------------------------------------------------------------
032900* 1000-OPEN-FILES - THE JOURNAL, A FRESH SCRATCH MASTER AND THE
033000*      REPORT. DIVMSTR ITSELF IS NOT OPENED UNTIL THE REPLAY HAS
033100*      FINISHED.
033200*--------------------------------------------------------------
033300 1000-OPEN-FILES.
033400     OPEN INPUT DIVJRNL.
033500     IF WS-DIVJRNL-STATUS NOT = "00"
033600         DISPLAY "DIVRECOV - UNABLE TO OPEN DIVJRNL, STATUS = "
033700             WS-DIVJRNL-STATUS
033800         SET WS-FATAL TO TRUE
033900         GO TO 1000-OPEN-FILES-EXIT
034000     END-IF.
034100     OPEN OUTPUT DIVMWRK.
034200     IF WS-DIVMWRK-STATUS = "00"
034300         CLOSE DIVMWRK
034400         OPEN I-O DIVMWRK
034500     END-IF.
034600     IF WS-DIVMWRK-STATUS NOT = "00"
034700         DISPLAY "DIVRECOV - UNABLE TO OPEN DIVMWRK, STATUS = "
034800             WS-DIVMWRK-STATUS
034900         CLOSE DIVJRNL
035000         SET WS-FATAL TO TRUE
035100         GO TO 1000-OPEN-FILES-EXIT
035200     END-IF.
035300     OPEN OUTPUT RECOVRPT.
035400     IF WS-RECOVRPT-STATUS NOT = "00"
035500         DISPLAY "DIVRECOV - UNABLE TO OPEN RECOVRPT, STATUS = "
035600             WS-RECOVRPT-STATUS
035700         CLOSE DIVJRNL
035800         CLOSE DIVMWRK
035900         SET WS-FATAL TO TRUE
036000         GO TO 1000-OPEN-FILES-EXIT
036100     END-IF.
036200     MOVE WS-RUN-DATE TO RCV-H1-DATE.
036300     MOVE WS-MODE TO RCV-H1-MODE.
036400     MOVE WS-UPTO-RUN-ID TO RCV-H1-UPTO.
036500     WRITE RECOVRPT-LINE FROM RCV-HEADING-1.
036600     MOVE SPACES TO RECOVRPT-LINE.
036700     WRITE RECOVRPT-LINE.
036800     WRITE RECOVRPT-LINE FROM RCV-HEADING-2.
036900 1000-OPEN-FILES-EXIT.
037000     EXIT.
037100
037200*--------------------------------------------------------------
037300* 2000-REPLAY-JOURNAL - APPLY EVERY JOURNAL AFTER IMAGE UP TO
037400*      THE UPTO RUN TO THE SCRATCH MASTER, IN JOURNAL ORDER
037500*--------------------------------------------------------------
037600 2000-REPLAY-JOURNAL.
037700     SET WS-DIVJRNL-NOT-EOF TO TRUE.
037800     PERFORM 2100-REPLAY-ONE-POSTING
037900         THRU 2100-REPLAY-ONE-POSTING-EXIT
038000         UNTIL WS-DIVJRNL-EOF.
038100 2000-REPLAY-JOURNAL-EXIT.
038200     EXIT.
038300*
038400*--------------------------------------------------------------
038500* 2100-REPLAY-ONE-POSTING - A POSTING THAT ADDED THE KEY MUST
038600*      FIND NOTHING ON THE REPLAY YET; ONE THAT REPLACED IT MUST
038700*      FIND EXACTLY ITS OWN BEFORE IMAGE. ANYTHING ELSE IS A GAP
038800*      IN THE JOURNAL. THE AFTER IMAGE IS APPLIED EITHER WAY SO
038900*      THE REPLAY ENDS ON THE JOURNAL'S LATEST FIGURES.
039000*--------------------------------------------------------------
039100 2100-REPLAY-ONE-POSTING.
039200     READ DIVJRNL
039300         AT END
039400             SET WS-DIVJRNL-EOF TO TRUE
039500             GO TO 2100-REPLAY-ONE-POSTING-EXIT
039600     END-READ.
039700     ADD 1 TO WS-JRNL-READ-COUNT.
039800     IF DIVJ-RUN-ID > WS-UPTO-RUN-ID
039900         ADD 1 TO WS-JRNL-LATER-COUNT
040000         GO TO 2100-REPLAY-ONE-POSTING-EXIT
040100     END-IF.
040200
040300     MOVE DIVJ-REC-ID TO DIVW-REC-ID.
040400     READ DIVMWRK
040500         INVALID KEY
040600             SET WS-REPLAY-NEW-KEY TO TRUE
040700         NOT INVALID KEY
040800             SET WS-REPLAY-ON-FILE TO TRUE
040900     END-READ.
041000     IF (DIVJ-ADDED AND WS-REPLAY-ON-FILE)
041100         OR (DIVJ-REPLACED AND WS-REPLAY-NEW-KEY)
041200         OR (DIVJ-REPLACED AND DIVMWRK-RECORD
041300             NOT = DIVJ-BEFORE-IMAGE)
041400         ADD 1 TO WS-GAP-COUNT
041500         MOVE DIVJ-REC-ID TO RCV-GAP-ID
041600         MOVE DIVJ-RUN-ID TO RCV-GAP-RUN-ID
041700         MOVE DIVJ-SEQ-NO TO RCV-GAP-SEQ
041800         WRITE RECOVRPT-LINE FROM RCV-GAP-LINE
041900     END-IF.
042000
042100     MOVE DIVJ-AFTER-IMAGE TO DIVMWRK-RECORD.
042200     IF WS-REPLAY-ON-FILE
042300         REWRITE DIVMWRK-RECORD
042400     ELSE
042500         WRITE DIVMWRK-RECORD
042600         ADD 1 TO WS-REPLAY-ID-COUNT
042700     END-IF.
042800     IF WS-DIVMWRK-STATUS NOT = "00"
042900         DISPLAY "DIVRECOV - DIVMWRK UPDATE FAILED FOR ID "
043000             DIVW-REC-ID ", STATUS = " WS-DIVMWRK-STATUS
043100         SET WS-FATAL TO TRUE
043200         SET WS-DIVJRNL-EOF TO TRUE
043300         GO TO 2100-REPLAY-ONE-POSTING-EXIT
043400     END-IF.
043500     ADD 1 TO WS-JRNL-APPLIED-COUNT.
043600 2100-REPLAY-ONE-POSTING-EXIT.
043700     EXIT.
043800
043900*--------------------------------------------------------------
044000* 3000-REBUILD-MASTER - RECREATE DIVMSTR FROM THE REPLAY. A
044100*      FAILED REPLAY OR ONE THAT APPLIED NOTHING WOULD EMPTY THE
044200*      MASTER, AND ONE WITH GAPS IS KNOWN TO BE MISSING JOURNAL
044250*      RECORDS, SO DIVMSTR IS NOT OPENED AT ALL IN THOSE CASES.
044300*--------------------------------------------------------------
044400 3000-REBUILD-MASTER.
044500     IF WS-FATAL
044600         GO TO 3000-REBUILD-MASTER-EXIT
044700     END-IF.
044800     IF WS-JRNL-APPLIED-COUNT = 0
044900         DISPLAY "DIVRECOV - NOTHING REPLAYED FROM DIVJRNL - "
045000             "DIVMSTR NOT REBUILT"
045100         SET WS-FATAL TO TRUE
045200         GO TO 3000-REBUILD-MASTER-EXIT
045300     END-IF.
045310     IF WS-GAP-COUNT > 0
045320         DISPLAY "DIVRECOV - " WS-GAP-COUNT " JOURNAL GAPS - "
045330             "DIVMSTR NOT REBUILT"
045340         SET WS-FATAL TO TRUE
045350         GO TO 3000-REBUILD-MASTER-EXIT
045360     END-IF.
045400     OPEN OUTPUT DIVMSTR.
045500     IF WS-DIVMSTR-STATUS NOT = "00"
045600         DISPLAY "DIVRECOV - UNABLE TO OPEN DIVMSTR, STATUS = "
045700             WS-DIVMSTR-STATUS
045800         SET WS-FATAL TO TRUE
045900         GO TO 3000-REBUILD-MASTER-EXIT
046000     END-IF.
046100     MOVE 0 TO DIVW-REC-ID.
046200     START DIVMWRK KEY IS NOT LESS THAN DIVW-REC-ID
046300         INVALID KEY
046400             SET WS-DIVMWRK-EOF TO TRUE
046500         NOT INVALID KEY
046600             SET WS-DIVMWRK-NOT-EOF TO TRUE
046700     END-START.
046800     PERFORM 3100-LOAD-ONE-RECORD
046900         THRU 3100-LOAD-ONE-RECORD-EXIT
047000         UNTIL WS-DIVMWRK-EOF.
047100     CLOSE DIVMSTR.
047200     DISPLAY "DIVRECOV - DIVMSTR REBUILT WITH " WS-LOADED-COUNT
047300         " RECORDS THROUGH RUN " WS-UPTO-RUN-ID.
047400 3000-REBUILD-MASTER-EXIT.
047500     EXIT.
047600*
047700 3100-LOAD-ONE-RECORD.
047800     READ DIVMWRK NEXT RECORD
047900         AT END
048000             SET WS-DIVMWRK-EOF TO TRUE
048100             GO TO 3100-LOAD-ONE-RECORD-EXIT
048200     END-READ.
048300     WRITE DIVMSTR-RECORD FROM DIVMWRK-RECORD.
048400     IF WS-DIVMSTR-STATUS NOT = "00"
048500         DISPLAY "DIVRECOV - DIVMSTR WRITE FAILED FOR ID "
048600             DIVW-REC-ID ", STATUS = " WS-DIVMSTR-STATUS
048700         SET WS-FATAL TO TRUE
048800         SET WS-DIVMWRK-EOF TO TRUE
048900         GO TO 3100-LOAD-ONE-RECORD-EXIT
049000     END-IF.
049100     ADD 1 TO WS-LOADED-COUNT.
049200 3100-LOAD-ONE-RECORD-EXIT.
049300     EXIT.
049400
049500*--------------------------------------------------------------
049600* 4000-VERIFY-MASTER - WALK DIVMSTR AND THE REPLAY TOGETHER IN
049700*      RECORD ID ORDER AND PRINT EVERY ID WHERE THEY DISAGREE:
049800*      ON THE MASTER ONLY, IN THE JOURNAL ONLY, OR ON BOTH WITH
049900*      DIFFERENT FIGURES. A MASTER RECORD POSTED BEFORE THE
050000*      JOURNAL EXISTED SHOWS AS MASTER ONLY.
050100*--------------------------------------------------------------
050200 4000-VERIFY-MASTER.
050300     IF WS-FATAL
050400         GO TO 4000-VERIFY-MASTER-EXIT
050500     END-IF.
050600     OPEN INPUT DIVMSTR.
050700     IF WS-DIVMSTR-STATUS NOT = "00"
050800         DISPLAY "DIVRECOV - UNABLE TO OPEN DIVMSTR, STATUS = "
050900             WS-DIVMSTR-STATUS
051000         SET WS-FATAL TO TRUE
051100         GO TO 4000-VERIFY-MASTER-EXIT
051200     END-IF.
051300     MOVE 0 TO DIVM-REC-ID.
051400     START DIVMSTR KEY IS NOT LESS THAN DIVM-REC-ID
051500         INVALID KEY
051600             MOVE HIGH-VALUES TO WS-MSTR-KEY
051700         NOT INVALID KEY
051800             PERFORM 4100-READ-MASTER THRU 4100-READ-MASTER-EXIT
051900     END-START.
052000     MOVE 0 TO DIVW-REC-ID.
052100     START DIVMWRK KEY IS NOT LESS THAN DIVW-REC-ID
052200         INVALID KEY
052300             MOVE HIGH-VALUES TO WS-WORK-KEY
052400         NOT INVALID KEY
052500             PERFORM 4200-READ-REPLAY THRU 4200-READ-REPLAY-EXIT
052600     END-START.
052700     PERFORM 4300-COMPARE-ONE-ID
052800         THRU 4300-COMPARE-ONE-ID-EXIT
052900         UNTIL WS-MSTR-KEY = HIGH-VALUES
053000             AND WS-WORK-KEY = HIGH-VALUES.
053100     CLOSE DIVMSTR.
053200 4000-VERIFY-MASTER-EXIT.
053300     EXIT.
053400*
053500 4100-READ-MASTER.
053600     READ DIVMSTR NEXT RECORD
053700         AT END
053800             MOVE HIGH-VALUES TO WS-MSTR-KEY
053900             GO TO 4100-READ-MASTER-EXIT
054000     END-READ.
054100     MOVE DIVM-REC-ID TO WS-MSTR-KEY.
054200 4100-READ-MASTER-EXIT.
054300     EXIT.
054400*
054500 4200-READ-REPLAY.
054600     READ DIVMWRK NEXT RECORD
054700         AT END
054800             MOVE HIGH-VALUES TO WS-WORK-KEY
054900             GO TO 4200-READ-REPLAY-EXIT
055000     END-READ.
055100     MOVE DIVW-REC-ID TO WS-WORK-KEY.
055200 4200-READ-REPLAY-EXIT.
055300     EXIT.
055400*
055500 4300-COMPARE-ONE-ID.
055600     IF WS-MSTR-KEY < WS-WORK-KEY
055700         ADD 1 TO WS-MASTER-ONLY-COUNT
055800         MOVE "ON MASTER, NOT IN JOURNAL" TO RCV-DTL-FINDING
055900         PERFORM 5100-PRINT-MASTER-SIDE
056000             THRU 5100-PRINT-MASTER-SIDE-EXIT
056100         PERFORM 4100-READ-MASTER THRU 4100-READ-MASTER-EXIT
056200         GO TO 4300-COMPARE-ONE-ID-EXIT
056300     END-IF.
056400     IF WS-MSTR-KEY > WS-WORK-KEY
056500         ADD 1 TO WS-JOURNAL-ONLY-COUNT
056600         MOVE "IN JOURNAL, NOT ON MASTER" TO RCV-DTL-FINDING
056700         PERFORM 5200-PRINT-JOURNAL-SIDE
056800             THRU 5200-PRINT-JOURNAL-SIDE-EXIT
056900         PERFORM 4200-READ-REPLAY THRU 4200-READ-REPLAY-EXIT
057000         GO TO 4300-COMPARE-ONE-ID-EXIT
057100     END-IF.
057200
057300     IF DIVMSTR-RECORD = DIVMWRK-RECORD
057400         ADD 1 TO WS-AGREE-COUNT
057500     ELSE
057600         ADD 1 TO WS-DIFFER-COUNT
057700         MOVE "MASTER DIFFERS FROM JOURNAL" TO RCV-DTL-FINDING
057800         PERFORM 5100-PRINT-MASTER-SIDE
057900             THRU 5100-PRINT-MASTER-SIDE-EXIT
058000         MOVE SPACES TO RCV-DTL-FINDING
058100         PERFORM 5200-PRINT-JOURNAL-SIDE
058200             THRU 5200-PRINT-JOURNAL-SIDE-EXIT
058300     END-IF.
058400     PERFORM 4100-READ-MASTER THRU 4100-READ-MASTER-EXIT.
058500     PERFORM 4200-READ-REPLAY THRU 4200-READ-REPLAY-EXIT.
058600 4300-COMPARE-ONE-ID-EXIT.
058700     EXIT.
058800
058900*--------------------------------------------------------------
059000* 5100-PRINT-MASTER-SIDE - ONE REPORT LINE WITH THE FIGURES ON
059100*      DIVMSTR. THE CALLER SETS THE FINDING.
059200*--------------------------------------------------------------
059300 5100-PRINT-MASTER-SIDE.
059400     MOVE DIVM-REC-ID TO RCV-DTL-ID.
059500     MOVE "MASTER" TO RCV-DTL-SIDE.
059600     MOVE DIVM-OPCODE TO RCV-DTL-OP.
059700     MOVE DIVM-DIVIDEND TO RCV-DTL-DIVIDEND.
059800     MOVE DIVM-DIVISOR TO RCV-DTL-DIVISOR.
059900     MOVE DIVM-QUOTIENT TO RCV-DTL-RESULT.
060000     MOVE DIVM-REMAINDER TO RCV-DTL-REMAINDER.
060100     MOVE DIVM-STATUS TO RCV-DTL-STATUS.
060200     MOVE DIVM-RUN-ID TO RCV-DTL-RUN-ID.
060300     WRITE RECOVRPT-LINE FROM RCV-DETAIL-LINE.
060400 5100-PRINT-MASTER-SIDE-EXIT.
060500     EXIT.
060600*
060700*--------------------------------------------------------------
060800* 5200-PRINT-JOURNAL-SIDE - ONE REPORT LINE WITH THE FIGURES THE
060900*      JOURNAL REPLAY ENDED ON. THE CALLER SETS THE FINDING.
061000*--------------------------------------------------------------
061100 5200-PRINT-JOURNAL-SIDE.
061200     MOVE DIVW-REC-ID TO RCV-DTL-ID.
061300     MOVE "JOURNAL" TO RCV-DTL-SIDE.
061400     MOVE DIVW-OPCODE TO RCV-DTL-OP.
061500     MOVE DIVW-DIVIDEND TO RCV-DTL-DIVIDEND.
061600     MOVE DIVW-DIVISOR TO RCV-DTL-DIVISOR.
061700     MOVE DIVW-QUOTIENT TO RCV-DTL-RESULT.
061800     MOVE DIVW-REMAINDER TO RCV-DTL-REMAINDER.
061900     MOVE DIVW-STATUS TO RCV-DTL-STATUS.
062000     MOVE DIVW-RUN-ID TO RCV-DTL-RUN-ID.
062100     WRITE RECOVRPT-LINE FROM RCV-DETAIL-LINE.
062200 5200-PRINT-JOURNAL-SIDE-EXIT.
062300     EXIT.
062400
062500*--------------------------------------------------------------
062600* 8000-WRITE-TOTALS - END-OF-RUN CONTROL TOTALS ON THE REPORT
062700*      AND THE CONSOLE
062800*--------------------------------------------------------------
062900 8000-WRITE-TOTALS.
063000     MOVE SPACES TO RECOVRPT-LINE.
063100     WRITE RECOVRPT-LINE.
063200     MOVE "JOURNAL RECORDS READ .. " TO RCV-TOT-LABEL.
063300     MOVE WS-JRNL-READ-COUNT TO RCV-TOT-COUNT.
063400     WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE.
063500     MOVE "POSTINGS REPLAYED ..... " TO RCV-TOT-LABEL.
063600     MOVE WS-JRNL-APPLIED-COUNT TO RCV-TOT-COUNT.
063700     WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE.
063800     MOVE "LATER THAN UPTO RUN ... " TO RCV-TOT-LABEL.
063900     MOVE WS-JRNL-LATER-COUNT TO RCV-TOT-COUNT.
064000     WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE.
064100     MOVE "JOURNAL GAPS .......... " TO RCV-TOT-LABEL.
064200     MOVE WS-GAP-COUNT TO RCV-TOT-COUNT.
064300     WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE.
064400     MOVE "RECORD IDS REPLAYED ... " TO RCV-TOT-LABEL.
064500     MOVE WS-REPLAY-ID-COUNT TO RCV-TOT-COUNT.
064600     WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE.
064700     IF WS-MODE-REBUILD
064800         MOVE "DIVMSTR RECORDS LOADED  " TO RCV-TOT-LABEL
064900         MOVE WS-LOADED-COUNT TO RCV-TOT-COUNT
065000         WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE
065100     ELSE
065200         MOVE "IDS IN AGREEMENT ...... " TO RCV-TOT-LABEL
065300         MOVE WS-AGREE-COUNT TO RCV-TOT-COUNT
065400         WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE
065500         MOVE "FIGURES DIFFER ........ " TO RCV-TOT-LABEL
065600         MOVE WS-DIFFER-COUNT TO RCV-TOT-COUNT
065700         WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE
065800         MOVE "ON MASTER ONLY ........ " TO RCV-TOT-LABEL
065900         MOVE WS-MASTER-ONLY-COUNT TO RCV-TOT-COUNT
066000         WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE
066100         MOVE "IN JOURNAL ONLY ....... " TO RCV-TOT-LABEL
066200         MOVE WS-JOURNAL-ONLY-COUNT TO RCV-TOT-COUNT
066300         WRITE RECOVRPT-LINE FROM RCV-TOTAL-LINE
066400     END-IF.
066500
066600     DISPLAY "DIVRECOV - " WS-MODE " REPLAYED "
066700         WS-JRNL-APPLIED-COUNT " POSTINGS, GAPS " WS-GAP-COUNT.
066800     IF WS-MODE-VERIFY
066900         DISPLAY "DIVRECOV - AGREE " WS-AGREE-COUNT
067000             " DIFFER " WS-DIFFER-COUNT
067100             " MASTER ONLY " WS-MASTER-ONLY-COUNT
067200             " JOURNAL ONLY " WS-JOURNAL-ONLY-COUNT
067300     END-IF.
067400 8000-WRITE-TOTALS-EXIT.
067500     EXIT.
067600
067700*--------------------------------------------------------------
067800* 9999-EXIT - SINGLE RETURN POINT FOR THE RUN.
067900*--------------------------------------------------------------
068000 9999-EXIT.
068100     STOP RUN.
