002300*                 AND THE RESTORE TRAIL TOGETHER EXPLAIN WHICH
002400*                 MASTER ANY GIVEN RUN SCANNED. SAVE IS MEANT
002500*                 TO RUN AHEAD OF MAINTENANCE OR RELOAD STEPS.
002510* 2026-10-07 RH   GENERATION RESTORES TAKE TWO PEOPLE. A RESTORE
002511*                 NOW CARRIES OPER=XXXXXXXX, THE REQUESTING
002512*                 OPERATOR. THE FIRST REQUEST FOR A GENERATION
002513*                 QUEUES A WAITING RESTORE ITEM ON PENDQ (PENDREC
002514*                 COPYBOOK), LOGS RESTORE QUEUED AND ENDS WITH
002515*                 RETURN CODE 4 WITHOUT TOUCHING ARRMSTR. ONCE
002516*                 ARRAPPR HAS RECORDED A SECOND, DIFFERENT
002517*                 OPERATOR'S APPROVAL, THE NEXT MODE=RESTORE FOR
002518*                 THAT GENERATION RESTORES IT, MARKS THE ITEM
002519*                 DONE AND LOGS BOTH OPERATORS. A REPEAT REQUEST
002520*                 WHILE THE ITEM IS STILL WAITING DOES NOTHING
002521*                 AND ENDS WITH RETURN CODE 4. A RUNID= TOKEN IS
002522*                 ACCEPTED AND IGNORED. SAVE IS UNCHANGED.
002600*--------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
004200     SELECT MAINTLOG ASSIGN TO "MAINTLOG"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-MAINTLOG-STATUS.
004410     SELECT PENDQ ASSIGN TO "PENDQ"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS PEND-ITEM-NO
004450         FILE STATUS IS WS-PENDQ-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
007200     BLOCK CONTAINS 0 RECORDS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY MNTLREC.
007410
007420 FD  PENDQ
007430     RECORDING MODE IS F
007440     BLOCK CONTAINS 0 RECORDS
007450     LABEL RECORDS ARE STANDARD.
007460     COPY PENDREC.
007500
007600 WORKING-STORAGE SECTION.
007700*--------------------------------------------------------------
008700 77  WS-RUN-TIME         PIC 9(08) VALUE 0.
008800 77  WS-REC-COUNT        PIC 9(08) COMP VALUE 0.
008900 77  WS-MODE-VALUE       PIC X(08) VALUE SPACES.
008910 77  WS-PENDQ-STATUS     PIC X(02) VALUE SPACES.
008920 77  WS-OPER-ID          PIC X(08) VALUE SPACES.
008930 77  WS-ITEM-NO          PIC 9(08) VALUE 0.
008940 77  WS-LAST-ITEM        PIC 9(08) VALUE 0.
008950 77  WS-REQ-OPER         PIC X(08) VALUE SPACES.
008960 77  WS-APPR-OPER        PIC X(08) VALUE SPACES.
009000
009100*--------------------------------------------------------------
009200* RUN PARM WORK AREAS
010000 77  WS-DIGIT-IX         PIC 9(04) COMP VALUE 0.
010100
010200 01  WS-PARM-TOKENS.
010300     05  WS-PARM-TOKEN   PIC X(24) OCCURS 4 TIMES.
010400
010500 01  WS-SWITCHES.
010600     05  WS-FATAL-SW     PIC X(01) VALUE "N".
011600     05  WS-PARM-NUM-SW  PIC X(01) VALUE "Y".
011700         88  WS-PARM-NUM-GOOD        VALUE "Y".
011800         88  WS-PARM-NUM-BAD         VALUE "N".
011810     05  WS-RESTORE-SW   PIC X(01) VALUE " ".
011815         88  WS-RESTORE-APPROVED     VALUE "A".
011820         88  WS-RESTORE-WAITING      VALUE "P".
011825         88  WS-RESTORE-QUEUED       VALUE "Q".
011830         88  WS-RESTORE-NOT-FOUND    VALUE " ".
011835     05  WS-PENDQ-EOF-SW PIC X(01) VALUE "N".
011840         88  WS-PENDQ-EOF            VALUE "Y".
011845         88  WS-PENDQ-NOT-EOF        VALUE "N".
011850     05  WS-QCTL-SW      PIC X(01) VALUE "N".
011855         88  WS-QCTL-ON-FILE         VALUE "Y".
011860         88  WS-QCTL-NOT-ON-FILE     VALUE "N".
011900
012000 PROCEDURE DIVISION.
012100*--------------------------------------------------------------
014300         MOVE 16 TO RETURN-CODE
014400         GO TO 9999-EXIT
014500     END-IF.
014510     IF WS-MODE-RESTORE AND WS-RESTORE-WAITING
014520         GO TO 9999-EXIT
014530     END-IF.
014600
014700     PERFORM 5000-WRITE-LOG-RECORD
014800         THRU 5000-WRITE-LOG-RECORD-EXIT.
014900     GO TO 9999-EXIT.
015000
015100*--------------------------------------------------------------
015200* 0200-PARSE-RUN-PARM - MODE=SAVE OR MODE=RESTORE, GEN=NNNN
015300*                       (REQUIRED FOR RESTORE, IGNORED FOR
015400*                       SAVE - SAVE NUMBERS ITSELF FROM THE
015500*                       ARRMGCTL CONTROL FILE). NO MODE IS
015600*                       FATAL - THE PROGRAM MUST NEVER GUESS
015700*                       BETWEEN COPYING AND OVERWRITING THE
015800*                       MASTER. OPER=XXXXXXXX NAMES THE
015810*                       OPERATOR REQUESTING A RESTORE AND
015820*                       IS NEEDED TO RAISE THE APPROVAL ITEM.
015900*--------------------------------------------------------------
016000 0200-PARSE-RUN-PARM.
016100     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
016300     UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
016400         INTO WS-PARM-TOKEN (1)
016500              WS-PARM-TOKEN (2)
016600              WS-PARM-TOKEN (3)
016650              WS-PARM-TOKEN (4).
016700     PERFORM 0210-APPLY-RUN-TOKEN
016800         THRU 0210-APPLY-RUN-TOKEN-EXIT
016900         VARYING WS-TOKEN-IX FROM 1 BY 1
017000         UNTIL WS-TOKEN-IX > 4.
017100
017200     IF WS-MODE-MISSING
017300         DISPLAY "ARRMGEN - NO MODE=SAVE OR MODE=RESTORE PARM - "
021500             ELSE
021600                 DISPLAY "ARRMGEN - GEN= VALUE BAD - IGNORED"
021700             END-IF
021710         WHEN WS-PARM-KEYWORD = "OPER"
021720             MOVE WS-PARM-VALUE-X TO WS-OPER-ID
021730         WHEN WS-PARM-KEYWORD = "RUNID"
021740             CONTINUE
021800         WHEN OTHER
021900             DISPLAY "ARRMGEN - PARM TOKEN IGNORED: "
022000                 WS-PARM-TOKEN (WS-TOKEN-IX)
035400* 3000-RESTORE-GENERATION - REBUILD ARRMSTR FROM THE NAMED
035500*                           GENERATION FILE. A MISSING
035600*                           GENERATION IS FATAL BEFORE THE
035700*                           MASTER IS TOUCHED, AND SO IS
035710*                           ANYTHING BUT AN APPROVED
035720*                           RESTORE ITEM ON PENDQ.
035800*--------------------------------------------------------------
035900 3000-RESTORE-GENERATION.
036000     MOVE SPACES TO WS-GEN-NAME.
036800         SET WS-FATAL TO TRUE
036900         GO TO 3000-RESTORE-GENERATION-EXIT
037000     END-IF.
037010
037020     PERFORM 3050-CHECK-RESTORE-APPROVAL
037030         THRU 3050-CHECK-RESTORE-APPROVAL-EXIT.
037040     IF WS-FATAL OR NOT WS-RESTORE-APPROVED
037050         CLOSE GENFILE
037060         GO TO 3000-RESTORE-GENERATION-EXIT
037070     END-IF.
037100     OPEN OUTPUT ARRMSTR.
037200     IF WS-ARRMSTR-STATUS NOT = "00"
037300         DISPLAY "ARRMGEN - UNABLE TO REBUILD ARRMSTR, "
038600
038700     DISPLAY "ARRMGEN - RESTORED " WS-REC-COUNT
038800         " RECORDS FROM " WS-GEN-NAME.
038810     PERFORM 3200-MARK-RESTORE-DONE
038820         THRU 3200-MARK-RESTORE-DONE-EXIT.
038900 3000-RESTORE-GENERATION-EXIT.
039000     EXIT.
039100
039101*--------------------------------------------------------------
039102* 3050-CHECK-RESTORE-APPROVAL - LOOK ON PENDQ FOR A RESTORE ITEM
039103*                               FOR THIS GENERATION. APPROVED BY
039104*                               A SECOND OPERATOR - GO AHEAD.
039105*                               STILL WAITING - DO NOTHING. NONE
039106*                               - QUEUE ONE FOR APPROVAL.
039107*--------------------------------------------------------------
039108 3050-CHECK-RESTORE-APPROVAL.
039109     OPEN I-O PENDQ.
039110     IF WS-PENDQ-STATUS = "35"
039111         OPEN OUTPUT PENDQ
039112         CLOSE PENDQ
039113         OPEN I-O PENDQ
039114     END-IF.
039115     IF WS-PENDQ-STATUS NOT = "00"
039116         DISPLAY "ARRMGEN - UNABLE TO OPEN PENDQ, STATUS = "
039117             WS-PENDQ-STATUS
039118         SET WS-FATAL TO TRUE
039119         GO TO 3050-CHECK-RESTORE-APPROVAL-EXIT
039120     END-IF.
039121
039122     MOVE 1 TO PEND-ITEM-NO.
039123     START PENDQ KEY IS NOT LESS THAN PEND-ITEM-NO
039124         INVALID KEY
039125             SET WS-PENDQ-EOF TO TRUE
039126     END-START.
039127     PERFORM 3055-CHECK-ONE-ITEM
039128         THRU 3055-CHECK-ONE-ITEM-EXIT
039129         UNTIL WS-PENDQ-EOF OR WS-RESTORE-APPROVED.
039130
039131     EVALUATE TRUE
039132         WHEN WS-RESTORE-APPROVED
039133             DISPLAY "ARRMGEN - RESTORE IS PENDQ ITEM " WS-ITEM-NO
039134                 ", RAISED BY " WS-REQ-OPER
039135                 " AND APPROVED BY " WS-APPR-OPER
039136         WHEN WS-RESTORE-WAITING
039137             DISPLAY "ARRMGEN - RESTORE OF GEN " WS-GEN-NUMBER
039138                 " IS PENDQ ITEM " WS-ITEM-NO
039139                 ", STILL AWAITING APPROVAL - NOTHING DONE"
039140             MOVE 4 TO RETURN-CODE
039141         WHEN OTHER
039142             PERFORM 3300-QUEUE-RESTORE-ITEM
039143                 THRU 3300-QUEUE-RESTORE-ITEM-EXIT
039144     END-EVALUATE.
039145     CLOSE PENDQ.
039146 3050-CHECK-RESTORE-APPROVAL-EXIT.
039147     EXIT.
039148
039149 3055-CHECK-ONE-ITEM.
039150     READ PENDQ NEXT RECORD
039151         AT END
039152             SET WS-PENDQ-EOF TO TRUE
039153             GO TO 3055-CHECK-ONE-ITEM-EXIT
039154     END-READ.
039155     IF NOT PEND-IS-RESTORE OR PEND-GEN-NUMBER NOT = WS-GEN-NUMBER
039156         GO TO 3055-CHECK-ONE-ITEM-EXIT
039157     END-IF.
039158     IF PEND-APPROVED
039159        AND PEND-APPR-OPER NOT = SPACES
039160        AND PEND-APPR-OPER NOT = PEND-REQ-OPER
039161         SET WS-RESTORE-APPROVED TO TRUE
039162         MOVE PEND-ITEM-NO TO WS-ITEM-NO
039163         MOVE PEND-REQ-OPER TO WS-REQ-OPER
039164         MOVE PEND-APPR-OPER TO WS-APPR-OPER
039165         GO TO 3055-CHECK-ONE-ITEM-EXIT
039166     END-IF.
039167     IF PEND-WAITING
039168         SET WS-RESTORE-WAITING TO TRUE
039169         MOVE PEND-ITEM-NO TO WS-ITEM-NO
039170     END-IF.
039171 3055-CHECK-ONE-ITEM-EXIT.
039172     EXIT.
039173
039200 3100-RESTORE-ONE-RECORD.
039300     READ GENFILE
039400         AT END
040800 3100-RESTORE-ONE-RECORD-EXIT.
040900     EXIT.
041000
041001*--------------------------------------------------------------
041002* 3200-MARK-RESTORE-DONE - CLOSE OFF THE APPROVED ITEM SO ONE
041003*                          APPROVAL CANNOT COVER A SECOND RESTORE
041004*--------------------------------------------------------------
041005 3200-MARK-RESTORE-DONE.
041006     OPEN I-O PENDQ.
041007     IF WS-PENDQ-STATUS NOT = "00"
041008         DISPLAY "ARRMGEN - UNABLE TO REOPEN PENDQ, STATUS = "
041009             WS-PENDQ-STATUS
041010         MOVE 8 TO RETURN-CODE
041011         GO TO 3200-MARK-RESTORE-DONE-EXIT
041012     END-IF.
041013     MOVE WS-ITEM-NO TO PEND-ITEM-NO.
041014     READ PENDQ
041015         INVALID KEY
041016             DISPLAY "ARRMGEN - PENDQ ITEM " WS-ITEM-NO
041017                 " NOT FOUND TO MARK DONE"
041018             MOVE 8 TO RETURN-CODE
041019             CLOSE PENDQ
041020             GO TO 3200-MARK-RESTORE-DONE-EXIT
041021     END-READ.
041022     SET PEND-APPLIED TO TRUE.
041023     MOVE WS-RUN-DATE TO PEND-DONE-DATE.
041024     MOVE "GEN RESTORED" TO PEND-RESULT.
041025     REWRITE PEND-RECORD
041026         INVALID KEY
041027             DISPLAY "ARRMGEN - UNABLE TO MARK PENDQ ITEM "
041028                 WS-ITEM-NO " DONE"
041029             MOVE 8 TO RETURN-CODE
041030     END-REWRITE.
041031     CLOSE PENDQ.
041032 3200-MARK-RESTORE-DONE-EXIT.
041033     EXIT.
041034
041035*--------------------------------------------------------------
041036* 3300-QUEUE-RESTORE-ITEM - RAISE A WAITING RESTORE ITEM UNDER
041037*                           THE NEXT NUMBER FROM THE PENDQ ITEM-0
041038*                           CONTROL RECORD. THE REQUESTER MUST BE
041039*                           NAMED BY OPER=.
041040*--------------------------------------------------------------
041041 3300-QUEUE-RESTORE-ITEM.
041042     IF WS-OPER-ID = SPACES
041043         DISPLAY "ARRMGEN - RESTORE NEEDS AN OPER= PARM TO RAISE "
041044             "AN APPROVAL ITEM - NOTHING DONE"
041045         SET WS-FATAL TO TRUE
041046         GO TO 3300-QUEUE-RESTORE-ITEM-EXIT
041047     END-IF.
041048     MOVE 0 TO WS-LAST-ITEM.
041049     SET WS-QCTL-ON-FILE TO TRUE.
041050     MOVE 0 TO PEND-ITEM-NO.
041051     READ PENDQ
041052         INVALID KEY
041053             SET WS-QCTL-NOT-ON-FILE TO TRUE
041054     END-READ.
041055     IF WS-QCTL-ON-FILE
041056         MOVE PENDC-LAST-ITEM TO WS-LAST-ITEM
041057     END-IF.
041058     ADD 1 TO WS-LAST-ITEM.
041059
041060     MOVE SPACES TO PEND-RECORD.
041061     MOVE WS-LAST-ITEM TO PEND-ITEM-NO.
041062     SET PEND-IS-RESTORE TO TRUE.
041063     SET PEND-WAITING TO TRUE.
041064     MOVE WS-OPER-ID TO PEND-REQ-OPER.
041065     MOVE WS-RUN-DATE TO PEND-REQ-DATE.
041066     MOVE WS-RUN-TIME TO PEND-REQ-TIME.
041067     MOVE 0 TO PEND-APPR-DATE.
041068     MOVE "R" TO PEND-ACTION.
041069     MOVE 0 TO PEND-SET-ID PEND-ELEM-KEY PEND-VALUE.
041070     MOVE WS-GEN-NUMBER TO PEND-GEN-NUMBER.
041071     MOVE 0 TO PEND-DONE-DATE.
041072     MOVE "QUEUED" TO PEND-RESULT.
041073     WRITE PEND-RECORD
041074         INVALID KEY
041075             DISPLAY "ARRMGEN - UNABLE TO QUEUE PENDQ ITEM "
041076                 WS-LAST-ITEM " - STATUS " WS-PENDQ-STATUS
041077             SET WS-FATAL TO TRUE
041078             GO TO 3300-QUEUE-RESTORE-ITEM-EXIT
041079     END-WRITE.
041080
041081     MOVE SPACES TO PEND-CONTROL-RECORD.
041082     MOVE 0 TO PENDC-ITEM-NO.
041083     SET PENDC-IS-CONTROL TO TRUE.
041084     MOVE WS-LAST-ITEM TO PENDC-LAST-ITEM.
041085     IF WS-QCTL-ON-FILE
041086         REWRITE PEND-CONTROL-RECORD
041087             INVALID KEY
041088                 SET WS-FATAL TO TRUE
041089         END-REWRITE
041090     ELSE
041091         WRITE PEND-CONTROL-RECORD
041092             INVALID KEY
041093                 SET WS-FATAL TO TRUE
041094         END-WRITE
041095     END-IF.
041096     IF WS-FATAL
041097         DISPLAY "ARRMGEN - UNABLE TO UPDATE PENDQ CONTROL "
041098             "RECORD - STATUS " WS-PENDQ-STATUS
041099         GO TO 3300-QUEUE-RESTORE-ITEM-EXIT
041100     END-IF.
041101
041102     SET WS-RESTORE-QUEUED TO TRUE.
041103     MOVE WS-LAST-ITEM TO WS-ITEM-NO.
041104     MOVE WS-OPER-ID TO WS-REQ-OPER.
041105     MOVE 4 TO RETURN-CODE.
041106     DISPLAY "ARRMGEN - RESTORE OF GEN " WS-GEN-NUMBER
041107         " QUEUED AS PENDQ ITEM " WS-ITEM-NO
041108         " FOR A SECOND OPERATOR TO APPROVE".
041109 3300-QUEUE-RESTORE-ITEM-EXIT.
041110     EXIT.
041111
042200*--------------------------------------------------------------
042300* 5000-WRITE-LOG-RECORD - APPEND THE SAVE/RESTORE EVENT TO
042400*                         MAINTLOG, CREATING THE LOG ON FIRST
042500*                         USE. ACTION S OR R, THE RECORD COUNT
042600*                         IN THE KEY FIELD AND THE GENERATION
042700*                         NUMBER IN THE AFTER IMAGE. A QUEUED
042710*                         RESTORE IS LOGGED AS RESTORE QUEUED
042720*                         WITH ITS REQUESTER; A RESTORE CARRIES
042730*                         BOTH OPERATORS.
042800*--------------------------------------------------------------
042900 5000-WRITE-LOG-RECORD.
043000     OPEN EXTEND MAINTLOG.
043100     IF WS-MAINTLOG-STATUS NOT = "00"
043200         OPEN OUTPUT MAINTLOG
043300         IF WS-MAINTLOG-STATUS NOT = "00"
043400             DISPLAY "ARRMGEN - UNABLE TO OPEN MAINTLOG, "
043500                 "STATUS = " WS-MAINTLOG-STATUS
043600             MOVE 8 TO RETURN-CODE
043700             GO TO 5000-WRITE-LOG-RECORD-EXIT
043800         END-IF
043900     END-IF.
044000
044100     MOVE WS-RUN-DATE TO MNTL-RUN-DATE.
044200     MOVE WS-RUN-TIME TO MNTL-RUN-TIME.
044300     MOVE 0 TO MNTL-SET-ID.
044400     IF WS-MODE-SAVE
044500         MOVE "S" TO MNTL-ACTION
044600     ELSE
044700         MOVE "R" TO MNTL-ACTION
044800     END-IF.
044900     MOVE WS-REC-COUNT TO MNTL-KEY.
045000     MOVE SPACES TO MNTL-BEFORE-VALUE.
045100     MOVE WS-GEN-NUMBER TO MNTL-AFTER-VALUE.
045200     IF WS-MODE-SAVE
045300         MOVE "GEN SAVED" TO MNTL-RESULT
045400     ELSE
045500         MOVE "GEN RESTORED" TO MNTL-RESULT
045600     END-IF.
045610     IF WS-RESTORE-QUEUED
045620         MOVE "RESTORE QUEUED" TO MNTL-RESULT
045630     END-IF.
045640     MOVE WS-REQ-OPER TO MNTL-REQ-OPER.
045650     MOVE WS-APPR-OPER TO MNTL-APPR-OPER.
045700     WRITE MNTL-RECORD.
045800     CLOSE MAINTLOG.
045900 5000-WRITE-LOG-RECORD-EXIT.
046000     EXIT.
046100
046200*--------------------------------------------------------------
046300* 9999-EXIT - COMMON PROGRAM EXIT
046400*--------------------------------------------------------------
046500 9999-EXIT.
046600     STOP RUN.
