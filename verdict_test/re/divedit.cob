002820*                 EDTSUM SUMMARY FILE (EDTSREC COPYBOOK) SO THE
002830*                 MORNING STATUS REPORT CAN PICK UP THE REJECT
002840*                 COUNTS WITHOUT PARSING THE PRINT REPORT.
002850* 2026-10-01 RH   DIVIN NOW ARRIVES IN A TRANSMISSION ENVELOPE
002852*                 (FEEDENV COPYBOOK) - A HEADER RECORD NAMING THE
002854*                 SOURCE SYSTEM, CREATION DATE AND TRANSMISSION
002856*                 SEQUENCE NUMBER AHEAD OF THE DATA AND A TRAILER
002858*                 RECORD WITH THE RECORD COUNT AND A HASH TOTAL
002860*                 OF DIVIDEND PLUS DIVISOR BEHIND IT. A MISSING
002862*                 HEADER, A TRAILER THAT IS MISSING OR DOES NOT
002864*                 BALANCE, OR A SEQUENCE NUMBER THAT REPEATS OR
002866*                 SKIPS AHEAD OF THE LAST ONE ACCEPTED FROM THE
002868*                 SOURCE (FEEDREG REGISTER, FEEDRREC COPYBOOK)
002870*                 REJECTS THE TRANSMISSION WHOLE WITH RETURN CODE
002872*                 16 AND EMPTIES DIVVAL. EVERY TRANSMISSION
002874*                 RECEIVED IS NOTED ON FEEDREG FOR THE MORNING
002876*                 STATUS REPORT. EDITING THE SAME FILE AGAIN ON
002878*                 THE DAY IT WAS ACCEPTED IS ALLOWED SO THE STEP
002880*                 CAN BE RERUN.
002881* 2026-10-05 RH   EVERY REJECTED RECORD IS NOW ALSO WRITTEN TO
002882*                 DIVEREJ IN THE ACKNOWLEDGMENT LAYOUT (ACKREC
002883*                 COPYBOOK), DISPOSITION E WITH THE REJECT
002884*                 REASON, SO THE CALCULATION STEP CAN RETURN IT
002885*                 TO THE SUBMITTING DEPARTMENT ON ACKOUT. A
002886*                 REJECTED TRANSMISSION LEAVES DIVEREJ EMPTY.
002888
002900*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
004510     SELECT EDTSUM ASSIGN TO "EDTSUM"
004520         ORGANIZATION IS SEQUENTIAL
004530         FILE STATUS IS WS-EDTSUM-STATUS.
004540     SELECT FEEDREG ASSIGN TO "FEEDREG"
004550         ORGANIZATION IS INDEXED
004560         ACCESS MODE IS DYNAMIC
004570         RECORD KEY IS FEEDR-KEY
004580         FILE STATUS IS WS-FEEDREG-STATUS.
004590     SELECT DIVEREJ ASSIGN TO "DIVEREJ"
004591         ORGANIZATION IS SEQUENTIAL
004592         FILE STATUS IS WS-DIVEREJ-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
005100     BLOCK CONTAINS 0 RECORDS
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DIVREC.
005310     COPY FEEDENV.
005400*
005500 FD  DIVVAL
005600     RECORDING MODE IS F
007140     BLOCK CONTAINS 0 RECORDS
007150     LABEL RECORDS ARE STANDARD.
007160     COPY EDTSREC.
007170*
007175 FD  FEEDREG
007180     RECORDING MODE IS F
007185     BLOCK CONTAINS 0 RECORDS
007190     LABEL RECORDS ARE STANDARD.
007195     COPY FEEDRREC.
007196*
007197 FD  DIVEREJ
007198     RECORDING MODE IS F
007199     BLOCK CONTAINS 0 RECORDS
007200     LABEL RECORDS ARE STANDARD.
007201     COPY ACKREC.
007250*
007300 WORKING-STORAGE SECTION.
007400 01  WS-DIVIN-STATUS             PIC X(02) VALUE SPACES.
007500 01  WS-DIVVAL-STATUS            PIC X(02) VALUE SPACES.
007600 01  WS-EXCPTN-STATUS            PIC X(02) VALUE SPACES.
007700 01  WS-DIVERPT-STATUS           PIC X(02) VALUE SPACES.
007710 01  WS-EDTSUM-STATUS            PIC X(02) VALUE SPACES.
007720 01  WS-FEEDREG-STATUS           PIC X(02) VALUE SPACES.
007730 01  WS-DIVEREJ-STATUS           PIC X(02) VALUE SPACES.
007800*
007900 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
008000 01  WS-REC-COUNT                PIC 9(08) COMP VALUE 0.
008400 01  WS-ID-IX                    PIC 9(04) COMP VALUE 0.
008500 01  WS-SUSP-COUNT               PIC 9(04) COMP VALUE 0.
008600 01  WS-SUSP-IX                  PIC 9(04) COMP VALUE 0.
008605*
008610 01  WS-ENV-SOURCE               PIC X(06) VALUE SPACES.
008615 01  WS-ENV-SEQ                  PIC 9(08) VALUE 0.
008620 01  WS-ENV-CREATED              PIC 9(08) VALUE 0.
008625 01  WS-ENV-RECORDS              PIC 9(08) VALUE 0.
008630 01  WS-ENV-HASH                 PIC 9(14) VALUE 0.
008635 01  WS-TRL-COUNT                PIC 9(08) VALUE 0.
008640 01  WS-TRL-HASH                 PIC 9(14) VALUE 0.
008645 01  WS-REG-LAST-SEQ             PIC 9(08) VALUE 0.
008650 01  WS-REG-LAST-COUNT           PIC 9(08) VALUE 0.
008655 01  WS-REG-LAST-HASH            PIC 9(14) VALUE 0.
008660 01  WS-ENV-DISP                 PIC X(01) VALUE SPACES.
008665 01  WS-ENV-REASON               PIC X(40) VALUE SPACES.
008700*
008800 01  WS-SEEN-ID-TABLE.
008900     05  WS-SEEN-ID              PIC 9(08) OCCURS 1000 TIMES.
010400     05  WS-DUP-SW               PIC X(01) VALUE "N".
010500         88  WS-DUP-FOUND                 VALUE "Y".
010600         88  WS-DUP-NOT-FOUND             VALUE "N".
010610     05  WS-TRAILER-SW           PIC X(01) VALUE "N".
010620         88  WS-TRAILER-SEEN              VALUE "Y".
010630         88  WS-TRAILER-NOT-SEEN          VALUE "N".
010640     05  WS-RERUN-SW             PIC X(01) VALUE "N".
010650         88  WS-ENV-RERUN                 VALUE "Y".
010660         88  WS-ENV-NOT-RERUN             VALUE "N".
010670     05  WS-REG-SW               PIC X(01) VALUE "N".
010680         88  WS-REG-ON-FILE               VALUE "Y".
010690         88  WS-REG-NOT-ON-FILE           VALUE "N".
010700*
010800*--------------------------------------------------------------
010900* EDIT REPORT LINES
013900         MOVE 16 TO RETURN-CODE
014000         GO TO 9999-EXIT
014100     END-IF.
014110
014120     PERFORM 1600-CHECK-ENVELOPE-HEADER
014130         THRU 1600-CHECK-ENVELOPE-HEADER-EXIT.
014140     IF WS-EDIT-FATAL
014150         MOVE 16 TO RETURN-CODE
014160         GO TO 9999-EXIT
014170     END-IF.
014200
014300     PERFORM 1500-LOAD-OPEN-SUSPENSE
014400         THRU 1500-LOAD-OPEN-SUSPENSE-EXIT.
015200         MOVE 16 TO RETURN-CODE
015300         GO TO 9999-EXIT
015400     END-IF.
015405
015410     PERFORM 2900-CHECK-ENVELOPE-TRAILER
015415         THRU 2900-CHECK-ENVELOPE-TRAILER-EXIT.
015420     IF WS-EDIT-FATAL
015425         MOVE 16 TO RETURN-CODE
015430         GO TO 9999-EXIT
015435     END-IF.
015440     MOVE "A" TO WS-ENV-DISP.
015445     PERFORM 8200-UPDATE-FEED-REGISTER
015450         THRU 8200-UPDATE-FEED-REGISTER-EXIT.
015455     IF WS-EDIT-FATAL
015460         MOVE 16 TO RETURN-CODE
015465         GO TO 9999-EXIT
015470     END-IF.
015500
015600     PERFORM 8000-WRITE-EDIT-TOTALS
015700         THRU 8000-WRITE-EDIT-TOTALS-EXIT.
015800
015900     CLOSE DIVIN.
016000     CLOSE DIVVAL.
016050     CLOSE DIVEREJ.
016100     CLOSE DIVERPT.
016200
016300     IF WS-REJECT-COUNT > 0
020200             WS-DIVVAL-STATUS
020300         SET WS-EDIT-FATAL TO TRUE
020400     END-IF.
020410     OPEN OUTPUT DIVEREJ.
020420     IF WS-DIVEREJ-STATUS NOT = "00"
020430         DISPLAY "DIVEDIT - UNABLE TO OPEN DIVEREJ, STATUS = "
020440             WS-DIVEREJ-STATUS
020450         SET WS-EDIT-FATAL TO TRUE
020460     END-IF.
020500 1000-OPEN-FILES-EXIT.
020600     EXIT.
020700
024900     MOVE EXCP-REC-ID TO WS-SUSP-ID (WS-SUSP-COUNT).
025000 1510-LOAD-ONE-SUSPENSE-EXIT.
025100     EXIT.
025101
025102*--------------------------------------------------------------
025103* 1600-CHECK-ENVELOPE-HEADER - THE FIRST DIVIN RECORD MUST BE THE
025104*      TRANSMISSION HEADER. ITS SEQUENCE NUMBER IS THEN CHECKED
025105*      AGAINST THE FEED REGISTER.
025106*--------------------------------------------------------------
025107 1600-CHECK-ENVELOPE-HEADER.
025108     READ DIVIN
025109         AT END
025110             MOVE "*** DIVIN IS EMPTY - NO TRANSMISSION HEADER"
025111                 TO EDT-MESSAGE-LINE
025112             WRITE DIVERPT-LINE FROM EDT-MESSAGE-LINE
025113             DISPLAY "DIVEDIT - DIVIN EMPTY, NO HEADER"
025114             SET WS-EDIT-FATAL TO TRUE
025115             GO TO 1600-CHECK-ENVELOPE-HEADER-EXIT
025116     END-READ.
025117     IF NOT FEEDH-IS-HEADER
025118         OR FEEDH-SOURCE = SPACES
025119         OR FEEDH-CREATE-DATE IS NOT NUMERIC
025120         OR FEEDH-TRANS-SEQ IS NOT NUMERIC
025121         OR FEEDH-TRANS-SEQ = 0
025122         MOVE "*** NO VALID TRANSMISSION HEADER - FEED UNUSABLE"
025123             TO EDT-MESSAGE-LINE
025124         WRITE DIVERPT-LINE FROM EDT-MESSAGE-LINE
025125         DISPLAY "DIVEDIT - FIRST RECORD IS NOT A VALID "
025126             "TRANSMISSION HEADER"
025127         SET WS-EDIT-FATAL TO TRUE
025128         GO TO 1600-CHECK-ENVELOPE-HEADER-EXIT
025129     END-IF.
025130
025131     MOVE FEEDH-SOURCE TO WS-ENV-SOURCE.
025132     MOVE FEEDH-CREATE-DATE TO WS-ENV-CREATED.
025133     MOVE FEEDH-TRANS-SEQ TO WS-ENV-SEQ.
025134     MOVE SPACES TO EDT-MESSAGE-LINE.
025135     STRING "TRANSMISSION " WS-ENV-SEQ " FROM " WS-ENV-SOURCE
025136         " CREATED " WS-ENV-CREATED
025137         DELIMITED BY SIZE INTO EDT-MESSAGE-LINE.
025138     WRITE DIVERPT-LINE FROM EDT-MESSAGE-LINE.
025139     PERFORM 1700-CHECK-SEQUENCE
025140         THRU 1700-CHECK-SEQUENCE-EXIT.
025141 1600-CHECK-ENVELOPE-HEADER-EXIT.
025142     EXIT.
025143
025144*--------------------------------------------------------------
025145* 1700-CHECK-SEQUENCE - THE TRANSMISSION MUST CARRY THE NEXT
025146*      SEQUENCE NUMBER AFTER THE LAST ONE ACCEPTED FROM ITS
025147*      SOURCE. A SOURCE NOT YET ON FEEDREG (OR NO FEEDREG AT ALL)
025148*      STARTS WHERE ITS FIRST FILE SAYS. THE SAME FILE ACCEPTED
025149*      EARLIER TODAY MAY BE EDITED AGAIN - ITS TRAILER IS HELD TO
025150*      THE ACCEPTED ONE IN 2900.
025151*--------------------------------------------------------------
025152 1700-CHECK-SEQUENCE.
025153     SET WS-ENV-NOT-RERUN TO TRUE.
025154     OPEN INPUT FEEDREG.
025155     IF WS-FEEDREG-STATUS = "35"
025156         GO TO 1700-CHECK-SEQUENCE-EXIT
025157     END-IF.
025158     IF WS-FEEDREG-STATUS NOT = "00"
025159         DISPLAY "DIVEDIT - UNABLE TO OPEN FEEDREG, STATUS = "
025160             WS-FEEDREG-STATUS
025161         SET WS-EDIT-FATAL TO TRUE
025162         GO TO 1700-CHECK-SEQUENCE-EXIT
025163     END-IF.
025164     MOVE "DIVIN" TO FEEDR-FEED.
025165     MOVE WS-ENV-SOURCE TO FEEDR-SOURCE.
025166     READ FEEDREG
025167         INVALID KEY
025168             CLOSE FEEDREG
025169             GO TO 1700-CHECK-SEQUENCE-EXIT
025170     END-READ.
025171     MOVE FEEDR-LAST-SEQ TO WS-REG-LAST-SEQ.
025172     MOVE FEEDR-LAST-COUNT TO WS-REG-LAST-COUNT.
025173     MOVE FEEDR-LAST-HASH TO WS-REG-LAST-HASH.
025174     EVALUATE TRUE
025175         WHEN WS-ENV-SEQ = FEEDR-LAST-SEQ
025176             AND WS-ENV-CREATED = FEEDR-LAST-CREATED
025177             AND FEEDR-LAST-ACCEPTED = WS-RUN-DATE
025178             SET WS-ENV-RERUN TO TRUE
025179             MOVE "RE-EDIT OF A TRANSMISSION ACCEPTED TODAY"
025180                 TO EDT-MESSAGE-LINE
025181             WRITE DIVERPT-LINE FROM EDT-MESSAGE-LINE
025182         WHEN WS-ENV-SEQ NOT > FEEDR-LAST-SEQ
025183             MOVE "R" TO WS-ENV-DISP
025184             MOVE "SEQUENCE NUMBER REPEATS" TO WS-ENV-REASON
025185         WHEN WS-ENV-SEQ > FEEDR-LAST-SEQ + 1
025186             MOVE "S" TO WS-ENV-DISP
025187             MOVE "SEQUENCE NUMBER SKIPS AHEAD" TO WS-ENV-REASON
025188     END-EVALUATE.
025189     CLOSE FEEDREG.
025190     IF WS-ENV-DISP = "R" OR WS-ENV-DISP = "S"
025191         PERFORM 1800-REJECT-TRANSMISSION
025192             THRU 1800-REJECT-TRANSMISSION-EXIT
025193     END-IF.
025194 1700-CHECK-SEQUENCE-EXIT.
025195     EXIT.
025200
025201*--------------------------------------------------------------
025202* 1800-REJECT-TRANSMISSION - THE WHOLE FILE IS REFUSED. THE
025203*      CALLER HAS SET THE DISPOSITION AND REASON. THE RECEIPT IS
025204*      NOTED ON FEEDREG AND DIVVAL IS EMPTIED SO THE CALCULATION
025205*      STEP CANNOT PICK UP ANY PART OF THE FILE.
025206*--------------------------------------------------------------
025207 1800-REJECT-TRANSMISSION.
025208     MOVE SPACES TO EDT-MESSAGE-LINE.
025209     STRING "*** TRANSMISSION REJECTED - " WS-ENV-REASON
025210         DELIMITED BY SIZE INTO EDT-MESSAGE-LINE.
025211     WRITE DIVERPT-LINE FROM EDT-MESSAGE-LINE.
025212     IF WS-ENV-DISP = "R" OR WS-ENV-DISP = "S"
025213         MOVE "LAST SEQUENCE ACCEPTED ." TO EDT-TOT-LABEL
025214         MOVE WS-REG-LAST-SEQ TO EDT-TOT-COUNT
025215         WRITE DIVERPT-LINE FROM EDT-TOTAL-LINE
025216     END-IF.
025217     DISPLAY "DIVEDIT - TRANSMISSION " WS-ENV-SEQ " FROM "
025218         WS-ENV-SOURCE " REJECTED - " WS-ENV-REASON.
025219
025220     PERFORM 8200-UPDATE-FEED-REGISTER
025221         THRU 8200-UPDATE-FEED-REGISTER-EXIT.
025222     CLOSE DIVVAL.
025223     OPEN OUTPUT DIVVAL.
025224     IF WS-DIVVAL-STATUS = "00"
025225         CLOSE DIVVAL
025226     END-IF.
025227     CLOSE DIVEREJ.
025228     OPEN OUTPUT DIVEREJ.
025229     IF WS-DIVEREJ-STATUS = "00"
025230         CLOSE DIVEREJ
025231     END-IF.
025232     SET WS-EDIT-FATAL TO TRUE.
025233 1800-REJECT-TRANSMISSION-EXIT.
025234     EXIT.
025235
025300*--------------------------------------------------------------
025400* 2000-EDIT-RECORDS - ONE PASS OVER THE RAW FEED. CLEAN
025500*      RECORDS GO STRAIGHT TO DIVVAL.
026700             SET WS-DIVIN-EOF TO TRUE
026800             GO TO 2100-EDIT-ONE-RECORD-EXIT
026900     END-READ.
026910     IF FEEDT-IS-TRAILER
026920         PERFORM 2950-HOLD-TRAILER THRU 2950-HOLD-TRAILER-EXIT
026930         GO TO 2100-EDIT-ONE-RECORD-EXIT
026940     END-IF.
027000     ADD 1 TO WS-REC-COUNT.
027010     ADD 1 TO WS-ENV-RECORDS.
027020     IF DIV-REC-DIVIDEND IS NUMERIC
027030         ADD DIV-REC-DIVIDEND TO WS-ENV-HASH
027040     END-IF.
027050     IF DIV-REC-DIVISOR IS NUMERIC
027060         ADD DIV-REC-DIVISOR TO WS-ENV-HASH
027070     END-IF.
027100
027200     IF DIV-REC-ID IS NOT NUMERIC OR DIV-REC-ID = 0
027300         PERFORM 3000-WRITE-REJECT-LINE
034100     END-IF.
034200 2300-MATCH-SUSPENSE-ID-EXIT.
034300     EXIT.
034301
034302*--------------------------------------------------------------
034303* 2900-CHECK-ENVELOPE-TRAILER - THE TRAILER MUST BE THE LAST
034304*      RECORD AND MUST BALANCE TO THE RECORDS BETWEEN IT AND THE
034305*      HEADER - THEIR COUNT AND THE HASH TOTAL OF THEIR VALUES.
034306*--------------------------------------------------------------
034307 2900-CHECK-ENVELOPE-TRAILER.
034308     MOVE "B" TO WS-ENV-DISP.
034309     IF WS-TRAILER-NOT-SEEN
034310         MOVE "NO TRAILER - FILE INCOMPLETE" TO WS-ENV-REASON
034311         GO TO 2900-CHECK-ENVELOPE-TRAILER-REJ
034312     END-IF.
034313     READ DIVIN
034314         AT END
034315             CONTINUE
034316         NOT AT END
034317             MOVE "RECORDS FOLLOW THE TRAILER" TO WS-ENV-REASON
034318             GO TO 2900-CHECK-ENVELOPE-TRAILER-REJ
034319     END-READ.
034320     IF WS-TRL-COUNT NOT = WS-ENV-RECORDS
034321         OR WS-TRL-HASH NOT = WS-ENV-HASH
034322         MOVE "TRAILER DOES NOT BALANCE" TO WS-ENV-REASON
034323         GO TO 2900-CHECK-ENVELOPE-TRAILER-REJ
034324     END-IF.
034325     IF WS-ENV-RERUN
034326         AND (WS-TRL-COUNT NOT = WS-REG-LAST-COUNT
034327             OR WS-TRL-HASH NOT = WS-REG-LAST-HASH)
034328         MOVE "R" TO WS-ENV-DISP
034329         MOVE "SEQUENCE NUMBER REPEATS" TO WS-ENV-REASON
034330         PERFORM 1800-REJECT-TRANSMISSION
034331             THRU 1800-REJECT-TRANSMISSION-EXIT
034332         GO TO 2900-CHECK-ENVELOPE-TRAILER-EXIT
034333     END-IF.
034334     MOVE SPACES TO WS-ENV-DISP.
034335     GO TO 2900-CHECK-ENVELOPE-TRAILER-EXIT.
034336
034337 2900-CHECK-ENVELOPE-TRAILER-REJ.
034338     MOVE "TRAILER RECORD COUNT ..." TO EDT-TOT-LABEL.
034339     MOVE WS-TRL-COUNT TO EDT-TOT-COUNT.
034340     WRITE DIVERPT-LINE FROM EDT-TOTAL-LINE.
034341     MOVE "RECORDS RECEIVED ......." TO EDT-TOT-LABEL.
034342     MOVE WS-ENV-RECORDS TO EDT-TOT-COUNT.
034343     WRITE DIVERPT-LINE FROM EDT-TOTAL-LINE.
034344     MOVE SPACES TO EDT-MESSAGE-LINE.
034345     STRING "TRAILER HASH TOTAL ...  " WS-TRL-HASH
034346         "   RECEIVED " WS-ENV-HASH
034347         DELIMITED BY SIZE INTO EDT-MESSAGE-LINE.
034348     WRITE DIVERPT-LINE FROM EDT-MESSAGE-LINE.
034349     PERFORM 1800-REJECT-TRANSMISSION
034350         THRU 1800-REJECT-TRANSMISSION-EXIT.
034351 2900-CHECK-ENVELOPE-TRAILER-EXIT.
034352     EXIT.
034353
034354 2950-HOLD-TRAILER.
034355     SET WS-TRAILER-SEEN TO TRUE.
034356     SET WS-DIVIN-EOF TO TRUE.
034357     IF FEEDT-REC-COUNT IS NUMERIC
034358         MOVE FEEDT-REC-COUNT TO WS-TRL-COUNT
034359     ELSE
034360         MOVE 99999999 TO WS-TRL-COUNT
034361     END-IF.
034362     IF FEEDT-HASH-TOTAL IS NUMERIC
034363         MOVE FEEDT-HASH-TOTAL TO WS-TRL-HASH
034364     ELSE
034365         MOVE 99999999999999 TO WS-TRL-HASH
034366     END-IF.
034367 2950-HOLD-TRAILER-EXIT.
034368     EXIT.
034400
034500*--------------------------------------------------------------
034600* 3000-WRITE-REJECT-LINE - A RECORD WHOSE ID ITSELF CANNOT BE
035200     MOVE DIV-INPUT-RECORD (1:8) TO EDT-DTL-ID.
035300     MOVE "RECORD ID BLANK OR NOT NUMERIC" TO EDT-DTL-REASON.
035400     WRITE DIVERPT-LINE FROM EDT-DETAIL-LINE.
035410     MOVE EDT-DTL-REASON TO ACK-REASON.
035411     PERFORM 3200-WRITE-REJECT-ACK
035412         THRU 3200-WRITE-REJECT-ACK-EXIT.
035500 3000-WRITE-REJECT-LINE-EXIT.
035600     EXIT.
035700
036400     MOVE WS-REC-COUNT TO EDT-DTL-POS.
036500     MOVE DIV-REC-ID TO EDT-DTL-ID.
036600     WRITE DIVERPT-LINE FROM EDT-DETAIL-LINE.
036610     MOVE EDT-DTL-REASON TO ACK-REASON.
036611     PERFORM 3200-WRITE-REJECT-ACK
036612         THRU 3200-WRITE-REJECT-ACK-EXIT.
036700 3100-WRITE-REJECT-WITH-ID-EXIT.
036800     EXIT.
036810
036811*--------------------------------------------------------------
036812* 3200-WRITE-REJECT-ACK - THE SAME REJECT, FOR THE SUBMITTER'S
036813*      ACKNOWLEDGMENT. THE CALLER HAS FILLED THE REASON; THE
036814*      CALCULATION STEP STAMPS THE RUN ID.
036815*--------------------------------------------------------------
036816 3200-WRITE-REJECT-ACK.
036817     MOVE "DTL" TO ACK-REC-TYPE.
036818     MOVE EDT-DTL-ID TO ACK-REC-ID.
036819     SET ACK-EDIT-REJECTED TO TRUE.
036820     MOVE DIV-REC-OPCODE TO ACK-OPCODE.
036821     MOVE 0 TO ACK-RESULT.
036822     MOVE 0 TO ACK-REMAINDER.
036823     MOVE 0 TO ACK-RUN-ID.
036824     WRITE ACK-DETAIL-RECORD.
036825 3200-WRITE-REJECT-ACK-EXIT.
036826     EXIT.
036900
037000*--------------------------------------------------------------
037100* 8000-WRITE-EDIT-TOTALS - END-OF-EDIT CONTROL TOTALS SO THE
039330     CLOSE EDTSUM.
039340 8100-WRITE-EDIT-SUMMARY-EXIT.
039350     EXIT.
039351
039352*--------------------------------------------------------------
039353* 8200-UPDATE-FEED-REGISTER - NOTE THE TRANSMISSION JUST RECEIVED
039354*      ON FEEDREG, CREATING THE REGISTER ON FIRST USE. AN
039355*      ACCEPTED ONE ALSO BECOMES THE LAST ACCEPTED FROM ITS
039356*      SOURCE.
039357*--------------------------------------------------------------
039358 8200-UPDATE-FEED-REGISTER.
039359     OPEN I-O FEEDREG.
039360     IF WS-FEEDREG-STATUS = "35"
039361         OPEN OUTPUT FEEDREG
039362         CLOSE FEEDREG
039363         OPEN I-O FEEDREG
039364     END-IF.
039365     IF WS-FEEDREG-STATUS NOT = "00"
039366         DISPLAY "DIVEDIT - UNABLE TO OPEN FEEDREG, STATUS = "
039367             WS-FEEDREG-STATUS
039368         SET WS-EDIT-FATAL TO TRUE
039369         GO TO 8200-UPDATE-FEED-REGISTER-EXIT
039370     END-IF.
039371
039372     SET WS-REG-ON-FILE TO TRUE.
039373     MOVE "DIVIN" TO FEEDR-FEED.
039374     MOVE WS-ENV-SOURCE TO FEEDR-SOURCE.
039375     READ FEEDREG
039376         INVALID KEY
039377             SET WS-REG-NOT-ON-FILE TO TRUE
039378             MOVE 0 TO FEEDR-LAST-SEQ
039379             MOVE 0 TO FEEDR-LAST-CREATED
039380             MOVE 0 TO FEEDR-LAST-ACCEPTED
039381             MOVE 0 TO FEEDR-LAST-COUNT
039382             MOVE 0 TO FEEDR-LAST-HASH
039383     END-READ.
039384     MOVE WS-ENV-SEQ TO FEEDR-RECV-SEQ.
039385     MOVE WS-ENV-CREATED TO FEEDR-RECV-CREATED.
039386     MOVE WS-RUN-DATE TO FEEDR-RECV-DATE.
039387     MOVE WS-ENV-DISP TO FEEDR-RECV-STATUS.
039388     IF FEEDR-RECV-ACCEPTED
039389         MOVE WS-ENV-SEQ TO FEEDR-LAST-SEQ
039390         MOVE WS-ENV-CREATED TO FEEDR-LAST-CREATED
039391         MOVE WS-RUN-DATE TO FEEDR-LAST-ACCEPTED
039392         MOVE WS-TRL-COUNT TO FEEDR-LAST-COUNT
039393         MOVE WS-TRL-HASH TO FEEDR-LAST-HASH
039394     END-IF.
039395
039396     IF WS-REG-ON-FILE
039397         REWRITE FEEDR-RECORD
039398             INVALID KEY
039399                 DISPLAY "DIVEDIT - FEEDREG REWRITE FAILED, "
039400                     "STATUS = " WS-FEEDREG-STATUS
039405                 SET WS-EDIT-FATAL TO TRUE
039410         END-REWRITE
039415     ELSE
039420         WRITE FEEDR-RECORD
039425             INVALID KEY
039430                 DISPLAY "DIVEDIT - FEEDREG WRITE FAILED, "
039435                     "STATUS = " WS-FEEDREG-STATUS
039440                 SET WS-EDIT-FATAL TO TRUE
039445         END-WRITE
039450     END-IF.
039455     CLOSE FEEDREG.
039460 8200-UPDATE-FEED-REGISTER-EXIT.
039465     EXIT.
039470
039475*--------------------------------------------------------------
039480* 9999-EXIT - SINGLE RETURN POINT FOR THE RUN.
039500*--------------------------------------------------------------
039600 9999-EXIT.
039700     STOP RUN.
