002390*                 LIKE A DUPLICATE. THE MAX-FINDER RESTART
002392*                 RELIES ON THE FEED BEING ORDERED TO DECIDE
002394*                 WHICH SETS THE EARLIER RUN ALREADY COMPLETED.
002395* 2026-09-14 RH   EVERY SET IS NOW CHECKED AGAINST THE SETREG
002396*                 ARRAY SET REGISTRY (SETRREC COPYBOOK). A SET
002397*                 THAT IS NOT REGISTERED OR IS RETIRED, THAT
002398*                 CARRIES A VALUE BELOW ITS FLOOR OR ABOVE ITS
002399*                 CEILING, OR WHOSE CLEAN ELEMENT COUNT FALLS
002401*                 OUTSIDE ITS REGISTERED RANGE IS REJECTED
002410*                 WHOLE - NOTHING OF IT REACHES ARRVAL - SO A
002420*                 MIS-KEYED SET NUMBER NO LONGER LOADS QUIETLY
002430*                 AS A NEW SET. THE OTHER SETS ON THE FEED STILL
002440*                 LOAD; A REJECTED SET COUNTS ITS DETAILS AS
002450*                 REJECTS AND ENDS THE EDIT WITH RETURN CODE 8.
002460*                 A MISSING REGISTRY IS FATAL.
002470* 2026-10-01 RH   ARRIN NOW ARRIVES IN A TRANSMISSION ENVELOPE
002480*                 (FEEDENV COPYBOOK) - A HEADER RECORD NAMING THE
002490*                 SOURCE SYSTEM, CREATION DATE AND TRANSMISSION
002501*                 SEQUENCE NUMBER AHEAD OF THE SETS AND A TRAILER
002510*                 RECORD WITH THE RECORD COUNT AND A HASH TOTAL
002520*                 OF ARR-REC-VALUE BEHIND THEM; ARRIN RECORDS ARE
002530*                 NOW 25 BYTES. A MISSING HEADER, A TRAILER THAT
002540*                 IS MISSING OR DOES NOT BALANCE, OR A SEQUENCE
002550*                 NUMBER THAT REPEATS OR SKIPS AHEAD OF THE LAST
002560*                 ONE ACCEPTED FROM THE SOURCE (FEEDREG REGISTER,
002570*                 FEEDRREC COPYBOOK) REJECTS THE TRANSMISSION
002580*                 WHOLE WITH RETURN CODE 16 AND LEAVES ARRVAL
002590*                 EMPTY. EVERY TRANSMISSION RECEIVED IS NOTED ON
002601*                 FEEDREG FOR THE MORNING STATUS REPORT. EDITING
002610*                 THE SAME FILE AGAIN ON THE DAY IT WAS ACCEPTED
002620*                 IS ALLOWED SO THE STEP CAN BE RERUN.
002630* 2026-10-15 RH   AN EMPTY ARRIN OR A FIRST RECORD THAT IS NOT A
002640*                 VALID HEADER NOW EMPTIES ARRVAL TOO, SO THE
002650*                 DELTA STEP AND THE MAX-FINDER CANNOT RELOAD THE
002660*                 PREVIOUS RUN'S FILE.
002320*--------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
003610     SELECT EDTSUM ASSIGN TO "EDTSUM"
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS WS-EDTSUM-STATUS.
003640     SELECT SETREG ASSIGN TO "SETREG"
003650         ORGANIZATION IS INDEXED
003660         ACCESS MODE IS DYNAMIC
003670         RECORD KEY IS SETR-SET-ID
003680         FILE STATUS IS WS-SETREG-STATUS.
003681     SELECT FEEDREG ASSIGN TO "FEEDREG"
003682         ORGANIZATION IS INDEXED
003683         ACCESS MODE IS DYNAMIC
003684         RECORD KEY IS FEEDR-KEY
003685         FILE STATUS IS WS-FEEDREG-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004200     BLOCK CONTAINS 0 RECORDS
004300     LABEL RECORDS ARE STANDARD.
004400     COPY ARRREC.
004410     COPY FEEDENV.
004500
004600 FD  ARRVAL
004700     RECORDING MODE IS F
005640     BLOCK CONTAINS 0 RECORDS
005650     LABEL RECORDS ARE STANDARD.
005660     COPY EDTSREC.
005670
005680 FD  SETREG
005690     RECORDING MODE IS F
005691     BLOCK CONTAINS 0 RECORDS
005692     LABEL RECORDS ARE STANDARD.
005693     COPY SETRREC.
005694
005695 FD  FEEDREG
005696     RECORDING MODE IS F
005697     BLOCK CONTAINS 0 RECORDS
005698     LABEL RECORDS ARE STANDARD.
005699     COPY FEEDRREC.
005700
005800 WORKING-STORAGE SECTION.
005900*--------------------------------------------------------------
006300 77  WS-ARRVAL-STATUS    PIC X(02) VALUE SPACES.
006400 77  WS-EDTRPT-STATUS    PIC X(02) VALUE SPACES.
006410 77  WS-EDTSUM-STATUS    PIC X(02) VALUE SPACES.
006420 77  WS-SETREG-STATUS    PIC X(02) VALUE SPACES.
006430 77  WS-FEEDREG-STATUS   PIC X(02) VALUE SPACES.
006500 77  WS-HEADER-COUNT     PIC 9(8) VALUE 0.
006550 77  WS-CUR-SET          PIC 9(4) VALUE 0.
006600 77  WS-DETAIL-COUNT     PIC 9(8) COMP VALUE 0.
006800 77  WS-REJECT-COUNT     PIC 9(8) COMP VALUE 0.
006810 77  WS-SET-COUNT        PIC 9(4) COMP VALUE 0.
006820 77  WS-SET-IX           PIC 9(4) COMP VALUE 0.
006825 77  WS-SET-REJECT-COUNT PIC 9(4) COMP VALUE 0.
006826 77  WS-SET-REASON       PIC X(40) VALUE SPACES.
006830 77  WS-DETAIL-IX        PIC 9(8) COMP VALUE 0.
006840 77  WS-REC-POS          PIC 9(8) COMP VALUE 0.
006900 77  WS-RUN-DATE         PIC 9(8) VALUE 0.
006905 77  WS-ENV-SOURCE       PIC X(06) VALUE SPACES.
006910 77  WS-ENV-SEQ          PIC 9(8) VALUE 0.
006915 77  WS-ENV-CREATED      PIC 9(8) VALUE 0.
006920 77  WS-ENV-RECORDS      PIC 9(8) VALUE 0.
006925 77  WS-ENV-HASH         PIC 9(14) VALUE 0.
006930 77  WS-TRL-COUNT        PIC 9(8) VALUE 0.
006935 77  WS-TRL-HASH         PIC 9(14) VALUE 0.
006940 77  WS-REG-LAST-SEQ     PIC 9(8) VALUE 0.
006945 77  WS-REG-LAST-COUNT   PIC 9(8) VALUE 0.
006950 77  WS-REG-LAST-HASH    PIC 9(14) VALUE 0.
006955 77  WS-ENV-DISP         PIC X(01) VALUE SPACES.
006960 77  WS-ENV-REASON       PIC X(40) VALUE SPACES.
007000
007010*--------------------------------------------------------------
007020* ARRAY SET TABLE - ONE ENTRY PER SET SEEN ON THE FEED. THE
007080         10  WS-TBL-SET-ID       PIC 9(04).
007090         10  WS-TBL-DETAILS-READ PIC 9(08).
007091         10  WS-TBL-CLEAN-COUNT  PIC 9(08).
007092         10  WS-TBL-SET-OK       PIC X(01).
007094             88  WS-TBL-SET-ACCEPTED     VALUE "Y".
007096             88  WS-TBL-SET-REJECTED     VALUE "N".
007098
007100 01  WS-SWITCHES.
007200     05  WS-EDIT-FATAL-SW  PIC X(01) VALUE "N".
007300         88  WS-EDIT-FATAL           VALUE "Y".
008010     05  WS-DUP-SET-SW     PIC X(01) VALUE "N".
008020         88  WS-DUP-SET-FOUND        VALUE "Y".
008030         88  WS-DUP-SET-NOT-FOUND    VALUE "N".
008040     05  WS-SET-REG-SW     PIC X(01) VALUE "N".
008050         88  WS-SET-REGISTERED       VALUE "Y".
008060         88  WS-SET-NOT-REGISTERED   VALUE "N".
008070     05  WS-SET-LIMIT-SW   PIC X(01) VALUE "Y".
008080         88  WS-SET-WITHIN-LIMITS    VALUE "Y".
008090         88  WS-SET-BREAKS-LIMITS    VALUE "N".
008091     05  WS-TRAILER-SW     PIC X(01) VALUE "N".
008092         88  WS-TRAILER-SEEN         VALUE "Y".
008093         88  WS-TRAILER-NOT-SEEN     VALUE "N".
008094     05  WS-RERUN-SW       PIC X(01) VALUE "N".
008095         88  WS-ENV-RERUN            VALUE "Y".
008096         88  WS-ENV-NOT-RERUN        VALUE "N".
008097     05  WS-REG-SW         PIC X(01) VALUE "N".
008098         88  WS-REG-ON-FILE          VALUE "Y".
008099         88  WS-REG-NOT-ON-FILE      VALUE "N".
008100
008200*--------------------------------------------------------------
008300* EDIT REPORT LINES
011500         MOVE 16 TO RETURN-CODE
011600         GO TO 9999-EXIT
011700     END-IF.
011710
011720     PERFORM 1600-CHECK-ENVELOPE-HEADER
011730         THRU 1600-CHECK-ENVELOPE-HEADER-EXIT.
011740     IF WS-EDIT-FATAL
011750         MOVE 16 TO RETURN-CODE
011760         GO TO 9999-EXIT
011770     END-IF.
011800
011900     PERFORM 2000-EDIT-SETS
012000         THRU 2000-EDIT-SETS-EXIT.
012300         MOVE 16 TO RETURN-CODE
012400         GO TO 9999-EXIT
012500     END-IF.
012510
012520     PERFORM 2900-CHECK-ENVELOPE-TRAILER
012530         THRU 2900-CHECK-ENVELOPE-TRAILER-EXIT.
012540     IF WS-EDIT-FATAL
012550         MOVE 16 TO RETURN-CODE
012560         GO TO 9999-EXIT
012570     END-IF.
012600
012700     PERFORM 4000-WRITE-VALIDATED-FILE
012800         THRU 4000-WRITE-VALIDATED-FILE-EXIT.
013100         MOVE 16 TO RETURN-CODE
013200         GO TO 9999-EXIT
013300     END-IF.
013310
013320     MOVE "A" TO WS-ENV-DISP.
013330     PERFORM 8200-UPDATE-FEED-REGISTER
013340         THRU 8200-UPDATE-FEED-REGISTER-EXIT.
013350     IF WS-EDIT-FATAL
013360         MOVE 16 TO RETURN-CODE
013370         GO TO 9999-EXIT
013380     END-IF.
013400
013500     PERFORM 8000-WRITE-EDIT-TOTALS
013600         THRU 8000-WRITE-EDIT-TOTALS-EXIT.
013800     CLOSE EDTRPT.
013900
014000     IF WS-REJECT-COUNT > 0 OR WS-COUNT-MISMATCH
014050         OR WS-SET-REJECT-COUNT > 0
014100         MOVE 8 TO RETURN-CODE
014200     END-IF.
014300     GO TO 9999-EXIT.
014600* 1000-OPEN-FILES - OPEN THE REPORT AND THE RAW FEED AND PRINT
014700*                   THE REPORT HEADINGS. A MISSING OR EMPTY
014800*                   ARRIN IS FATAL - THERE IS NO FEED TO EDIT.
014810*                   SO IS A MISSING SETREG REGISTRY - EVERY
014820*                   SET WOULD BE REJECTED AS UNREGISTERED.
014900*--------------------------------------------------------------
015000 1000-OPEN-FILES.
015100     OPEN OUTPUT EDTRPT.
017300         SET WS-EDIT-FATAL TO TRUE
017400         GO TO 1000-OPEN-FILES-EXIT
017500     END-IF.
017510
017520     OPEN INPUT SETREG.
017530     IF WS-SETREG-STATUS NOT = "00"
017540         MOVE "*** UNABLE TO OPEN SETREG - NO SET REGISTRY"
017550             TO EDT-MESSAGE-LINE
017560         WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE
017570         DISPLAY "ARREDIT - UNABLE TO OPEN SETREG, STATUS = "
017580             WS-SETREG-STATUS
017590         SET WS-EDIT-FATAL TO TRUE
017595         GO TO 1000-OPEN-FILES-EXIT
017596     END-IF.
017600 1000-OPEN-FILES-EXIT.
017610     EXIT.
017620
017630*--------------------------------------------------------------
017640* 1600-CHECK-ENVELOPE-HEADER - THE FIRST ARRIN RECORD MUST BE
017650*                              THE TRANSMISSION HEADER. ITS
017660*                              SEQUENCE NUMBER IS THEN CHECKED
017670*                              AGAINST THE FEED REGISTER.
017680*                              A MISSING OR INVALID HEADER
017690*                              REFUSES THE FILE AND LEAVES
017700*                              ARRVAL EMPTY.
017701*--------------------------------------------------------------
017702 1600-CHECK-ENVELOPE-HEADER.
017703     READ ARRIN
017704         AT END
017705             MOVE "*** ARRIN IS EMPTY - NO TRANSMISSION HEADER"
017706                 TO EDT-MESSAGE-LINE
017707             WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE
017708             DISPLAY "ARREDIT - ARRIN EMPTY, NO HEADER"
017709             PERFORM 1850-EMPTY-ARRVAL
017710                 THRU 1850-EMPTY-ARRVAL-EXIT
017711             SET WS-EDIT-FATAL TO TRUE
017712             GO TO 1600-CHECK-ENVELOPE-HEADER-EXIT
017713     END-READ.
017714     ADD 1 TO WS-REC-POS.
017715     IF NOT FEEDH-IS-HEADER
017716         OR FEEDH-SOURCE = SPACES
017717         OR FEEDH-CREATE-DATE IS NOT NUMERIC
017718         OR FEEDH-TRANS-SEQ IS NOT NUMERIC
017719         OR FEEDH-TRANS-SEQ = 0
017720         MOVE "*** NO VALID TRANSMISSION HEADER - FEED UNUSABLE"
017721             TO EDT-MESSAGE-LINE
017722         WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE
017723         DISPLAY "ARREDIT - FIRST RECORD IS NOT A VALID "
017724             "TRANSMISSION HEADER"
017725         PERFORM 1850-EMPTY-ARRVAL
017726             THRU 1850-EMPTY-ARRVAL-EXIT
017729         SET WS-EDIT-FATAL TO TRUE
017730         GO TO 1600-CHECK-ENVELOPE-HEADER-EXIT
017731     END-IF.
017732
017733     MOVE FEEDH-SOURCE TO WS-ENV-SOURCE.
017734     MOVE FEEDH-CREATE-DATE TO WS-ENV-CREATED.
017735     MOVE FEEDH-TRANS-SEQ TO WS-ENV-SEQ.
017736     MOVE SPACES TO EDT-MESSAGE-LINE.
017737     STRING "TRANSMISSION " WS-ENV-SEQ " FROM " WS-ENV-SOURCE
017738         " CREATED " WS-ENV-CREATED
017739         DELIMITED BY SIZE INTO EDT-MESSAGE-LINE.
017740     WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE.
017741     PERFORM 1700-CHECK-SEQUENCE
017742         THRU 1700-CHECK-SEQUENCE-EXIT.
017743 1600-CHECK-ENVELOPE-HEADER-EXIT.
017744     EXIT.
017745
017746*--------------------------------------------------------------
017747* 1700-CHECK-SEQUENCE - THE TRANSMISSION MUST CARRY THE NEXT
017748*                       SEQUENCE NUMBER AFTER THE LAST ONE
017749*                       ACCEPTED FROM ITS SOURCE. A SOURCE NOT
017750*                       YET ON FEEDREG (OR NO FEEDREG AT ALL)
017751*                       STARTS WHERE ITS FIRST FILE SAYS. THE
017752*                       SAME FILE ACCEPTED EARLIER TODAY MAY BE
017753*                       EDITED AGAIN - ITS TRAILER IS HELD TO
017754*                       THE ACCEPTED ONE IN 2900.
017755*--------------------------------------------------------------
017756 1700-CHECK-SEQUENCE.
017757     SET WS-ENV-NOT-RERUN TO TRUE.
017758     OPEN INPUT FEEDREG.
017759     IF WS-FEEDREG-STATUS = "35"
017760         GO TO 1700-CHECK-SEQUENCE-EXIT
017761     END-IF.
017762     IF WS-FEEDREG-STATUS NOT = "00"
017763         DISPLAY "ARREDIT - UNABLE TO OPEN FEEDREG, STATUS = "
017764             WS-FEEDREG-STATUS
017765         SET WS-EDIT-FATAL TO TRUE
017766         GO TO 1700-CHECK-SEQUENCE-EXIT
017767     END-IF.
017768     MOVE "ARRIN" TO FEEDR-FEED.
017769     MOVE WS-ENV-SOURCE TO FEEDR-SOURCE.
017770     READ FEEDREG
017771         INVALID KEY
017772             CLOSE FEEDREG
017773             GO TO 1700-CHECK-SEQUENCE-EXIT
017774     END-READ.
017775     MOVE FEEDR-LAST-SEQ TO WS-REG-LAST-SEQ.
017776     MOVE FEEDR-LAST-COUNT TO WS-REG-LAST-COUNT.
017777     MOVE FEEDR-LAST-HASH TO WS-REG-LAST-HASH.
017778     EVALUATE TRUE
017779         WHEN WS-ENV-SEQ = FEEDR-LAST-SEQ
017780             AND WS-ENV-CREATED = FEEDR-LAST-CREATED
017781             AND FEEDR-LAST-ACCEPTED = WS-RUN-DATE
017782             SET WS-ENV-RERUN TO TRUE
017783             MOVE "RE-EDIT OF A TRANSMISSION ACCEPTED TODAY"
017784                 TO EDT-MESSAGE-LINE
017785             WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE
017786         WHEN WS-ENV-SEQ NOT > FEEDR-LAST-SEQ
017787             MOVE "R" TO WS-ENV-DISP
017788             MOVE "SEQUENCE NUMBER REPEATS" TO WS-ENV-REASON
017789         WHEN WS-ENV-SEQ > FEEDR-LAST-SEQ + 1
017790             MOVE "S" TO WS-ENV-DISP
017791             MOVE "SEQUENCE NUMBER SKIPS AHEAD" TO WS-ENV-REASON
017792     END-EVALUATE.
017793     CLOSE FEEDREG.
017794     IF WS-ENV-DISP = "R" OR WS-ENV-DISP = "S"
017795         PERFORM 1800-REJECT-TRANSMISSION
017796             THRU 1800-REJECT-TRANSMISSION-EXIT
017797     END-IF.
017798 1700-CHECK-SEQUENCE-EXIT.
017799     EXIT.
017800
017801*--------------------------------------------------------------
017802* 1800-REJECT-TRANSMISSION - THE WHOLE FILE IS REFUSED. THE
017803*                            CALLER HAS SET THE DISPOSITION AND
017804*                            REASON. THE RECEIPT IS NOTED ON
017805*                            FEEDREG AND ARRVAL IS LEFT EMPTY SO
017806*                            NO LATER STEP LOADS AN OLD FILE.
017807*--------------------------------------------------------------
017808 1800-REJECT-TRANSMISSION.
017809     MOVE SPACES TO EDT-MESSAGE-LINE.
017810     STRING "*** TRANSMISSION REJECTED - " WS-ENV-REASON
017811         DELIMITED BY SIZE INTO EDT-MESSAGE-LINE.
017812     WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE.
017813     IF WS-ENV-DISP = "R" OR WS-ENV-DISP = "S"
017814         MOVE "LAST SEQUENCE ACCEPTED ." TO EDT-TOT-LABEL
017815         MOVE WS-REG-LAST-SEQ TO EDT-TOT-COUNT
017816         WRITE EDTRPT-LINE FROM EDT-TOTAL-LINE
017817     END-IF.
017818     DISPLAY "ARREDIT - TRANSMISSION " WS-ENV-SEQ " FROM "
017819         WS-ENV-SOURCE " REJECTED - " WS-ENV-REASON.
017820
017821     PERFORM 8200-UPDATE-FEED-REGISTER
017822         THRU 8200-UPDATE-FEED-REGISTER-EXIT.
017824     PERFORM 1850-EMPTY-ARRVAL
017826         THRU 1850-EMPTY-ARRVAL-EXIT.
017828     SET WS-EDIT-FATAL TO TRUE.
017830 1800-REJECT-TRANSMISSION-EXIT.
017832     EXIT.
017834
017836*--------------------------------------------------------------
017838* 1850-EMPTY-ARRVAL - OPEN AND CLOSE ARRVAL SO A REFUSED FEED
017840*                     LEAVES IT EMPTY AND YESTERDAY'S RECORDS
017842*                     CANNOT BE LOADED AGAIN DOWNSTREAM
017844*--------------------------------------------------------------
017846 1850-EMPTY-ARRVAL.
017848     OPEN OUTPUT ARRVAL.
017850     IF WS-ARRVAL-STATUS = "00"
017852         CLOSE ARRVAL
017854     END-IF.
017856 1850-EMPTY-ARRVAL-EXIT.
017858     EXIT.
017860
017900*--------------------------------------------------------------
018000* 2000-EDIT-SETS - WALK THE FEED SET BY SET. EACH PASS OF
018100*                  2100-EDIT-ONE-SET CONSUMES ONE HEADER AND
018600     PERFORM 2100-EDIT-ONE-SET
018700         THRU 2100-EDIT-ONE-SET-EXIT
018800         UNTIL WS-ARRIN-EOF OR WS-EDIT-FATAL.
018810     CLOSE SETREG.
018900
019000     IF WS-SET-COUNT = 0 AND WS-EDIT-NOT-FATAL
019100         MOVE "*** ARRIN IS EMPTY - NO HEADER RECORD PRESENT"
021000             GO TO 2100-EDIT-ONE-SET-EXIT
021100     END-READ.
021200     ADD 1 TO WS-REC-POS.
021210     IF FEEDT-IS-TRAILER
021220         PERFORM 2950-HOLD-TRAILER THRU 2950-HOLD-TRAILER-EXIT
021230         GO TO 2100-EDIT-ONE-SET-EXIT
021240     END-IF.
021250     ADD 1 TO WS-ENV-RECORDS.
021300
021400     IF ARR-REC-SET-ID IS NOT NUMERIC
021500         OR ARR-REC-COUNT IS NOT NUMERIC
025100     MOVE WS-CUR-SET TO WS-TBL-SET-ID (WS-SET-COUNT).
025200     MOVE 0 TO WS-SET-DETAILS.
025300     MOVE 0 TO WS-SET-CLEAN.
025310     SET WS-TBL-SET-ACCEPTED (WS-SET-COUNT) TO TRUE.
025320     SET WS-SET-WITHIN-LIMITS TO TRUE.
025330     PERFORM 2160-LOOK-UP-REGISTRY
025340         THRU 2160-LOOK-UP-REGISTRY-EXIT.
025400
025500     PERFORM 2200-EDIT-ONE-DETAIL
025600         THRU 2200-EDIT-ONE-DETAIL-EXIT
027500             DELIMITED BY SIZE INTO EDT-MESSAGE-LINE
027600         WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE
027700     END-IF.
027710
027720     PERFORM 2300-APPLY-REGISTRY-LIMITS
027730         THRU 2300-APPLY-REGISTRY-LIMITS-EXIT.
027800 2100-EDIT-ONE-SET-EXIT.
027900     EXIT.
028000
028400     END-IF.
028500 2150-CHECK-DUP-SET-EXIT.
028600     EXIT.
028610
028620*--------------------------------------------------------------
028630* 2160-LOOK-UP-REGISTRY - READ THE SETREG ENTRY OF THE CURRENT
028640*                         SET. ITS FLOOR AND CEILING POLICE THE
028650*                         DETAILS AS THEY ARE EDITED.
028660*--------------------------------------------------------------
028670 2160-LOOK-UP-REGISTRY.
028680     SET WS-SET-REGISTERED TO TRUE.
028690     MOVE WS-CUR-SET TO SETR-SET-ID.
028691     READ SETREG
028692         INVALID KEY
028693             SET WS-SET-NOT-REGISTERED TO TRUE
028694     END-READ.
028695 2160-LOOK-UP-REGISTRY-EXIT.
028696     EXIT.
028700
028800*--------------------------------------------------------------
028900* 2200-EDIT-ONE-DETAIL - ONE DETAIL RECORD OF THE CURRENT SET.
029000*                        A SET ID THAT DOES NOT MATCH THE
029100*                        HEADER OR A NON-NUMERIC VALUE IS
029200*                        REJECTED AND REPORTED. SO IS A VALUE
029210*                        OUTSIDE THE REGISTERED FLOOR AND
029220*                        CEILING, WHICH ALSO MARKS THE WHOLE
029230*                        SET FOR REJECTION.
029300*--------------------------------------------------------------
029400 2200-EDIT-ONE-DETAIL.
029500     READ ARRIN
029800             GO TO 2200-EDIT-ONE-DETAIL-EXIT
029900     END-READ.
030000     ADD 1 TO WS-REC-POS.
030010     IF FEEDT-IS-TRAILER
030020         PERFORM 2950-HOLD-TRAILER THRU 2950-HOLD-TRAILER-EXIT
030030         GO TO 2200-EDIT-ONE-DETAIL-EXIT
030040     END-IF.
030050     ADD 1 TO WS-ENV-RECORDS.
030060     IF ARR-REC-VALUE IS NUMERIC
030070         ADD ARR-REC-VALUE TO WS-ENV-HASH
030080     END-IF.
030100     ADD 1 TO WS-DETAIL-COUNT.
030200     ADD 1 TO WS-SET-DETAILS.
030300
031200         GO TO 2200-EDIT-ONE-DETAIL-EXIT
031300     END-IF.
031400
031500     IF ARR-REC-VALUE IS NOT NUMERIC
031900         ADD 1 TO WS-REJECT-COUNT
032000         MOVE WS-REC-POS TO EDT-DTL-POS
032100         MOVE WS-CUR-SET TO EDT-DTL-SET
032200         MOVE ARR-DETAIL-RECORD TO EDT-DTL-VALUE
032300         MOVE "VALUE NOT NUMERIC" TO EDT-DTL-REASON
032400         WRITE EDTRPT-LINE FROM EDT-DETAIL-LINE
032410         GO TO 2200-EDIT-ONE-DETAIL-EXIT
032500     END-IF.
032510
032520     IF WS-SET-REGISTERED
032530         AND (ARR-REC-VALUE < SETR-VALUE-FLOOR
032540             OR ARR-REC-VALUE > SETR-VALUE-CEILING)
032550         SET WS-SET-BREAKS-LIMITS TO TRUE
032560         ADD 1 TO WS-REJECT-COUNT
032570         MOVE WS-REC-POS TO EDT-DTL-POS
032580         MOVE WS-CUR-SET TO EDT-DTL-SET
032590         MOVE ARR-DETAIL-RECORD TO EDT-DTL-VALUE
032591         MOVE "VALUE OUTSIDE REGISTERED FLOOR/CEILING"
032592             TO EDT-DTL-REASON
032593         WRITE EDTRPT-LINE FROM EDT-DETAIL-LINE
032594         GO TO 2200-EDIT-ONE-DETAIL-EXIT
032595     END-IF.
032596
032597     ADD 1 TO WS-CLEAN-COUNT.
032598     ADD 1 TO WS-SET-CLEAN.
032600 2200-EDIT-ONE-DETAIL-EXIT.
032700     EXIT.
032710
032720*--------------------------------------------------------------
032730* 2300-APPLY-REGISTRY-LIMITS - JUDGE THE SET JUST EDITED
032740*                              AGAINST ITS SETREG ENTRY. AN
032750*                              UNREGISTERED OR RETIRED SET, A
032760*                              VALUE OUTSIDE THE FLOOR/CEILING
032770*                              OR A CLEAN COUNT OUTSIDE THE
032780*                              REGISTERED RANGE REJECTS THE SET
032790*                              WHOLE: ITS CLEAN DETAILS MOVE TO
032791*                              THE REJECT COUNT AND THE SECOND
032792*                              PASS COPIES NOTHING OF IT.
032793*--------------------------------------------------------------
032794 2300-APPLY-REGISTRY-LIMITS.
032795     EVALUATE TRUE
032796         WHEN WS-SET-NOT-REGISTERED
032797             MOVE "NOT REGISTERED IN SETREG" TO WS-SET-REASON
032798         WHEN SETR-RETIRED
032799             MOVE "RETIRED IN SETREG" TO WS-SET-REASON
032800         WHEN WS-SET-BREAKS-LIMITS
032801             MOVE "VALUES OUTSIDE REGISTERED FLOOR/CEILING"
032802                 TO WS-SET-REASON
032803         WHEN WS-SET-CLEAN < SETR-MIN-COUNT
032804             OR WS-SET-CLEAN > SETR-MAX-COUNT
032805             MOVE "CLEAN COUNT OUTSIDE REGISTERED RANGE"
032806                 TO WS-SET-REASON
032807         WHEN OTHER
032808             GO TO 2300-APPLY-REGISTRY-LIMITS-EXIT
032809     END-EVALUATE.
032810
032811     SET WS-TBL-SET-REJECTED (WS-SET-COUNT) TO TRUE.
032812     ADD 1 TO WS-SET-REJECT-COUNT.
032813     SUBTRACT WS-SET-CLEAN FROM WS-CLEAN-COUNT.
032814     ADD WS-SET-CLEAN TO WS-REJECT-COUNT.
032815     MOVE 0 TO WS-TBL-CLEAN-COUNT (WS-SET-COUNT).
032816     MOVE SPACES TO EDT-MESSAGE-LINE.
032817     STRING "*** SET " WS-CUR-SET " REJECTED - " WS-SET-REASON
032818         DELIMITED BY SIZE INTO EDT-MESSAGE-LINE.
032819     WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE.
032820     DISPLAY "ARREDIT - SET " WS-CUR-SET " REJECTED - "
032821         WS-SET-REASON.
032822 2300-APPLY-REGISTRY-LIMITS-EXIT.
032823     EXIT.
032824
032825*--------------------------------------------------------------
032826* 2900-CHECK-ENVELOPE-TRAILER - THE TRAILER MUST BE THE LAST
032827*                               RECORD AND MUST BALANCE TO THE
032828*                               RECORDS BETWEEN IT AND THE
032829*                               HEADER - THEIR COUNT AND THE HASH
032830*                               TOTAL OF THEIR VALUES.
032831*--------------------------------------------------------------
032832 2900-CHECK-ENVELOPE-TRAILER.
032833     MOVE "B" TO WS-ENV-DISP.
032834     IF WS-TRAILER-NOT-SEEN
032835         MOVE "NO TRAILER - FILE INCOMPLETE" TO WS-ENV-REASON
032836         GO TO 2900-CHECK-ENVELOPE-TRAILER-REJ
032837     END-IF.
032838     READ ARRIN
032839         AT END
032840             CONTINUE
032841         NOT AT END
032842             MOVE "RECORDS FOLLOW THE TRAILER" TO WS-ENV-REASON
032843             GO TO 2900-CHECK-ENVELOPE-TRAILER-REJ
032844     END-READ.
032845     IF WS-TRL-COUNT NOT = WS-ENV-RECORDS
032846         OR WS-TRL-HASH NOT = WS-ENV-HASH
032847         MOVE "TRAILER DOES NOT BALANCE" TO WS-ENV-REASON
032848         GO TO 2900-CHECK-ENVELOPE-TRAILER-REJ
032849     END-IF.
032850     IF WS-ENV-RERUN
032851         AND (WS-TRL-COUNT NOT = WS-REG-LAST-COUNT
032852             OR WS-TRL-HASH NOT = WS-REG-LAST-HASH)
032853         MOVE "R" TO WS-ENV-DISP
032854         MOVE "SEQUENCE NUMBER REPEATS" TO WS-ENV-REASON
032855         PERFORM 1800-REJECT-TRANSMISSION
032856             THRU 1800-REJECT-TRANSMISSION-EXIT
032857         GO TO 2900-CHECK-ENVELOPE-TRAILER-EXIT
032858     END-IF.
032859     MOVE SPACES TO WS-ENV-DISP.
032860     GO TO 2900-CHECK-ENVELOPE-TRAILER-EXIT.
032861
032862 2900-CHECK-ENVELOPE-TRAILER-REJ.
032863     MOVE "TRAILER RECORD COUNT ..." TO EDT-TOT-LABEL.
032864     MOVE WS-TRL-COUNT TO EDT-TOT-COUNT.
032865     WRITE EDTRPT-LINE FROM EDT-TOTAL-LINE.
032866     MOVE "RECORDS RECEIVED ......." TO EDT-TOT-LABEL.
032867     MOVE WS-ENV-RECORDS TO EDT-TOT-COUNT.
032868     WRITE EDTRPT-LINE FROM EDT-TOTAL-LINE.
032869     MOVE SPACES TO EDT-MESSAGE-LINE.
032870     STRING "TRAILER HASH TOTAL ...  " WS-TRL-HASH
032871         "   RECEIVED " WS-ENV-HASH
032872         DELIMITED BY SIZE INTO EDT-MESSAGE-LINE.
032873     WRITE EDTRPT-LINE FROM EDT-MESSAGE-LINE.
032874     PERFORM 1800-REJECT-TRANSMISSION
032875         THRU 1800-REJECT-TRANSMISSION-EXIT.
032876 2900-CHECK-ENVELOPE-TRAILER-EXIT.
032877     EXIT.
032878
032879 2950-HOLD-TRAILER.
032880     SET WS-TRAILER-SEEN TO TRUE.
032881     SET WS-ARRIN-EOF TO TRUE.
032882     IF FEEDT-REC-COUNT IS NUMERIC
032883         MOVE FEEDT-REC-COUNT TO WS-TRL-COUNT
032884     ELSE
032885         MOVE 99999999 TO WS-TRL-COUNT
032886     END-IF.
032887     IF FEEDT-HASH-TOTAL IS NUMERIC
032888         MOVE FEEDT-HASH-TOTAL TO WS-TRL-HASH
032889     ELSE
032890         MOVE 99999999999999 TO WS-TRL-HASH
032891     END-IF.
032892 2950-HOLD-TRAILER-EXIT.
032893     EXIT.
032894
032900*--------------------------------------------------------------
033000* 4000-WRITE-VALIDATED-FILE - SECOND PASS OVER ARRIN. FOR EACH
033100*                             SET IN THE TABLE, WRITES THE
033600*                             ELEMENT. THE DETAILS-READ COUNT
033700*                             FROM PASS ONE KEEPS BOTH PASSES
033800*                             CONSUMING THE SAME RECORDS.
033810*                             A SET REJECTED AGAINST THE
033820*                             REGISTRY IS READ PAST, NOT COPIED.
033900*--------------------------------------------------------------
034000 4000-WRITE-VALIDATED-FILE.
034100     CLOSE ARRIN.
034600         SET WS-EDIT-FATAL TO TRUE
034700         GO TO 4000-WRITE-VALIDATED-FILE-EXIT
034800     END-IF.
034810     READ ARRIN
034820         AT END
034830             DISPLAY "ARREDIT - ARRIN SHRANK BETWEEN PASSES"
034840             SET WS-EDIT-FATAL TO TRUE
034850             GO TO 4000-WRITE-VALIDATED-FILE-EXIT
034860     END-READ.
034900
035000     OPEN OUTPUT ARRVAL.
035100     IF WS-ARRVAL-STATUS NOT = "00"
037600     END-READ.
037700
037800     MOVE WS-TBL-SET-ID (WS-SET-IX) TO WS-CUR-SET.
037810     IF WS-TBL-SET-ACCEPTED (WS-SET-IX)
037900         MOVE WS-CUR-SET TO ARRVAL-SET-ID
038000         MOVE WS-TBL-CLEAN-COUNT (WS-SET-IX) TO ARRVAL-VALUE
038100         WRITE ARRVAL-RECORD
038110     END-IF.
038200
038300     PERFORM 4200-COPY-ONE-DETAIL
038400         THRU 4200-COPY-ONE-DETAIL-EXIT
039500             SET WS-EDIT-FATAL TO TRUE
039600             GO TO 4200-COPY-ONE-DETAIL-EXIT
039700     END-READ.
039800     IF WS-TBL-SET-ACCEPTED (WS-SET-IX)
039810         AND ARR-DET-SET-ID IS NUMERIC
039900         AND ARR-DET-SET-ID = WS-CUR-SET
040000         AND ARR-REC-VALUE IS NUMERIC
040100         MOVE WS-CUR-SET TO ARRVAL-SET-ID
041500     MOVE "ARRAY SETS READ ........" TO EDT-TOT-LABEL.
041600     MOVE WS-SET-COUNT TO EDT-TOT-COUNT.
041700     WRITE EDTRPT-LINE FROM EDT-TOTAL-LINE.
041710     MOVE "ARRAY SETS REJECTED ...." TO EDT-TOT-LABEL.
041720     MOVE WS-SET-REJECT-COUNT TO EDT-TOT-COUNT.
041730     WRITE EDTRPT-LINE FROM EDT-TOTAL-LINE.
041800     MOVE "DETAIL RECORDS READ ...." TO EDT-TOT-LABEL.
041900     MOVE WS-DETAIL-COUNT TO EDT-TOT-COUNT.
042000     WRITE EDTRPT-LINE FROM EDT-TOTAL-LINE.
042700
042800     DISPLAY "ARREDIT - READ " WS-DETAIL-COUNT
042900         " IN " WS-SET-COUNT " SETS,"
042950         " SETS REJECTED " WS-SET-REJECT-COUNT ","
043000         " ACCEPTED " WS-CLEAN-COUNT
043100         " REJECTED " WS-REJECT-COUNT.
043110
043540     CLOSE EDTSUM.
043550 8100-WRITE-EDIT-SUMMARY-EXIT.
043560     EXIT.
043561
043562*--------------------------------------------------------------
043563* 8200-UPDATE-FEED-REGISTER - NOTE THE TRANSMISSION JUST
043564*                             RECEIVED ON FEEDREG, CREATING THE
043565*                             REGISTER ON FIRST USE. AN ACCEPTED
043566*                             ONE ALSO BECOMES THE LAST ACCEPTED
043567*                             FROM ITS SOURCE.
043568*--------------------------------------------------------------
043569 8200-UPDATE-FEED-REGISTER.
043570     OPEN I-O FEEDREG.
043571     IF WS-FEEDREG-STATUS = "35"
043572         OPEN OUTPUT FEEDREG
043573         CLOSE FEEDREG
043574         OPEN I-O FEEDREG
043575     END-IF.
043576     IF WS-FEEDREG-STATUS NOT = "00"
043577         DISPLAY "ARREDIT - UNABLE TO OPEN FEEDREG, STATUS = "
043578             WS-FEEDREG-STATUS
043579         SET WS-EDIT-FATAL TO TRUE
043580         GO TO 8200-UPDATE-FEED-REGISTER-EXIT
043581     END-IF.
043582
043583     SET WS-REG-ON-FILE TO TRUE.
043584     MOVE "ARRIN" TO FEEDR-FEED.
043585     MOVE WS-ENV-SOURCE TO FEEDR-SOURCE.
043586     READ FEEDREG
043587         INVALID KEY
043588             SET WS-REG-NOT-ON-FILE TO TRUE
043589             MOVE 0 TO FEEDR-LAST-SEQ
043590             MOVE 0 TO FEEDR-LAST-CREATED
043591             MOVE 0 TO FEEDR-LAST-ACCEPTED
043592             MOVE 0 TO FEEDR-LAST-COUNT
043593             MOVE 0 TO FEEDR-LAST-HASH
043594     END-READ.
043595     MOVE WS-ENV-SEQ TO FEEDR-RECV-SEQ.
043596     MOVE WS-ENV-CREATED TO FEEDR-RECV-CREATED.
043597     MOVE WS-RUN-DATE TO FEEDR-RECV-DATE.
043598     MOVE WS-ENV-DISP TO FEEDR-RECV-STATUS.
043599     IF FEEDR-RECV-ACCEPTED
043600         MOVE WS-ENV-SEQ TO FEEDR-LAST-SEQ
043602         MOVE WS-ENV-CREATED TO FEEDR-LAST-CREATED
043604         MOVE WS-RUN-DATE TO FEEDR-LAST-ACCEPTED
043606         MOVE WS-TRL-COUNT TO FEEDR-LAST-COUNT
043608         MOVE WS-TRL-HASH TO FEEDR-LAST-HASH
043610     END-IF.
043612
043614     IF WS-REG-ON-FILE
043616         REWRITE FEEDR-RECORD
043618             INVALID KEY
043620                 DISPLAY "ARREDIT - FEEDREG REWRITE FAILED, "
043622                     "STATUS = " WS-FEEDREG-STATUS
043624                 SET WS-EDIT-FATAL TO TRUE
043626         END-REWRITE
043628     ELSE
043630         WRITE FEEDR-RECORD
043632             INVALID KEY
043634                 DISPLAY "ARREDIT - FEEDREG WRITE FAILED, "
043636                     "STATUS = " WS-FEEDREG-STATUS
043638                 SET WS-EDIT-FATAL TO TRUE
043640         END-WRITE
043642     END-IF.
043644     CLOSE FEEDREG.
043646 8200-UPDATE-FEED-REGISTER-EXIT.
043648     EXIT.
043650
043652*--------------------------------------------------------------
043654* 9999-EXIT - COMMON PROGRAM EXIT
043700*--------------------------------------------------------------
043800 9999-EXIT.
043900     STOP RUN.
