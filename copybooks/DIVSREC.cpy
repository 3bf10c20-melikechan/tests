001010* 2026-09-02 RH   SIGNED THE CONTROL TOTAL - WITH SUBTRACTION
001020*                 ON THE OPERATION CODE THE SUM OF RESULTS CAN
001030*                 GO NEGATIVE.
001040* 2026-09-21 RH   APPENDED THE ADJUSTMENT COUNTS. EVERY REVERSAL
001050*                 AND EVERY RE-POSTING WRITES ITS OWN DIVOUT
001060*                 RECORD, SO DIVOUT NOW HOLDS SUCCESS PLUS
001070*                 RESOLVED PLUS REVERSED PLUS RE-POSTED
001080*                 RECORDS, AND THE CONTROL TOTAL IS NET OF THE
001081*                 NEGATED REVERSAL RESULTS. RECORD IS NOW 82
001082*                 BYTES.
001083* 2026-10-12 RH   APPENDED THE PER-OPERATION BREAKDOWN AND THE
001084*                 FORWARD-POSTED COUNT FOR THE MONTH-END CLOSE.
001085*                 EACH OPERATION SLOT (1 ADD, 2 SUBTRACT,
001086*                 3 MULTIPLY, 4 DIVIDE) COUNTS THE DIVOUT
001087*                 RECORDS WRITTEN FOR THAT CODE AND NETS THEIR
001088*                 RESULTS, SO THE FOUR TOTALS ADD BACK TO THE
001089*                 CONTROL TOTAL. THE FORWARD COUNT IS THE
001090*                 CORRECTIONS AND ADJUSTMENTS DATED IN A CLOSED
001091*                 PERIOD THAT POSTED TO THIS RUN INSTEAD.
001092*                 RECORD IS NOW 194 BYTES.
001100*--------------------------------------------------------------
001200 01  DIVS-RECORD.
001300     05  DIVS-RUN-ID             PIC 9(16).
001600     05  DIVS-REJECT-COUNT       PIC 9(08).
001700     05  DIVS-RESOLVED-COUNT     PIC 9(08).
001800     05  DIVS-CONTROL-TOTAL      PIC S9(14)V9(04).
001900     05  DIVS-REVERSED-COUNT     PIC 9(08).
002000     05  DIVS-REPOSTED-COUNT     PIC 9(08).
002100     05  DIVS-OP-TOTALS          OCCURS 4 TIMES.
002200         10  DIVS-OP-COUNT       PIC 9(08).
002300         10  DIVS-OP-TOTAL       PIC S9(14)V9(04).
002400     05  DIVS-FORWARD-COUNT      PIC 9(08).
