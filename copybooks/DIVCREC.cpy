001130*                 FOR WHATEVER OPERATION THE SUSPENSE RECORD
001140*                 CARRIES. A CORRECTION THAT STILL FAILS THE
001150*                 CALCULATION LEAVES THE RECORD IN SUSPENSE.
001160* 2026-10-12 RH   APPENDED THE DATE OF THE CORRECTION. A
001170*                 CORRECTION DATED IN A PERIOD THE MONTH-END
001180*                 CLOSE HAS CLOSED POSTS TO THE CURRENT RUN
001190*                 AND ITS RESULT RECORD CARRIES THE DATE BACK
001195*                 TO THE ORIGINAL. ZERO MEANS UNDATED.
001200*--------------------------------------------------------------
001300 01  DIV-CORRECTION-RECORD.
001400     05  DIVC-REC-ID             PIC 9(08).
001500     05  DIVC-DIVISOR            PIC 9(08).
001600     05  DIVC-CORR-DATE          PIC 9(08).
