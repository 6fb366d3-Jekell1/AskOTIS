      ******************************************************************
      *
      *    D E F E R R E D - F E E - A C C E L E R A T E
      *
      *=================================================================
      * IN  : BR-NO, BP-LNNO, BP-PAYDATE, BP-TRCD
      * OUT : DFE-REC MARKED FOR ACCELERATION
      * DESC: THE POINTS AND NET ORIGINATION FEES ON THE DFE DEFERRED-
      *       FEE SUBLEDGER ARE RECOGNIZED LEVEL-YIELD BY THE MONTHLY
      *       DFEAMT JOB.  ONCE THE LOAN IS PAID OFF - OUTRIGHT OR BY
      *       AN "RN" RENEWAL - WHATEVER IS LEFT MUST BE RECOGNIZED
      *       ALL AT ONCE: THE ROW IS MARKED WITH THE PAYOFF DATE AND
      *       REASON AND DFEAMT TAKES THE REMAINING BALANCE TO INCOME
      *       AT MONTH-END.  A LOAN WITH NO DEFERRAL HAS NO ROW AND
      *       IS LEFT ALONE.  CALLED FROM MAIN-PROGRAM AFTER THE
      *       SUCCESSFUL-UPDATE LOG.
      *
      * REV :
      *  061928 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       DEFERRED-FEE-ACCELERATE SECTION.

           PERFORM OPEN-DFE-FILE.
           MOVE BR-NO   TO DFE-BRNO.
           MOVE BP-LNNO TO DFE-ACCTNO.
           PERFORM READ-DFE-FILE.
           IF IO-FG NOT = 0
              PERFORM CLOSE-DFE-FILE
              GO TO DEFERRED-FEE-ACCELERATE-EXIT.

           IF NOT DFE-ACTIVE
              PERFORM CLOSE-DFE-FILE
              GO TO DEFERRED-FEE-ACCELERATE-EXIT.

           MOVE "X"        TO DFE-STATUS-CD.
           MOVE BP-PAYDATE TO DFE-ACCEL-DATE.
           IF BP-TRCD = "RN"
              MOVE "R" TO DFE-ACCEL-REASON
           ELSE
              MOVE "P" TO DFE-ACCEL-REASON.
           PERFORM REWRITE-DFE-FILE.
           PERFORM CLOSE-DFE-FILE.

       DEFERRED-FEE-ACCELERATE-EXIT.
           EXIT.
