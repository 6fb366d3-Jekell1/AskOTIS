      ******************************************************************
      *
      *    N O N A C C R U A L - C A S H - B A S I S
      *
      *=================================================================
      * IN  : LN-NONACCR-FG (SET BY THE NACSCN POLICY SCAN), LN-OWNBR,
      *       LN-ACCTNO, LN-CLASS, THE POSTING'S LP ROW, GI-REC,
      *       NAC-REV-SEQNO/NAC-REV-INT (A REVERSAL)
      * OUT : LP/LXG "NC" ROW RECLASSING THE INTEREST APPLIED TO
      *       INCOME
      * DESC: A LOAN ON NON-ACCRUAL HAD ITS ACCRUED INTEREST REVERSED
      *       OUT OF INCOME AND ACCRUE NO LONGER BOOKS ANY, SO THERE
      *       IS NO RECEIVABLE FOR A PAYMENT'S INTEREST TO RELIEVE.
      *       THE PAYMENT STILL APPLIES AS USUAL, BUT ITS INTEREST IS
      *       TAKEN CASH-BASIS: THE INTEREST PORTION THE POSTING
      *       CREDITED TO ACCRUED INTEREST RECEIVABLE IS MOVED TO
      *       INTEREST INCOME ON THE NEXT LP SEQUENCE -
      *         DR ACCRUED INTEREST RECEIVABLE / CR INTEREST INCOME
      *       A REVERSAL BACKS OUT THE RECLASS THE REVERSED PAYMENT
      *       ACTUALLY TOOK - VALIDATE-REVERSAL FINDS THAT PAYMENT'S
      *       "NC" ROW AND REVERSAL-POSTING MARKS IT REVERSED (SEE
      *       NONACCRUAL-REVERSAL-MARK) - NOT WHATEVER THE LOAN'S
      *       NON-ACCRUAL FLAG SAYS TODAY.  CALLED FROM MAIN-PROGRAM
      *       AFTER THE SUCCESSFUL-UPDATE LOG, WHILE THE POSTING'S ROW
      *       IS STILL THE LAST LP SEQUENCE FOR THE ACCOUNT.
      *
      * REV :
      *  052228 RTC  ORIGINAL PARAGRAPH.
      *  031229 RTC  A REVERSAL RECLASSES BACK THE REVERSED PAYMENT'S
      *              OWN "NC" AMOUNT AND MARKS THAT ROW REVERSED; A
      *              PAYMENT TAKEN BEFORE NON-ACCRUAL NO LONGER GETS A
      *              RECLASS BACKED OUT THAT WAS NEVER MADE.
      ******************************************************************
       NONACCRUAL-CASH-BASIS SECTION.

           IF BP-TRCD = "RV" OR "DP" OR "NF"
              IF NAC-REV-INT = 0
                 GO TO NONACCRUAL-CASH-BASIS-EXIT.

           IF BP-TRCD NOT = "RV" AND NOT = "DP" AND NOT = "NF"
              IF LN-NONACCR-FG NOT = "Y"
                 GO TO NONACCRUAL-CASH-BASIS-EXIT.

      * THE POSTING'S ROW IS THE LAST LP SEQUENCE FOR THE ACCOUNT.

           PERFORM OPEN-LP1-FILE.
           MOVE LP-PATH-OWNBR TO LP-BRNO
                                 QLP1-WBEG-BRNO
                                 QLP1-WEND-BRNO.
           MOVE LN-ACCTNO     TO LP-ACCTNO
                                 QLP1-WBEG-ACCTNO
                                 QLP1-WEND-ACCTNO.
           MOVE ALL "9"       TO LP-SEQNO
                                 QLP1-WEND-SEQNO.
           MOVE ALL "0"       TO QLP1-WBEG-SEQNO.
           PERFORM START-LP1-FILE-NOT-GREATER.
           PERFORM READ-LP1-FILE-PREVIOUS.
           PERFORM CLOSE-LP1-FILE.
           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              GO TO NONACCRUAL-CASH-BASIS-EXIT.

           IF BP-TRCD = "RV" OR "DP" OR "NF"
              COMPUTE NAC-CASH-INT = 0 - NAC-REV-INT
           ELSE
              IF LP-APINT = 0
                 GO TO NONACCRUAL-CASH-BASIS-EXIT
              ELSE
                 MOVE LP-APINT TO NAC-CASH-INT.
           COMPUTE NAC-WK-SEQNO = LP-SEQNO + 1.

           MOVE LN-OWNBR TO GI-BRANCH.
           MOVE LN-CLASS TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "NC: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 129                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE 0 TO RETURN-STATUS
              GO TO NONACCRUAL-CASH-BASIS-EXIT.

           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE NAC-WK-SEQNO TO LP-SEQNO.
           MOVE "NC"         TO LP-TRCD.
           MOVE 0            TO LP-TRAMT
                                LP-APCUR
                                LP-APINT
                                LP-APLC.
           PERFORM WRITE-LP1-FILE.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR      TO LXG-BRNO.
           MOVE LN-ACCTNO     TO LXG-ACCTNO.
           MOVE NAC-WK-SEQNO  TO LXG-SEQNO.
           MOVE GI-ACR-INT-AR TO LXG-GLNO(1).
           MOVE NAC-CASH-INT  TO LXG-GLAMT(1).
           MOVE GI-INTEREST   TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - NAC-CASH-INT.
           MOVE 0             TO LXG-GLNO(3)
                                 LXG-GLAMT(3).
           PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

       NONACCRUAL-CASH-BASIS-EXIT.
           EXIT.

      ******************************************************************
      *
      *    N O N A C C R U A L - R E V E R S A L - M A R K
      *
      *=================================================================
      * IN  : NAC-REV-SEQNO (THE REVERSED PAYMENT'S "NC" ROW, FROM
      *       VALIDATE-REVERSAL), LN-OWNBR, LN-ACCTNO
      * OUT : NAC-REV-INT (THE INTEREST THAT ROW RECLASSED), LP-REV
      *       "Y" ON THE "NC" ROW, POSTING-ERRCD, RETURN-STATUS
      * DESC: CALLED FROM REVERSAL-POSTING ONCE THE PAYMENT IS BACKED
      *       OUT.  THE ROW'S OWN DISTRIBUTION SAYS HOW MUCH INTEREST
      *       WAS TAKEN TO INCOME; NONACCRUAL-CASH-BASIS RECLASSES
      *       THAT BACK ON THE REVERSAL'S OWN "NC" ROW ONCE THE
      *       REVERSAL IS THE LAST LP SEQUENCE SEEN BY THE STEPS AHEAD
      *       OF IT.  THE ROW IS MARKED SO A LATER REVERSAL CANNOT
      *       TAKE THE SAME RECLASS BACK TWICE.
      ******************************************************************
       NONACCRUAL-REVERSAL-MARK SECTION.

           MOVE 0 TO NAC-REV-INT.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR      TO LXG-BRNO.
           MOVE LN-ACCTNO     TO LXG-ACCTNO.
           MOVE NAC-REV-SEQNO TO LXG-SEQNO.
           PERFORM READ-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.
           IF IO-FG = 0
              MOVE LXG-GLAMT(1) TO NAC-REV-INT.

           MOVE LN-OWNBR      TO QLP-BRNO.
           MOVE LN-ACCTNO     TO QLP-ACCTNO.
           MOVE NAC-REV-SEQNO TO QLP-SEQNO.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_REV = 'Y'
            WHERE LPFILE.LP_BRNO   = :QLP-BRNO
              AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
              AND LPFILE.LP_SEQNO  = :QLP-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "NC: REVERSAL MARK FAILED" TO LOG-MSG
              MOVE 129                        TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              MOVE 0   TO NAC-REV-INT.

       NONACCRUAL-REVERSAL-MARK-EXIT.
           EXIT.
