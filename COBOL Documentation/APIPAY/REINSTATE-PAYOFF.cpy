      *            SO THE ROW IS UPDATED IN PLACE HERE.
      *       EVERY REINSTATEMENT WRITES ITS OWN RIA AUDIT ROW WITH
      *       THE SUPERVISOR CODE AND THE AMOUNTS RESTORED.
      *       A PAYOFF THAT CHARGED A PREPAYMENT PENALTY HAS ITS "PF"
      *       ROW ON TOP OF THE PAYOFF; BP-TRAMT MUST THEN MATCH THE
      *       TWO TOGETHER, AND THE PENALTY IS REFUNDED WITH A
      *       NEGATIVE "PF" ROW AND ITS G/L REVERSED, UNDER THE
      *       SEQUENCE AFTER THE "RI" ROW, AND LOGGED ("R") TO PPY.
      *       THE PAYOFF'S "NC" CASH-BASIS, "CF" CHANNEL FEE AND "IV"
      *       IVA ROWS ARE STEPPED OVER THE SAME WAY AND EACH IS BACKED
      *       OUT WITH A NEGATIVE ROW OF ITS OWN CODE AND ITS G/L
      *       REVERSED.  AT A PESO BRANCH THE PAYOFF'S CFDI RECEIPT IS
      *       CANCELLED AS FOR ANY REVERSAL.
      *
      * REV :
      *  060126 RTC  ORIGINAL PARAGRAPH.
      *  021229 RTC  STEP OVER AND REVERSE A PAYOFF'S "PF" PREPAYMENT
      *              PENALTY ROW.
      *  031329 RTC  STEP OVER AND REVERSE ITS "NC", "CF" AND "IV" ROWS
      *              TOO, AND CANCEL ITS CFDI RECEIPT.
      ******************************************************************
       REINSTATE-PAYOFF SECTION.

           MOVE ALL "0"       TO QLP1-WBEG-SEQNO.
           PERFORM START-LP1-FILE-NOT-GREATER.
           PERFORM READ-LP1-FILE-PREVIOUS.

      * 021229 RTC AN UNREVERSED "PF" PENALTY ROW ON TOP BELONGS TO THE
      * PAYOFF UNDER IT - REMEMBER IT AND LOOK ONE ROW FURTHER BACK.
      * 031329 RTC SO DO ITS "NC", "CF" AND "IV" ROWS.  A SECOND ROW OF
      * THE SAME KIND IS NOT THE PAYOFF'S, AND STOPS THE STEP BACK.
           MOVE 0 TO RIA-PF-SEQNO
                     RIA-PF-AMT
                     RIA-NC-SEQNO
                     RIA-CF-SEQNO
                     RIA-CF-AMT
                     RIA-IV-SEQNO
                     RIA-TOP-SEQNO.
           IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
              MOVE LP-SEQNO TO RIA-TOP-SEQNO.

       REINSTATE-PAYOFF-SKIP-TRL.
           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              OR LP-REV = "Y"
              GO TO REINSTATE-PAYOFF-FOUND.
           IF LP-TRCD = "PF" AND RIA-PF-SEQNO = 0
              MOVE LP-SEQNO TO RIA-PF-SEQNO
              MOVE LP-TRAMT TO RIA-PF-AMT
           ELSE
           IF LP-TRCD = "NC" AND RIA-NC-SEQNO = 0
              MOVE LP-SEQNO TO RIA-NC-SEQNO
           ELSE
           IF LP-TRCD = "CF" AND RIA-CF-SEQNO = 0
              MOVE LP-SEQNO TO RIA-CF-SEQNO
              MOVE LP-TRAMT TO RIA-CF-AMT
           ELSE
           IF LP-TRCD = "IV" AND RIA-IV-SEQNO = 0
              MOVE LP-SEQNO TO RIA-IV-SEQNO
           ELSE
              GO TO REINSTATE-PAYOFF-FOUND.
           PERFORM READ-LP1-FILE-PREVIOUS.
           GO TO REINSTATE-PAYOFF-SKIP-TRL.

       REINSTATE-PAYOFF-FOUND.
           PERFORM CLOSE-LP1-FILE.

           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              PERFORM CREATE-LOG
              GO TO REINSTATE-PAYOFF-EXIT.

           IF LP-TRAMT + RIA-PF-AMT NOT = BP-TRAMT
              MOVE "RI: AMT NOT = POSTED PAYOFF" TO LOG-MSG
              MOVE 90                            TO RETURN-STATUS
              PERFORM CREATE-LOG
      * CASE (SEE THE MISSING-TRAILER HANDLING IN REVERSAL-POSTING)
      * AND THE "RI" HISTORY ROW STILL NEEDS ITS SEQUENCE.

           MOVE RIA-TOP-SEQNO TO RIA-WK-SEQNO.
           ADD 1 TO RIA-WK-SEQNO.

           PERFORM OPEN-LXG1-FILE.
           MOVE BP-PAYDATE         TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

      * 021229 RTC REFUND THE PREPAYMENT PENALTY THE PAYOFF CHARGED.
      * 031329 RTC EACH TRAILER'S REVERSAL TAKES THE NEXT SEQUENCE.
           MOVE RIA-WK-SEQNO TO RIA-NEXT-SEQNO.
           IF RIA-PF-SEQNO > 0
              PERFORM REINSTATE-PAYOFF-PENALTY.

      * 031329 RTC BACK OUT THE PAYOFF'S OTHER TRAILER ROWS.
           IF RIA-NC-SEQNO > 0
              MOVE "NC"         TO RIA-TRL-TRCD
              MOVE RIA-NC-SEQNO TO RIA-TRL-SEQNO
              MOVE 0            TO RIA-TRL-AMT
              PERFORM REINSTATE-PAYOFF-TRAILER.
           IF RIA-CF-SEQNO > 0
              MOVE "CF"         TO RIA-TRL-TRCD
              MOVE RIA-CF-SEQNO TO RIA-TRL-SEQNO
              MOVE RIA-CF-AMT   TO RIA-TRL-AMT
              PERFORM REINSTATE-PAYOFF-TRAILER.
           IF RIA-IV-SEQNO > 0
              MOVE "IV"         TO RIA-TRL-TRCD
              MOVE RIA-IV-SEQNO TO RIA-TRL-SEQNO
              MOVE 0            TO RIA-TRL-AMT
              PERFORM REINSTATE-PAYOFF-TRAILER.

      * 031329 RTC A PESO BRANCH'S PAYOFF HAD ITS CFDI RECEIPT - IT IS
      * CANCELLED (OR VOIDED IF NEVER SENT) AS FOR ANY REVERSAL.
           IF BR-CURRENCY-CD = "MXN"
              MOVE RIA-POFF-SEQNO TO IVA-WK-REV-SEQNO
              PERFORM CFDI-RECORD.

           PERFORM LOG-REINSTATEMENT.

           MOVE "PAYOFF REINSTATED" TO LOG-MSG.
       REINSTATE-PAYOFF-EXIT.
           EXIT.

      ******************************************************************
      *
      *    R E I N S T A T E - P A Y O F F - P E N A L T Y
      *
      *=================================================================
      * THE "PF" ROW'S DISTRIBUTION (CASH AGAINST PENALTY INCOME) IS
      * WRITTEN BACK REVERSED IN SIGN UNDER THE SEQUENCE AFTER THE
      * "RI" ROW, WITH A NEGATIVE "PF" HISTORY ROW TO CARRY IT, AND
      * THE ORIGINAL "PF" ROW IS MARKED REVERSED.
      ******************************************************************
       REINSTATE-PAYOFF-PENALTY SECTION.

           ADD 1 TO RIA-NEXT-SEQNO.
           MOVE RIA-NEXT-SEQNO TO RIA-PF-REV-SEQNO.
           MOVE SPACES TO PPY-WK-RULE.
           MOVE 0      TO PPY-WK-GL-ACCT
                          PPY-WK-BASIS.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR     TO LXG-BRNO.
           MOVE LN-ACCTNO    TO LXG-ACCTNO.
           MOVE RIA-PF-SEQNO TO LXG-SEQNO.
           PERFORM READ-LXG1-FILE.
           IF IO-FG = 0
              MOVE LXG-GLNO(2) TO PPY-WK-GL-ACCT
              MULTIPLY -1 BY LXG-GLAMT(1)
              MULTIPLY -1 BY LXG-GLAMT(2)
              MULTIPLY -1 BY LXG-GLAMT(3)
              MOVE RIA-PF-REV-SEQNO TO LXG-SEQNO
              PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

           MOVE LN-OWNBR         TO LP-BRNO.
           MOVE LN-ACCTNO        TO LP-ACCTNO.
           MOVE RIA-PF-REV-SEQNO TO LP-SEQNO.
           MOVE "PF"             TO LP-TRCD.
           MOVE BP-REFCD         TO LP-REFNO.
           COMPUTE LP-TRAMT = 0 - RIA-PF-AMT.
           MOVE 0                TO LP-APINT
                                    LP-APLC
                                    LP-APCUR.
           MOVE BP-PAYDATE       TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

           MOVE LN-OWNBR     TO QLP-BRNO.
           MOVE LN-ACCTNO    TO QLP-ACCTNO.
           MOVE RIA-PF-SEQNO TO QLP-SEQNO.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_REV = 'Y'
            WHERE LPFILE.LP_BRNO = :QLP-BRNO
              AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
              AND LPFILE.LP_SEQNO = :QLP-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

           MOVE LN-ORGST         TO PPY-WK-STATE.
           MOVE LN-CLASS         TO PPY-WK-CLASS.
           MOVE "R"              TO PPY-WK-EVENT.
           MOVE RIA-PF-AMT       TO PPY-WK-AMT.
           MOVE RIA-PF-REV-SEQNO TO PPY-WK-SEQNO.
           PERFORM LOG-PREPAY-PENALTY.

       REINSTATE-PAYOFF-PENALTY-EXIT.
           EXIT.

      ******************************************************************
      *
      *    R E I N S T A T E - P A Y O F F - T R A I L E R
      *
      *=================================================================
      * ONE OF THE PAYOFF'S "NC", "CF" OR "IV" ROWS (RIA-TRL-SEQNO,
      * RIA-TRL-TRCD, RIA-TRL-AMT) IS BACKED OUT THE WAY THE "PF" ROW
      * IS - ITS DISTRIBUTION REVERSED IN SIGN ON A NEGATIVE ROW OF
      * THE SAME CODE UNDER THE NEXT SEQUENCE, AND THE ORIGINAL ROW
      * MARKED REVERSED.
      ******************************************************************
       REINSTATE-PAYOFF-TRAILER SECTION.

           ADD 1 TO RIA-NEXT-SEQNO.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR      TO LXG-BRNO.
           MOVE LN-ACCTNO     TO LXG-ACCTNO.
           MOVE RIA-TRL-SEQNO TO LXG-SEQNO.
           PERFORM READ-LXG1-FILE.
           IF IO-FG = 0
              MULTIPLY -1 BY LXG-GLAMT(1)
              MULTIPLY -1 BY LXG-GLAMT(2)
              MULTIPLY -1 BY LXG-GLAMT(3)
              MOVE RIA-NEXT-SEQNO TO LXG-SEQNO
              PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

           MOVE LN-OWNBR       TO LP-BRNO.
           MOVE LN-ACCTNO      TO LP-ACCTNO.
           MOVE RIA-NEXT-SEQNO TO LP-SEQNO.
           MOVE RIA-TRL-TRCD   TO LP-TRCD.
           MOVE BP-REFCD       TO LP-REFNO.
           COMPUTE LP-TRAMT = 0 - RIA-TRL-AMT.
           MOVE 0              TO LP-APINT
                                  LP-APLC
                                  LP-APCUR.
           MOVE BP-PAYDATE     TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

           MOVE LN-OWNBR      TO QLP-BRNO.
           MOVE LN-ACCTNO     TO QLP-ACCTNO.
           MOVE RIA-TRL-SEQNO TO QLP-SEQNO.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_REV = 'Y'
            WHERE LPFILE.LP_BRNO = :QLP-BRNO
              AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
              AND LPFILE.LP_SEQNO = :QLP-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

       REINSTATE-PAYOFF-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *
      *    L O G - R E I N S T A T E M E N T
