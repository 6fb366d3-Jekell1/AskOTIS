      *  051027 RTC  STAMP THE ITEM'S PAYDATE AND REFCD (APPENDED AT
      *              THE END OF THE ROW) SO THE BATUNW UNWIND CAN
      *              STAGE EXACT-MATCH REVERSALS FROM THE RESULTS.
      *  110628 RTC  APPEND THE PAYOFF REBATES, THE POSTING'S THREE
      *              G/L LINES (FROM ITS LXG ROW) AND THE SHADOW-RUN
      *              FLAG SO SHDCMP CAN COMPARE A SHADOW POSTING TO
      *              PRODUCTION ACCOUNT BY ACCOUNT.
      *  021229 RTC  A TRAILING "PF" PREPAYMENT-PENALTY ROW IS STEPPED
      *              OVER THE SAME WAY AS A "CF" ROW.
      ******************************************************************
       POST-RESULT-RECORD SECTION.

           IF (RETURN-STATUS = 0 OR RETURN-STATUS = 105)
              AND BP-TRCD NOT = "RC"
              PERFORM RSL-READ-POSTED-ROW
              PERFORM RSL-READ-GL-LINES
              PERFORM READ-LN1-FILE.

           MOVE RSL-PATH TO ACCESS-BUF.
                        RSL-AP-LC
                        RSL-NEW-CURBAL
                        RSL-NEW-INTBAL
                        RSL-NEW-LCBAL
                        RSL-GLAMT (1)
                        RSL-GLAMT (2)
                        RSL-GLAMT (3)
              MOVE SPACES TO RSL-GLNO (1)
                             RSL-GLNO (2)
                             RSL-GLNO (3).

           MOVE POFF-NETDUE    TO RSL-POFF-NETDUE.
           MOVE POFF-INTDUE    TO RSL-POFF-INTDUE.
           MOVE POFF-LCDUE     TO RSL-POFF-LCDUE.
      * 110628 RTC REBATES AND THE SHADOW-RUN MARK FOR SHDCMP.
           MOVE TOT-POFF-REBATES TO RSL-REBATES.
           MOVE HOLD-SHADOW-FG   TO RSL-SHADOW-FG.
           MOVE HOLD-BP-TRCD   TO RSL-POSTED-AS.

      * 051027 RTC STAMP THE ITEM'S PAYDATE AND REFERENCE CODE ON THE
      ******************************************************************
      * LAST LP ROW FOR THE ACCOUNT; A TRAILING "CF" CONVENIENCE-FEE
      * ROW BELONGS TO THE FEE, NOT THE PAYMENT, SO STEP BACK ONCE
      * MORE WHEN ONE IS ON TOP.  A PAYOFF'S "PF" PENALTY ROW IS
      * WRITTEN AFTER ANY "CF" ROW AND IS STEPPED OVER FIRST.
      ******************************************************************
       RSL-READ-POSTED-ROW.
           PERFORM OPEN-LP1-FILE.
           MOVE ALL "0"       TO QLP1-WBEG-SEQNO.
           PERFORM START-LP1-FILE-NOT-GREATER.
           PERFORM READ-LP1-FILE-PREVIOUS.
           IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
              IF LP-TRCD = "PF"
                 PERFORM READ-LP1-FILE-PREVIOUS.
           IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
              IF LP-TRCD = "CF"
                 PERFORM READ-LP1-FILE-PREVIOUS.
           PERFORM CLOSE-LP1-FILE.

      ******************************************************************
      * THE G/L LINES THE POSTING WROTE, FROM THE LXG ROW BEHIND THE LP
      * ROW JUST READ BACK - THE SAME KEY CURRENCY-TRANSLATE USES.  NO
      * LXG ROW LEAVES THE LINES BLANK.
      ******************************************************************
       RSL-READ-GL-LINES.
           MOVE SPACES TO RSL-GLNO (1)
                          RSL-GLNO (2)
                          RSL-GLNO (3).
           MOVE 0      TO RSL-GLAMT (1)
                          RSL-GLAMT (2)
                          RSL-GLAMT (3).
           PERFORM OPEN-LXG1-FILE.
           MOVE LP-BRNO   TO LXG-BRNO.
           MOVE LP-ACCTNO TO LXG-ACCTNO.
           MOVE LP-SEQNO  TO LXG-SEQNO.
           PERFORM READ-LXG1-FILE.
           IF IO-FG = 0
              MOVE LXG-GLNO (1)  TO RSL-GLNO (1)
              MOVE LXG-GLNO (2)  TO RSL-GLNO (2)
              MOVE LXG-GLNO (3)  TO RSL-GLNO (3)
              MOVE LXG-GLAMT (1) TO RSL-GLAMT (1)
              MOVE LXG-GLAMT (2) TO RSL-GLAMT (2)
              MOVE LXG-GLAMT (3) TO RSL-GLAMT (3).
           PERFORM CLOSE-LXG1-FILE.
