      ******************************************************************
      *
      *    S E T T L E M E N T - A P P L Y
      *
      *=================================================================
      * IN  : HOLD-SETTLEMENT-FG, BR-NO, BP-LNNO, BP-TRAMT, BP-PAYDATE,
      *       TOT-POFF-REBATES (FROM PAYOFF-LOAN-ROUTINE), GI-REC
      *       (GI-SETTLE-WO-ACCT, GI-AR, GI-UNINTCHG, GI-ACR-INT-AR,
      *       GI-LC-RECV-ACCT)
      * OUT : SIF-REC REWRITTEN, LN-REC WRITTEN DOWN TO ZERO, "SW" LP
      *       ROWS, LXG DISTRIBUTION ROWS, SFW FORGIVENESS ROW,
      *       RETURN-STATUS/LOG-REC ON A FAILED WRITE-OFF
      * DESC: RUN AFTER THE "SUCCESSFUL UPDATE" LOG FOR AN "ST" ITEM.
      *       THE CASH ITSELF HAS ALREADY POSTED AS AN ORDINARY
      *       PAYMENT; HERE IT IS ROLLED INTO THE AGREEMENT'S PAID-TO-
      *       DATE.  WHEN THE AGREED TOTAL IS REACHED THE WHOLE
      *       REMAINING BALANCE - LN-CURBAL, LN-INTBAL AND LN-LCBAL -
      *       IS WRITTEN OFF IN PLACE UNDER ITS OWN "SW" HISTORY ROW
      *       AND G/L DISTRIBUTION (SETTLEMENT LOSS AGAINST THE LOAN,
      *       ACCRUED INTEREST AND LATE-CHARGE RECEIVABLES, WITH THE
      *       UNEARNED PORTION OF A PRECOMPUTED BALANCE BACKED OUT OF
      *       UNEARNED INCOME RATHER THAN COUNTED AS FORGIVEN).  THE
      *       FORGIVEN AMOUNT IS STAMPED ON THE LOAN AND THE
      *       AGREEMENT AND WRITTEN TO THE SFW FILE, WHICH FEEDS THE
      *       1099-C EXTRACT (CODEXT) AND THE "SETTLED" STATUS IN THE
      *       METRO 2 EXTRACT (MET2EX).  A CHARGED-OFF ACCOUNT
      *       (LN-PLCD "P") IS ALREADY OFF THE RECEIVABLE LEDGER, SO
      *       ITS WRITE-OFF IS MEMO ONLY - NO LXG ROW.
      *
      * REV :
      *  031328 RTC  ORIGINAL PARAGRAPH.
      *  041728 RTC  ACCRUED INTEREST AND LATE CHARGES WRITTEN OFF
      *              UNDER A SECOND "SW" ROW - AN LXG ROW ONLY HOLDS
      *              THREE G/L LINES.
      *  031429 RTC  THE LN-REC BUFFER TAKES THE WRITE-OFF TOO, SO THE
      *              JOURNAL AFTER IMAGE AND THE RESULT ROW SHOW IT.
      ******************************************************************
       SETTLEMENT-APPLY SECTION.

           IF HOLD-SETTLEMENT-FG NOT = "Y"
              GO TO SETTLEMENT-APPLY-EXIT.

           PERFORM OPEN-SIF-FILE.
           MOVE BR-NO   TO SIF-BRNO.
           MOVE BP-LNNO TO SIF-ACCTNO.
           PERFORM READ-SIF-FILE.
           IF IO-FG NOT = 0
              PERFORM CLOSE-SIF-FILE
              MOVE "ST: AGREEMENT LOST AFTER POSTING" TO LOG-MSG
              MOVE 122                                TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SETTLEMENT-APPLY-EXIT.

           ADD BP-TRAMT    TO SIF-PAID-AMT.
           ADD 1           TO SIF-PMT-CNT.
           MOVE BP-PAYDATE TO SIF-LAST-PAY-DATE.

           IF SIF-PAID-AMT < SIF-AGREED-AMT
              PERFORM REWRITE-SIF-FILE
              PERFORM CLOSE-SIF-FILE
              GO TO SETTLEMENT-APPLY-EXIT.

      * THE AGREED TOTAL IS IN - PICK UP THE BALANCES THE PAYMENT
      * LEFT BEHIND AND WRITE THEM OFF.

           MOVE BR-NO     TO LN-OWNBR.
           MOVE BP-LNNO   TO LN-ACCTNO.
           PERFORM READ-LN1-FILE.
           IF IO-FG NOT = 0
              PERFORM REWRITE-SIF-FILE
              PERFORM CLOSE-SIF-FILE
              MOVE "ST: LOAN NOT READ, NO WRITE-OFF" TO LOG-MSG
              MOVE 122                               TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SETTLEMENT-APPLY-EXIT.

           MOVE LN-CURBAL TO SIF-WO-PRIN.
           MOVE LN-INTBAL TO SIF-WO-INT.
           MOVE LN-LCBAL  TO SIF-WO-LC.
      * THE UNEARNED FINANCE CHARGE INSIDE A PRECOMPUTED BALANCE WAS
      * NEVER OWED, SO IT IS NOT DEBT FORGIVEN.
           MOVE TOT-POFF-REBATES TO SIF-WO-UNEARNED.
           IF SIF-WO-UNEARNED > SIF-WO-PRIN
              MOVE SIF-WO-PRIN TO SIF-WO-UNEARNED.
           COMPUTE SIF-WK-FORGIVEN =
              SIF-WO-PRIN - SIF-WO-UNEARNED + SIF-WO-INT + SIF-WO-LC.

           MOVE LN-OWNBR        TO QLN-BRNO.
           MOVE LN-ACCTNO       TO QLN-ACCTNO.
           MOVE SIF-WK-FORGIVEN TO QLN-WK-FORGIVEN.
           MOVE BP-PAYDATE      TO QLN-WK-SETTLE-DATE.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_CURBAL       = 0,
                LN_INTBAL       = 0,
                LN_LCBAL        = 0,
                LN_SETTLED_FG   = 'Y',
                LN_SETTLED_DATE = :QLN-WK-SETTLE-DATE,
                LN_FORGIVEN_AMT = :QLN-WK-FORGIVEN
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              PERFORM REWRITE-SIF-FILE
              PERFORM CLOSE-SIF-FILE
              MOVE "ST: WRITE-OFF FAILED, LOAN NOT UPDATED" TO LOG-MSG
              MOVE 122                                  TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SETTLEMENT-APPLY-EXIT.

           MOVE 0 TO LN-CURBAL
                     LN-INTBAL
                     LN-LCBAL.
           MOVE "Y"             TO LN-SETTLED-FG.
           MOVE BP-PAYDATE      TO LN-SETTLED-DATE.
           MOVE SIF-WK-FORGIVEN TO LN-FORGIVEN-AMT.

           MOVE "S"             TO SIF-STATUS-CD.
           MOVE BP-PAYDATE      TO SIF-SETTLE-DATE.
           MOVE SIF-WK-FORGIVEN TO SIF-FORGIVEN-AMT.
           PERFORM REWRITE-SIF-FILE.
           PERFORM CLOSE-SIF-FILE.

      * THE WRITE-OFF RIDES THE NEXT LP SEQUENCE FOR THE ACCOUNT.

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
           IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
              MOVE LP-SEQNO TO SIF-WK-SEQNO
           ELSE
              MOVE 0        TO SIF-WK-SEQNO.
           ADD 1 TO SIF-WK-SEQNO.

           MOVE BR-NO        TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE SIF-WK-SEQNO TO LP-SEQNO.
           MOVE "SW"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE 0            TO LP-TRAMT
                                LP-APINT
                                LP-APLC.
           MOVE SIF-WO-PRIN  TO LP-APCUR.
           MOVE BP-PAYDATE   TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

      * AN LXG ROW CARRIES THREE G/L LINES, SO ACCRUED INTEREST AND
      * LATE CHARGES GO OFF UNDER A SECOND "SW" ROW OF THEIR OWN.

           IF SIF-WO-INT = 0 AND SIF-WO-LC = 0
              GO TO SETTLEMENT-APPLY-GL.
           COMPUTE LP-SEQNO = SIF-WK-SEQNO + 1.
           MOVE 0            TO LP-APCUR.
           MOVE SIF-WO-INT   TO LP-APINT.
           MOVE SIF-WO-LC    TO LP-APLC.
           PERFORM WRITE-LP1-FILE.

       SETTLEMENT-APPLY-GL.
           IF LN-PLCD = "P"
              GO TO SETTLEMENT-APPLY-LOG.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR          TO LXG-BRNO.
           MOVE LN-ACCTNO         TO LXG-ACCTNO.
           MOVE SIF-WK-SEQNO      TO LXG-SEQNO.
           MOVE GI-SETTLE-WO-ACCT TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = SIF-WO-PRIN - SIF-WO-UNEARNED.
           MOVE GI-UNINTCHG       TO LXG-GLNO(2).
           MOVE SIF-WO-UNEARNED   TO LXG-GLAMT(2).
           MOVE GI-AR             TO LXG-GLNO(3).
           COMPUTE LXG-GLAMT(3) = 0 - SIF-WO-PRIN.
           PERFORM WRITE-LXG1-FILE.

           IF SIF-WO-INT = 0 AND SIF-WO-LC = 0
              GO TO SETTLEMENT-APPLY-GL-END.
           COMPUTE LXG-SEQNO = SIF-WK-SEQNO + 1.
           MOVE GI-SETTLE-WO-ACCT TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = SIF-WO-INT + SIF-WO-LC.
           MOVE GI-ACR-INT-AR     TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - SIF-WO-INT.
           MOVE GI-LC-RECV-ACCT   TO LXG-GLNO(3).
           COMPUTE LXG-GLAMT(3) = 0 - SIF-WO-LC.
           PERFORM WRITE-LXG1-FILE.

       SETTLEMENT-APPLY-GL-END.
           PERFORM CLOSE-LXG1-FILE.

       SETTLEMENT-APPLY-LOG.
           PERFORM LOG-SETTLEMENT-WRITEOFF.

       SETTLEMENT-APPLY-EXIT.
           EXIT.

      ******************************************************************
      *
      *    L O G - S E T T L E M E N T - W R I T E O F F
      *
      *=================================================================
      * ONE SFW ROW PER COMPLETED SETTLEMENT - THE FORGIVEN AMOUNT
      * AND ITS MAKEUP FOR THE 1099-C AND METRO 2 "SETTLED" REPORTING.
      ******************************************************************
       LOG-SETTLEMENT-WRITEOFF SECTION.

           MOVE SFW-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-SFW-FILE-EXTEND
           ELSE
              PERFORM OPEN-SFW-FILE-OUTPUT.

           MOVE TRANS-DATE      TO SFW-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT       TO SFW-RUN-TIME.
           MOVE BT-BRANCH       TO SFW-BRNO.
           MOVE BP-LNNO         TO SFW-ACCTNO.
           MOVE BP-PAYDATE      TO SFW-SETTLE-DATE.
           MOVE SIF-AGREED-AMT  TO SFW-AGREED-AMT.
           MOVE SIF-PAID-AMT    TO SFW-PAID-AMT.
           MOVE SIF-WO-PRIN     TO SFW-WO-PRIN.
           MOVE SIF-WO-UNEARNED TO SFW-WO-UNEARNED.
           MOVE SIF-WO-INT      TO SFW-WO-INT.
           MOVE SIF-WO-LC       TO SFW-WO-LC.
           MOVE SIF-WK-FORGIVEN TO SFW-FORGIVEN-AMT.
           MOVE SIF-APPROVER    TO SFW-APPROVER.
           MOVE LN-PLCD         TO SFW-PLCD.
           PERFORM WRITE-SFW-FILE.
           PERFORM CLOSE-SFW-FILE.

       LOG-SETTLEMENT-WRITEOFF-EXIT.
           EXIT.
