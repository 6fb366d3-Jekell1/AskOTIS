      ******************************************************************
      *
      *    S M A L L - B A L A N C E - W R I T E O F F
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, LN-CURBAL, LN-INTBAL, LN-LCBAL,
      *       LN-OTHBAL, LN-OT2BAL, LN-PLCD, LN-BNKRPTDATE, BP-TRAMT
      *       (THE RESIDUAL THE SCAN FOUND), BP-PAYDATE, BP-REFCD,
      *       GI-REC (GI-SMLBAL-WO-ACCT, GI-AR, GI-ACR-INT-AR,
      *       GI-LC-RECV-ACCT)
      * OUT : LN-REC WRITTEN DOWN TO ZERO AND STAMPED, "SB" LP ROWS,
      *       LXG DISTRIBUTION ROWS, SBW WRITE-OFF ROW, RETURN-STATUS
      * DESC: BP-TRCD "SB" - THE FEW CENTS OR DOLLARS A SHORT PAYOFF
      *       LEFT BEHIND (ROUNDING, A LATE CHARGE ASSESSED AFTER THE
      *       QUOTE, THE $0.01 LEFT IN PRINCIPAL WHEN A PAYMENT WILL
      *       NOT PAY THE LOAN OFF) ARE WRITTEN OFF SO THE ACCOUNT
      *       CLOSES INSTEAD OF AGING INTO DELINQUENCY OVER PENNIES.
      *       THE NIGHTLY SBWSCN SCAN PICKS THE ACCOUNTS AGAINST THE
      *       STATE/CLASS TOLERANCE TABLE AND STAGES THE ITEM WITH
      *       THE RESIDUAL IT SAW; THE ITEM IS REFUSED HERE UNLESS THE
      *       BALANCES STILL ADD UP TO EXACTLY THAT AMOUNT, SO A
      *       PAYMENT OR CHARGE POSTED SINCE THE SCAN STOPS IT.
      *       LN-OT2BAL IS CARRIED INSIDE LN-CURBAL.  G/L, ONE
      *       BALANCED LXG ROW PER "SB" LP ROW (AN LXG ROW HOLDS THREE
      *       LINES):
      *         1 - PRINCIPAL AND OTHER CHARGES OFF THE RECEIVABLE TO
      *             SMALL-BALANCE WRITE-OFF;
      *         2 - ACCRUED INTEREST AND LATE-CHARGE RECEIVABLES OFF
      *             TO SMALL-BALANCE WRITE-OFF.
      *       THE SBW ROW FEEDS THE MONTHLY SBWRPT BRANCH REPORT, AND
      *       THE "SB" LP ROW RIDES THE PAYOFF EVENT EXTRACT TO LIENRL
      *       FOR TITLE RELEASE.  NO CASH MOVES, SO IT RUNS AHEAD OF
      *       THE AMOUNT EDITS.
      *
      * REV :
      *  121828 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       SMALL-BALANCE-WRITEOFF SECTION.

           IF LN-PLCD = "P"
              MOVE "SB: ACCOUNT CHARGED OFF" TO LOG-MSG
              MOVE 134                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

           IF LN-BNKRPTDATE NOT = 0
              MOVE "SB: ACCOUNT IN BANKRUPTCY" TO LOG-MSG
              MOVE 134                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

           IF LN-CURBAL < 0 OR LN-INTBAL < 0 OR LN-LCBAL < 0
              OR LN-OTHBAL < 0
              MOVE "SB: CREDIT BALANCE ON ACCOUNT" TO LOG-MSG
              MOVE 134                             TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

           MOVE LN-CURBAL TO SBW-WK-CURBAL.
           MOVE LN-OTHBAL TO SBW-WK-OTHBAL.
           MOVE LN-INTBAL TO SBW-WK-INTBAL.
           MOVE LN-LCBAL  TO SBW-WK-LCBAL.
           MOVE LN-OT2BAL TO SBW-WK-OT2BAL.
           COMPUTE SBW-WK-TOTAL = SBW-WK-CURBAL + SBW-WK-OTHBAL
                                + SBW-WK-INTBAL + SBW-WK-LCBAL.

           IF SBW-WK-TOTAL = 0
              MOVE "SB: NOTHING LEFT TO WRITE OFF" TO LOG-MSG
              MOVE 134                             TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

           IF BP-TRAMT NOT = SBW-WK-TOTAL
              MOVE "SB: BALANCE CHANGED SINCE SCAN" TO LOG-MSG
              MOVE 134                              TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

           MOVE LN-OWNBR TO GI-BRANCH.
           MOVE LN-CLASS TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "SB: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 134                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE WRITE-DOWN.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

           MOVE LN-OWNBR     TO QLN-BRNO.
           MOVE LN-ACCTNO    TO QLN-ACCTNO.
           MOVE BP-PAYDATE   TO QLN-WK-SMLBAL-DATE.
           MOVE SBW-WK-TOTAL TO QLN-WK-SMLBAL-AMT.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_CURBAL        = 0,
                LN_INTBAL        = 0,
                LN_LCBAL         = 0,
                LN_OTHBAL        = 0,
                LN_OT2BAL        = 0,
                LN_SMLBAL_WO_DATE = :QLN-WK-SMLBAL-DATE,
                LN_SMLBAL_WO_AMT  = :QLN-WK-SMLBAL-AMT
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "SB: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE 134                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO SMALL-BALANCE-WRITEOFF-EXIT.

           MOVE 0 TO LN-CURBAL
                     LN-INTBAL
                     LN-LCBAL
                     LN-OTHBAL
                     LN-OT2BAL.

      * THE WRITE-OFF RIDES THE NEXT LP SEQUENCES FOR THE ACCOUNT.

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
              MOVE LP-SEQNO TO SBW-WK-SEQNO
           ELSE
              MOVE 0        TO SBW-WK-SEQNO.

           PERFORM OPEN-LXG1-FILE.

      * 1 - PRINCIPAL AND OTHER CHARGES.

           IF SBW-WK-CURBAL = 0 AND SBW-WK-OTHBAL = 0
              GO TO SMALL-BALANCE-WRITEOFF-CHGS.
           COMPUTE LP-TRAMT = SBW-WK-CURBAL + SBW-WK-OTHBAL.
           MOVE SBW-WK-CURBAL     TO LP-APCUR.
           MOVE SBW-WK-OTHBAL     TO LP-APOTH.
           MOVE 0                 TO LP-APINT
                                     LP-APLC.
           MOVE GI-SMLBAL-WO-ACCT TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = SBW-WK-CURBAL + SBW-WK-OTHBAL.
           MOVE GI-AR             TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - SBW-WK-CURBAL - SBW-WK-OTHBAL.
           MOVE 0                 TO LXG-GLNO(3)
                                     LXG-GLAMT(3).
           PERFORM SB-WRITE-ROW.

      * 2 - ACCRUED INTEREST AND LATE CHARGES.

       SMALL-BALANCE-WRITEOFF-CHGS.
           IF SBW-WK-INTBAL = 0 AND SBW-WK-LCBAL = 0
              GO TO SMALL-BALANCE-WRITEOFF-LOG.
           COMPUTE LP-TRAMT = SBW-WK-INTBAL + SBW-WK-LCBAL.
           MOVE 0                 TO LP-APCUR
                                     LP-APOTH.
           MOVE SBW-WK-INTBAL     TO LP-APINT.
           MOVE SBW-WK-LCBAL      TO LP-APLC.
           MOVE GI-SMLBAL-WO-ACCT TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = SBW-WK-INTBAL + SBW-WK-LCBAL.
           MOVE GI-ACR-INT-AR     TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - SBW-WK-INTBAL.
           MOVE GI-LC-RECV-ACCT   TO LXG-GLNO(3).
           COMPUTE LXG-GLAMT(3) = 0 - SBW-WK-LCBAL.
           PERFORM SB-WRITE-ROW.

       SMALL-BALANCE-WRITEOFF-LOG.
           PERFORM CLOSE-LXG1-FILE.

           MOVE SBW-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-SBW-FILE-EXTEND
           ELSE
              PERFORM OPEN-SBW-FILE-OUTPUT.

           MOVE TRANS-DATE    TO SBW-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT     TO SBW-RUN-TIME.
           MOVE BT-BRANCH     TO SBW-BRNO.
           MOVE BP-LNNO       TO SBW-ACCTNO.
           MOVE BP-PAYDATE    TO SBW-WO-DATE.
           MOVE LN-CLASS      TO SBW-CLASS.
           MOVE SBW-WK-CURBAL TO SBW-WO-CURBAL.
           MOVE SBW-WK-OT2BAL TO SBW-WO-OT2BAL.
           MOVE SBW-WK-OTHBAL TO SBW-WO-OTHBAL.
           MOVE SBW-WK-INTBAL TO SBW-WO-INTBAL.
           MOVE SBW-WK-LCBAL  TO SBW-WO-LCBAL.
           MOVE SBW-WK-TOTAL  TO SBW-WO-TOTAL.
           PERFORM WRITE-SBW-FILE.
           PERFORM CLOSE-SBW-FILE.

           MOVE "SMALL BALANCE WRITTEN OFF" TO LOG-MSG.
           MOVE 0 TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       SMALL-BALANCE-WRITEOFF-EXIT.
           EXIT.

      ******************************************************************
      * ONE "SB" LP ROW AND ITS BALANCED LXG ROW AT THE NEXT SEQUENCE.
      * THE CALLER HAS SET THE LP AMOUNTS AND THE THREE G/L LINES.
      ******************************************************************
       SB-WRITE-ROW SECTION.
           ADD 1 TO SBW-WK-SEQNO.
           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE SBW-WK-SEQNO TO LP-SEQNO.
           MOVE "SB"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE BP-PAYDATE   TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.
           MOVE LN-OWNBR     TO LXG-BRNO.
           MOVE LN-ACCTNO    TO LXG-ACCTNO.
           MOVE SBW-WK-SEQNO TO LXG-SEQNO.
           PERFORM WRITE-LXG1-FILE.
