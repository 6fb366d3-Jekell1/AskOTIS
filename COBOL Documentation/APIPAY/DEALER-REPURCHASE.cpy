      ******************************************************************
      *
      *    D E A L E R - R E P U R C H A S E
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, LN-MAKERCD(1), LN-LOANDATE,
      *       LN-TOTPAYMNTD, BP-PAYDATE, BP-TRAMT (ZERO = TAKE THE
      *       COMPUTED PRICE), BP-REFCD, DLR DEALER FILE (RECOURSE
      *       TERMS AND RESERVE), GI-REC (GI-AR, GI-UNINTCHG,
      *       GI-ACR-INT-AR, GI-LC-RECV-ACCT, GI-INTEREST, GI-LATECHG,
      *       GI-DLPAYABLE, GI-DLPARV)
      * OUT : LN-REC WRITTEN DOWN TO ZERO AND STAMPED REPURCHASED,
      *       "DR" LP ROWS, LXG DISTRIBUTION ROWS, DLR-RESERVE-BAL
      *       REDUCED, DCB REPURCHASE ROW, RETURN-STATUS
      * DESC: BP-TRCD "DR" - THE DEALER BUYS BACK A CONTRACT THAT
      *       DEFAULTED INSIDE ITS RECOURSE TERMS (THE NIGHTLY DLRRCS
      *       SCAN ISSUES THE DEMAND).  THE TERMS ON THE DLR ROW ARE
      *       RE-PROVED AT POSTING: THE ACCOUNT IS PAST DUE AT LEAST
      *       THE DEALER'S DEFAULT DAYS (ZERO = 60) WITHIN THE
      *       RECOURSE WINDOW FROM THE LOAN DATE, OR - UNDER THE
      *       FIRST-PAYMENT-DEFAULT RULE - HAS NEVER PAID AND IS 30
      *       DAYS PAST DUE.  THE PRICE IS THE NET PAYOFF (PRINCIPAL
      *       LESS THE UNEARNED CHARGES A PAYOFF TODAY WOULD REBATE,
      *       PLUS ACCRUED INTEREST AND LATE CHARGES) OR, ON BASIS
      *       "P", THE NET PRINCIPAL ALONE.  THE LOAN IS PAID OUT OF
      *       THE DEALER'S FUNDS, NOT CASH: WHATEVER RESERVE THE
      *       DEALER HAS IS APPLIED FIRST AND THE REST IS CHARGED TO
      *       DEALER PAYABLE.  G/L, ONE BALANCED LXG ROW PER "DR" LP
      *       ROW (AN LXG ROW HOLDS THREE LINES):
      *         1 - AR OFF, UNEARNED BACKED OUT, NET TO DLR PAYABLE;
      *         2 - ACCRUED INTEREST AND LATE CHARGE RECEIVABLES OFF
      *             TO DLR PAYABLE;
      *         3 - ON BASIS "P" THE CHARGES THE DEALER DOES NOT PAY
      *             COME BACK OUT OF INCOME;
      *         4 - THE RESERVE APPLIED AGAINST DLR PAYABLE.
      *       A DCB ROW TYPED "R" PUTS THE BUY-BACK AND THE RESERVE
      *       USED ON THE MONTHLY DLRSTM DEALER STATEMENT.  NO CASH
      *       MOVES, SO IT RUNS AHEAD OF THE AMOUNT EDITS.
      *
      * REV :
      *  042428 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       DEALER-REPURCHASE SECTION.

           IF LN-CURBAL NOT > 0
              MOVE "DR: NO BALANCE ON ACCOUNT" TO LOG-MSG
              MOVE 127                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

           IF LN-PLCD = "P"
              MOVE "DR: ACCOUNT CHARGED OFF" TO LOG-MSG
              MOVE 127                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

           IF LN-MAKERCD(1) = SPACES
              MOVE "DR: NOT DEALER PAPER" TO LOG-MSG
              MOVE 127                    TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

           PERFORM OPEN-DLR-FILE.
           MOVE LN-MAKERCD(1) TO DLR-MAKERCD.
           PERFORM READ-DLR-FILE.
           MOVE IO-FG TO DRP-DLR-IO.
           PERFORM CLOSE-DLR-FILE.
           IF DRP-DLR-IO NOT = 0
              MOVE "DR: NO DEALER RECORD" TO LOG-MSG
              MOVE 127                    TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.
           IF DLR-RECRS-MONTHS = 0 AND DLR-RECRS-FPD-FG NOT = "Y"
              MOVE "DR: DEALER PAPER WITHOUT RECOURSE" TO LOG-MSG
              MOVE 127                                 TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

      * THE DEFAULT HAS TO FALL WITHIN THE DEALER'S RECOURSE TERMS.

           PERFORM GET-SPR.
           IF IO-FG NOT = 0
              MOVE "DR: INVALID SPR RECORD" TO LOG-MSG
              MOVE 127                      TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

           MOVE BP-PAYDATE TO AGEING-DATE.
           PERFORM COMPUTE-CONTRACTUAL.
           MOVE DLR-RECRS-DEF-DAYS TO DRP-DEF-DAYS.
           IF DRP-DEF-DAYS = 0
              MOVE 60 TO DRP-DEF-DAYS.

           MOVE "N" TO DRP-QUALIFY-FG.
           IF DLR-RECRS-FPD-FG = "Y" AND LN-TOTPAYMNTD = 0
              AND CONTRACTUAL NOT < 30
              MOVE "Y" TO DRP-QUALIFY-FG.
           IF DRP-QUALIFY-FG = "Y" OR DLR-RECRS-MONTHS = 0
              GO TO DEALER-REPURCHASE-TESTED.
           MOVE LN-LOANDATE TO NUM-DATE.
           MOVE BP-PAYDATE  TO SYS-DATE.
           PERFORM TIM360.
           IF ELAPSED-MONTHS NOT > DLR-RECRS-MONTHS
              AND CONTRACTUAL NOT < DRP-DEF-DAYS
              MOVE "Y" TO DRP-QUALIFY-FG.

       DEALER-REPURCHASE-TESTED.
           IF DRP-QUALIFY-FG NOT = "Y"
              MOVE "DR: NOT A DEFAULT UNDER RECOURSE" TO LOG-MSG
              MOVE 127                                TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

      * THE UNEARNED CHARGES ARE WHAT A PAYOFF TODAY WOULD REBATE -
      * THE PAYOFF MATH RUN AS A QUOTE, THE WAY PAYOFF-QUOTE-MODE
      * RUNS IT.

           MOVE "PO"          TO REB-LPTRCD
                                 POFF-LPTRCD.
           MOVE BP-PAYDATE    TO SCRA-TEST-DATE
                                 POFF-PAYDATE.
           MOVE LN-MAKERCD(1) TO POFF-MAKERCD.
           MOVE CD-CODE       TO POFF-LCAP-BATCH-REFCD.
           MOVE CD-BR-LC-FG   TO POFF-LCAP-BATCH-REFCD-LC-FG.
           MOVE " "           TO POFF-RECAST-FG
                                 POFF-DEF-STOP.
           PERFORM PAYOFF-LOAN-ROUTINE.
           MOVE 0 TO DRP-UNEARNED.
           PERFORM DR-ADD-REBATE
              VARYING DRP-SUB FROM 1 BY 1 UNTIL DRP-SUB > 13.
           IF DRP-UNEARNED > LN-CURBAL
              MOVE LN-CURBAL TO DRP-UNEARNED.
           IF DRP-UNEARNED < 0
              MOVE 0 TO DRP-UNEARNED.

           MOVE LN-CURBAL TO DRP-CURBAL.
           MOVE LN-INTBAL TO DRP-INTBAL.
           MOVE LN-LCBAL  TO DRP-LCBAL.
           COMPUTE DRP-PRICE = DRP-CURBAL - DRP-UNEARNED.
           MOVE 0 TO DRP-FORGONE.
           IF DLR-RECRS-BASIS = "P"
              COMPUTE DRP-FORGONE = DRP-INTBAL + DRP-LCBAL
           ELSE
              ADD DRP-INTBAL DRP-LCBAL TO DRP-PRICE.

           IF BP-TRAMT NOT = 0 AND BP-TRAMT NOT = DRP-PRICE
              MOVE "DR: AMOUNT DOES NOT MATCH PRICE" TO LOG-MSG
              MOVE 127                               TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

      * THE DEALER'S RESERVE GOES FIRST; DLR PAYABLE TAKES THE REST.

           MOVE 0 TO DRP-RESERVE-USED.
           IF DLR-RESERVE-BAL > 0
              MOVE DLR-RESERVE-BAL TO DRP-RESERVE-USED.
           IF DRP-RESERVE-USED > DRP-PRICE
              MOVE DRP-PRICE TO DRP-RESERVE-USED.
           COMPUTE DRP-DEALER-DUE = DRP-PRICE - DRP-RESERVE-USED.

           MOVE LN-OWNBR TO GI-BRANCH.
           MOVE LN-CLASS TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "DR: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 127                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE WRITE-DOWN.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DEALER-REPURCHASE-EXIT.

           MOVE LN-OWNBR      TO QLN-BRNO.
           MOVE LN-ACCTNO     TO QLN-ACCTNO.
           MOVE BP-PAYDATE    TO QLN-WK-REPUR-DATE.
           MOVE LN-MAKERCD(1) TO QLN-WK-REPUR-MAKERCD.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_CURBAL        = 0,
                LN_INTBAL        = 0,
                LN_LCBAL         = 0,
                LN_REPUR_DATE    = :QLN-WK-REPUR-DATE,
                LN_REPUR_MAKERCD = :QLN-WK-REPUR-MAKERCD
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "DR: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE 127                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO DEALER-REPURCHASE-EXIT.

           MOVE 0 TO LN-CURBAL
                     LN-INTBAL
                     LN-LCBAL.

      * THE BUY-BACK RIDES THE NEXT LP SEQUENCES FOR THE ACCOUNT.

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
              MOVE LP-SEQNO TO DRP-WK-SEQNO
           ELSE
              MOVE 0        TO DRP-WK-SEQNO.

           PERFORM OPEN-LXG1-FILE.

      * 1 - THE RECEIVABLE, NET OF UNEARNED, GOES TO THE DEALER.

           MOVE DRP-PRICE       TO LP-TRAMT.
           MOVE DRP-CURBAL      TO LP-APCUR.
           MOVE 0               TO LP-APINT
                                   LP-APLC.
           MOVE GI-AR           TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = 0 - DRP-CURBAL.
           MOVE GI-UNINTCHG     TO LXG-GLNO(2).
           MOVE DRP-UNEARNED    TO LXG-GLAMT(2).
           MOVE GI-DLPAYABLE    TO LXG-GLNO(3).
           COMPUTE LXG-GLAMT(3) = DRP-CURBAL - DRP-UNEARNED.
           PERFORM DR-WRITE-ROW.

      * 2 - ACCRUED INTEREST AND LATE CHARGES GO TO THE DEALER TOO.

           IF DRP-INTBAL = 0 AND DRP-LCBAL = 0
              GO TO DEALER-REPURCHASE-RESERVE.
           MOVE 0               TO LP-TRAMT
                                   LP-APCUR.
           MOVE DRP-INTBAL      TO LP-APINT.
           MOVE DRP-LCBAL       TO LP-APLC.
           MOVE GI-ACR-INT-AR   TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = 0 - DRP-INTBAL.
           MOVE GI-LC-RECV-ACCT TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - DRP-LCBAL.
           MOVE GI-DLPAYABLE    TO LXG-GLNO(3).
           COMPUTE LXG-GLAMT(3) = DRP-INTBAL + DRP-LCBAL.
           PERFORM DR-WRITE-ROW.

      * 3 - ON A NET-PRINCIPAL PRICE THE DEALER DOES NOT PAY THEM, SO
      *     THEY COME BACK OUT OF INCOME.

           IF DRP-FORGONE = 0
              GO TO DEALER-REPURCHASE-RESERVE.
           MOVE 0               TO LP-TRAMT
                                   LP-APCUR
                                   LP-APINT
                                   LP-APLC.
           MOVE GI-DLPAYABLE    TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = 0 - DRP-FORGONE.
           MOVE GI-INTEREST     TO LXG-GLNO(2).
           MOVE DRP-INTBAL      TO LXG-GLAMT(2).
           MOVE GI-LATECHG      TO LXG-GLNO(3).
           MOVE DRP-LCBAL       TO LXG-GLAMT(3).
           PERFORM DR-WRITE-ROW.

      * 4 - THE DEALER'S RESERVE PAYS WHAT IT CAN.

       DEALER-REPURCHASE-RESERVE.
           IF DRP-RESERVE-USED = 0
              GO TO DEALER-REPURCHASE-DEALER.
           MOVE 0               TO LP-TRAMT
                                   LP-APCUR
                                   LP-APINT
                                   LP-APLC.
           MOVE GI-DLPAYABLE    TO LXG-GLNO(1).
           COMPUTE LXG-GLAMT(1) = 0 - DRP-RESERVE-USED.
           MOVE GI-DLPARV       TO LXG-GLNO(2).
           MOVE DRP-RESERVE-USED TO LXG-GLAMT(2).
           MOVE 0               TO LXG-GLNO(3)
                                   LXG-GLAMT(3).
           PERFORM DR-WRITE-ROW.

       DEALER-REPURCHASE-DEALER.
           PERFORM CLOSE-LXG1-FILE.

           PERFORM OPEN-DLR-FILE.
           MOVE LN-MAKERCD(1) TO DLR-MAKERCD.
           PERFORM READ-DLR-FILE.
           IF IO-FG = 0
              SUBTRACT DRP-RESERVE-USED FROM DLR-RESERVE-BAL
              MOVE TRANS-DATE TO DLR-LAST-REPUR-DATE
              PERFORM REWRITE-DLR-FILE.
           PERFORM CLOSE-DLR-FILE.

           MOVE DCB-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-DCB-FILE-EXTEND
           ELSE
              PERFORM OPEN-DCB-FILE-OUTPUT.

           MOVE TRANS-DATE       TO DCB-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT        TO DCB-RUN-TIME.
           MOVE LN-MAKERCD(1)    TO DCB-MAKERCD.
           MOVE BT-BRANCH        TO DCB-BRNO.
           MOVE BP-LNNO          TO DCB-ACCTNO.
           MOVE BP-PAYDATE       TO DCB-PAYOFF-DATE.
           MOVE DRP-PRICE        TO DCB-REBATE-BASE.
           MOVE 0                TO DCB-PARTIC-PCT.
           MOVE DRP-RESERVE-USED TO DCB-CHARGEBACK-AMT.
           MOVE DLR-RESERVE-BAL  TO DCB-RESERVE-AFTER.
           MOVE "R"              TO DCB-ENTRY-TYPE.
           MOVE DRP-DEALER-DUE   TO DCB-DEALER-DUE.
           PERFORM WRITE-DCB-FILE.
           PERFORM CLOSE-DCB-FILE.

           MOVE "DEALER REPURCHASE POSTED" TO LOG-MSG.
           MOVE 0 TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       DEALER-REPURCHASE-EXIT.
           EXIT.

      ******************************************************************
      * ONE "DR" LP ROW AND ITS BALANCED LXG ROW AT THE NEXT SEQUENCE.
      * THE CALLER HAS SET THE LP AMOUNTS AND THE THREE G/L LINES.
      ******************************************************************
       DR-WRITE-ROW SECTION.
           ADD 1 TO DRP-WK-SEQNO.
           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE DRP-WK-SEQNO TO LP-SEQNO.
           MOVE "DR"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE BP-PAYDATE   TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.
           MOVE LN-OWNBR     TO LXG-BRNO.
           MOVE LN-ACCTNO    TO LXG-ACCTNO.
           MOVE DRP-WK-SEQNO TO LXG-SEQNO.
           PERFORM WRITE-LXG1-FILE.

      ******************************************************************
      * PAYOFF REBATES, ALL THIRTEEN BUCKETS.
      ******************************************************************
       DR-ADD-REBATE SECTION.
           ADD POFF-REBATE(DRP-SUB) TO DRP-UNEARNED.
