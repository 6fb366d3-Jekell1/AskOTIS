      ******************************************************************
      *
      *    L I N E - A D V A N C E
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, LN-CREDITLIM, LN-CURBAL, LN-REGPYAMT,
      *       LN-PLCD, LN-BNKRPTDATE, LN-ACCT-FROZEN, LN-ORGST,
      *       LN-CLASS, BP-TRAMT (THE DRAW), BP-PAYDATE, BP-REFCD,
      *       GI-REC (GI-AR, GI-CASH-ACCT), LOCTBL-REC
      * OUT : LN-CURBAL AND LN-REGPYAMT REWRITTEN, "AV" LP ROW, LXG
      *       DISBURSEMENT ROW, LOC ACTIVITY ROW, RETURN-STATUS
      * DESC: BP-TRCD "AV" - A DRAW ON AN OPEN-END CREDIT LINE.  THE
      *       LINE IS ANY ACCOUNT CARRYING A CREDIT LIMIT
      *       (LN-CREDITLIM); THE DRAW MAY NOT TAKE THE PRINCIPAL
      *       BALANCE PAST THAT LIMIT, AND NO DRAW IS ALLOWED ON AN
      *       ACCOUNT THAT IS CHARGED OFF, IN BANKRUPTCY, FROZEN (THE
      *       FROZEN-ACCOUNT OVERRIDE DOES NOT RELEASE MONEY OUT) OR
      *       PAST DUE.  THE DRAW IS ADDED TO LN-CURBAL AND THE
      *       MINIMUM PAYMENT (LN-REGPYAMT) IS RECOMPUTED ON THE NEW
      *       BALANCE FROM THE STATE/CLASS LOCTBL FORMULA:
      *         THE GREATER OF LOCTBL-MIN-PCT OF THE BALANCE (ROUNDED
      *         TO THE CENT) AND THE LOCTBL-MIN-FLOOR DOLLAR MINIMUM,
      *         BUT NEVER MORE THAN THE BALANCE ITSELF.
      *       G/L, ONE BALANCED LXG ROW ON THE "AV" LP ROW - THE
      *       RECEIVABLE IS DEBITED AND CASH CREDITED FOR THE MONEY
      *       DISBURSED.  THE LP ROW CARRIES THE DRAW AS A NEGATIVE
      *       LP-APCUR, SINCE IT RAISES THE BALANCE A PAYMENT LOWERS.
      *       EVERY DRAW (AND EVERY "RV" OF ONE) IS LOGGED TO LOC FOR
      *       THE MONTHLY LOCRPT LINE UTILIZATION REPORT.  THE DRAW
      *       POSTS ITS OWN ROWS, SO IT RUNS AHEAD OF THE AMOUNT EDITS.
      *
      * REV :
      *  022629 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       LINE-ADVANCE SECTION.

           IF LN-CREDITLIM NOT > 0
              MOVE "AV: ACCOUNT IS NOT A CREDIT LINE" TO LOG-MSG
              MOVE 139                               TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           IF BP-TRAMT NOT > 0
              MOVE "AV: NO ADVANCE AMOUNT" TO LOG-MSG
              MOVE 139                     TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           IF LN-PLCD = "P"
              MOVE "AV: ACCOUNT CHARGED OFF" TO LOG-MSG
              MOVE 139                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           IF LN-BNKRPTDATE NOT = 0
              MOVE "AV: ACCOUNT IN BANKRUPTCY" TO LOG-MSG
              MOVE 139                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           IF LN-ACCT-FROZEN = "Y"
              MOVE "AV: ACCOUNT IS FROZEN" TO LOG-MSG
              MOVE 139                     TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

      * NO DRAW WHILE PAST DUE.

           PERFORM GET-SPR.
           IF IO-FG NOT = 0
              MOVE "AV: INVALID SPR RECORD" TO LOG-MSG
              MOVE 139                      TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           MOVE BP-PAYDATE TO AGEING-DATE.
           PERFORM COMPUTE-CONTRACTUAL.
           IF CONTRACTUAL > 0
              MOVE "AV: ACCOUNT IS PAST DUE" TO LOG-MSG
              MOVE 139                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

      * THE DRAW MUST FIT IN WHAT IS LEFT OF THE LIMIT.

           COMPUTE LOC-WK-AVAIL = LN-CREDITLIM - LN-CURBAL.
           IF BP-TRAMT > LOC-WK-AVAIL
              MOVE "AV: ADVANCE OVER AVAILABLE CREDIT" TO LOG-MSG
              MOVE 139                                TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           MOVE LN-OWNBR TO GI-BRANCH.
           MOVE LN-CLASS TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "AV: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 139                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           COMPUTE LOC-WK-NEW-CURBAL = LN-CURBAL + BP-TRAMT.
           PERFORM LOC-MINIMUM-PAYMENT.
           IF IO-FG NOT = 0
              MOVE "AV: NO MINIMUM PAYMENT FORMULA" TO LOG-MSG
              MOVE 139                              TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE DRAW.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-EXIT.

           MOVE LN-REGPYAMT       TO LOC-WK-OLD-MINPAY.
           MOVE LN-OWNBR          TO QLN-BRNO.
           MOVE LN-ACCTNO         TO QLN-ACCTNO.
           MOVE LOC-WK-NEW-CURBAL TO QLN-WK-CURBAL.
           MOVE LOC-WK-NEW-MINPAY TO QLN-WK-REGPYAMT.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_CURBAL   = :QLN-WK-CURBAL,
                LN_REGPYAMT = :QLN-WK-REGPYAMT
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "AV: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE 139                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO LINE-ADVANCE-EXIT.

           MOVE LOC-WK-NEW-CURBAL TO LN-CURBAL.
           MOVE LOC-WK-NEW-MINPAY TO LN-REGPYAMT.

      * THE DRAW RIDES THE NEXT LP SEQUENCE FOR THE ACCOUNT.

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
              COMPUTE LOC-WK-SEQNO = LP-SEQNO + 1
           ELSE
              MOVE 1 TO LOC-WK-SEQNO.

           PERFORM SETUP-LP-RECORD.
           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LOC-WK-SEQNO TO LP-SEQNO.
           MOVE "AV"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE BP-TRAMT     TO LP-TRAMT.
           COMPUTE LP-APCUR = 0 - BP-TRAMT.
           MOVE 0            TO LP-APINT
                                LP-APLC
                                LP-APOTH.
           PERFORM WRITE-LP1-FILE.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR     TO LXG-BRNO.
           MOVE LN-ACCTNO    TO LXG-ACCTNO.
           MOVE LOC-WK-SEQNO TO LXG-SEQNO.
           MOVE GI-AR        TO LXG-GLNO(1).
           MOVE BP-TRAMT     TO LXG-GLAMT(1).
           MOVE GI-CASH-ACCT TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - BP-TRAMT.
           MOVE 0            TO LXG-GLNO(3)
                                LXG-GLAMT(3).
           PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

           MOVE "A"      TO LOC-WK-EVENT.
           MOVE BP-TRAMT TO LOC-WK-AMT.
           PERFORM LOG-LINE-ADVANCE.

           MOVE "LINE ADVANCE POSTED" TO LOG-MSG.
           MOVE 0 TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       LINE-ADVANCE-EXIT.
           EXIT.

      ******************************************************************
      *
      *    L O C - M I N I M U M - P A Y M E N T
      *
      *=================================================================
      * THE LINE'S MINIMUM PAYMENT ON LOC-WK-NEW-CURBAL FROM THE
      * STATE/CLASS LOCTBL FORMULA, INTO LOC-WK-NEW-MINPAY.  IO-FG
      * NOT = 0 ON RETURN MEANS THE STATE HAS NO FORMULA ON FILE.
      ******************************************************************
       LOC-MINIMUM-PAYMENT SECTION.

           MOVE 0        TO LOC-WK-NEW-MINPAY.
           MOVE LN-ORGST TO LOCTBL-STATE.
           MOVE LN-CLASS TO LOCTBL-CLASS.
           PERFORM READ-LOCTBL-FILE.
           IF IO-FG NOT = 0
              GO TO LOC-MINIMUM-PAYMENT-EXIT.

           IF LOC-WK-NEW-CURBAL NOT > 0
              GO TO LOC-MINIMUM-PAYMENT-EXIT.

           COMPUTE LOC-WK-NEW-MINPAY ROUNDED =
              LOC-WK-NEW-CURBAL * LOCTBL-MIN-PCT / 100.
           IF LOC-WK-NEW-MINPAY < LOCTBL-MIN-FLOOR
              MOVE LOCTBL-MIN-FLOOR TO LOC-WK-NEW-MINPAY.
           IF LOC-WK-NEW-MINPAY > LOC-WK-NEW-CURBAL
              MOVE LOC-WK-NEW-CURBAL TO LOC-WK-NEW-MINPAY.

       LOC-MINIMUM-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      *
      *    L O G - L I N E - A D V A N C E
      *
      *=================================================================
      * ONE LOC ROW PER DRAW ("A") OR REVERSED DRAW ("R") FOR THE
      * MONTHLY LOCRPT: THE AMOUNT, THE LIMIT, AND THE BALANCE AND
      * MINIMUM PAYMENT THE ACCOUNT WAS LEFT WITH.
      ******************************************************************
       LOG-LINE-ADVANCE SECTION.

           MOVE LOC-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-LOC-FILE-EXTEND
           ELSE
              PERFORM OPEN-LOC-FILE-OUTPUT.

           MOVE TRANS-DATE        TO LOC-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT         TO LOC-RUN-TIME.
           MOVE BT-BRANCH         TO LOC-BRNO.
           MOVE BP-LNNO           TO LOC-ACCTNO.
           MOVE LOC-WK-EVENT      TO LOC-EVENT.
           MOVE BP-PAYDATE        TO LOC-PAYDATE.
           MOVE LN-ORGST          TO LOC-STATE.
           MOVE LN-CLASS          TO LOC-CLASS.
           MOVE LOC-WK-SEQNO      TO LOC-SEQNO.
           MOVE BP-REFCD          TO LOC-REFCD.
           MOVE LOC-WK-AMT        TO LOC-AMT.
           MOVE LN-CREDITLIM      TO LOC-CREDITLIM.
           MOVE LN-CURBAL         TO LOC-CURBAL.
           MOVE LOC-WK-OLD-MINPAY TO LOC-OLD-MINPAY.
           MOVE LN-REGPYAMT       TO LOC-NEW-MINPAY.
           PERFORM WRITE-LOC-FILE.
           PERFORM CLOSE-LOC-FILE.

       LOG-LINE-ADVANCE-EXIT.
           EXIT.
