      ******************************************************************
      *
      *    I N S U R A N C E - C A N C E L
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, BP-PAYDATE, BP-INS-CANCEL-TYPE ("CL"
      *       OR "AH"), BP-INS-CANCEL-DATE (ZERO = BP-PAYDATE),
      *       BP-INS-CANCEL-REASON, BP-INS-RECALC-PMT ("Y" = RECOMPUTE
      *       THE REGULAR PAYMENT), CD-BR-INS-FREELOOK-DAYS,
      *       LN-INSPREM, LN-INSOURS, LN-CL-REBATE/LN-AH-REBATE, LTI
      *       TRAILERS FOR THE ACCOUNT
      * OUT : LN-CURBAL CREDITED, LN-INSPREM REDUCED TO THE EARNED
      *       PREMIUM, LN-CL-REBATE/LN-AH-REBATE SET, OPTIONALLY
      *       LN-REGPYAMT/LN-LASTPYAMT AND THE PACKED SCHEDULE
      *       REWRITTEN, "IC" LP ROW, LXG ROW, LTI TRAILERS MARKED
      *       CANCELLED, ICF CANCELLATION ROWS, RETURN-STATUS
      * DESC: BP-TRCD "IC" - BORROWER CANCELS CREDIT LIFE OR A&H
      *       COVERAGE MID-TERM (FREE LOOK, OTHER COVERAGE, OR SIMPLY
      *       ON REQUEST).  UNTIL NOW A CERTIFICATE COULD ONLY END
      *       THROUGH A PAYOFF AND INS-CANCEL-FEED.  THE UNEARNED
      *       PREMIUM IS THE SAME FIGURE A PAYOFF ON THE EFFECTIVE
      *       DATE WOULD REBATE FOR THAT COVERAGE - PAYOFF-LOAN-ROUTINE
      *       IS RUN AS A QUOTE (NOTHING POSTED) SO THE STATE'S
      *       SP-RBFRMLA METHOD (ANTICIPATED, PRO RATA, THE STATE
      *       VARIANTS) AND THE COMBINED CL/AH MINIMUMS ALL APPLY
      *       EXACTLY AS THEY WOULD AT PAYOFF.  INSIDE THE BRANCH'S
      *       FREE-LOOK WINDOW (CD-BR-INS-FREELOOK-DAYS FROM THE LOAN
      *       DATE) THE WHOLE PREMIUM COMES BACK.  THE CREDIT
      *       REDUCES LN-CURBAL, LN-INSPREM KEEPS ONLY THE EARNED
      *       PORTION, AND THE COVERAGE'S REBATE FLAG IS SET SO THE
      *       EVENTUAL PAYOFF DOES NOT REBATE IT A SECOND TIME.  THE
      *       ACCOUNT'S LIVE CERTIFICATES FOR THE COVERAGE ARE MARKED
      *       CANCELLED ON LTI AND GET AN ICF ROW, SO INSFEED TELLS
      *       THE CARRIER AND A LATER PAYOFF FEED DOES NOT SEND THEM
      *       AGAIN.  NO CASH MOVES, SO LIKE "DC" IT RUNS AHEAD OF THE
      *       AMOUNT EDITS.
      *
      * REV :
      *  040328 RTC  ORIGINAL PARAGRAPH.
      *  031229 RTC  LTI CANCEL-REASON UPDATE IS VALIDATED; A FAILURE
      *              REJECTS THE POSTING WITH STATUS 125.
      *  031329 RTC  CERTIFICATES ARE MARKED BEFORE THE LOAN IS CREDITED
      *              AND THE ICF ROWS WRITTEN ONLY ONCE ALL ARE MARKED;
      *              A REJECT PUTS THEM BACK.  THE PAYMENT REWRITE IS
      *              VALIDATED AND USES THE LTP_SCHLD_PAYMNT COLUMNS.
      ******************************************************************
       INSURANCE-CANCEL SECTION.

           MOVE 0 TO ICA-SUB.
           IF BP-INS-CANCEL-TYPE = "CL"
              MOVE 1 TO ICA-SUB.
           IF BP-INS-CANCEL-TYPE = "AH"
              MOVE 2 TO ICA-SUB.
           IF ICA-SUB = 0
              MOVE "IC: COVERAGE MUST BE CL OR AH" TO LOG-MSG
              MOVE 125                             TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

           IF LN-CURBAL NOT > 0
              MOVE "IC: NO BALANCE ON ACCOUNT" TO LOG-MSG
              MOVE 125                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

           IF LN-INSPREM(ICA-SUB) = 0
              MOVE "IC: NO PREMIUM FOR COVERAGE" TO LOG-MSG
              MOVE 125                           TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

           IF (ICA-SUB = 1 AND LN-CL-REBATE = "Y")
              OR (ICA-SUB = 2 AND LN-AH-REBATE = "Y")
              MOVE "IC: COVERAGE ALREADY CANCELLED" TO LOG-MSG
              MOVE 125                              TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

      * MONTHLY-PREMIUM COVERAGE HAS NOTHING FINANCED TO REFUND.

           IF LN-INSOURS(ICA-SUB) = "M"
              MOVE "IC: MONTHLY PREMIUM COVERAGE" TO LOG-MSG
              MOVE 125                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

           MOVE BP-INS-CANCEL-DATE TO ICA-EFF-DATE.
           IF ICA-EFF-DATE = 0
              MOVE BP-PAYDATE TO ICA-EFF-DATE.
           IF ICA-EFF-DATE < LN-LOANDATE OR ICA-EFF-DATE > BP-PAYDATE
              MOVE "IC: INVALID CANCEL DATE" TO LOG-MSG
              MOVE 125                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

           PERFORM GET-SPR.
           IF IO-FG NOT = 0
              MOVE "IC: INVALID SPR RECORD" TO LOG-MSG
              MOVE 125                      TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

      * INSIDE THE FREE-LOOK WINDOW THE WHOLE PREMIUM COMES BACK.

           MOVE "N" TO ICA-FREELOOK-FG.
           IF CD-BR-INS-FREELOOK-DAYS = 0
              GO TO INSURANCE-CANCEL-REBATE.
           MOVE 365          TO ELAPSED-YRTYPE.
           MOVE LN-LOANDATE  TO NUM-DATE.
           MOVE ICA-EFF-DATE TO SYS-DATE.
           PERFORM TIMALL.
           IF ELAPSED-DAYS NOT > CD-BR-INS-FREELOOK-DAYS
              MOVE "Y"                 TO ICA-FREELOOK-FG
              MOVE LN-INSPREM(ICA-SUB) TO ICA-REFUND
              GO TO INSURANCE-CANCEL-AMOUNT.

      * OTHERWISE THE UNEARNED PREMIUM A PAYOFF ON THE EFFECTIVE DATE
      * WOULD REBATE - THE PAYOFF MATH RUN AS A QUOTE, THE WAY
      * PAYOFF-QUOTE-MODE RUNS IT.

       INSURANCE-CANCEL-REBATE.
           MOVE "PO"          TO REB-LPTRCD
                                 POFF-LPTRCD.
           MOVE ICA-EFF-DATE  TO SCRA-TEST-DATE
                                 POFF-PAYDATE.
           MOVE LN-MAKERCD(1) TO POFF-MAKERCD.
           MOVE CD-CODE       TO POFF-LCAP-BATCH-REFCD.
           MOVE CD-BR-LC-FG   TO POFF-LCAP-BATCH-REFCD-LC-FG.
           MOVE " "           TO POFF-RECAST-FG
                                 POFF-DEF-STOP.
           PERFORM PAYOFF-LOAN-ROUTINE.
           MOVE POFF-REBATE(ICA-SUB) TO ICA-REFUND.

       INSURANCE-CANCEL-AMOUNT.
           IF ICA-REFUND > LN-INSPREM(ICA-SUB)
              MOVE LN-INSPREM(ICA-SUB) TO ICA-REFUND.
           IF ICA-REFUND NOT < LN-CURBAL
              MOVE "IC: REFUND COVERS BALANCE, PAY OFF" TO LOG-MSG
              MOVE 125                                  TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.
           COMPUTE ICA-NEW-CURBAL = LN-CURBAL - ICA-REFUND.

      * ON REQUEST THE LOWER BALANCE IS RE-SPREAD OVER THE PAYMENTS
      * LEFT - THE SAME LEVEL-PAYMENT ARITHMETIC RECAST-LOAN USES,
      * FINAL PAYMENT ABSORBING THE ROUNDING.

           MOVE "N" TO ICA-RECALC-FG.
           IF BP-INS-RECALC-PMT NOT = "Y" OR ICA-REFUND = 0
              GO TO INSURANCE-CANCEL-GL.

           MOVE LN-1STPYDATE TO CEPP1-DATE.
           MOVE BP-PAYDATE   TO CEPP2-DATE.
           PERFORM CONTRACTUAL-ELAPSED-PAYPER.
           COMPUTE ICA-REMAIN-TERM = LN-ORGTERM - CEPP-PERIODS.
           IF ICA-REMAIN-TERM < 1
              MOVE "IC: NO TERM LEFT TO RECALCULATE" TO LOG-MSG
              MOVE 125                               TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.
           MOVE "Y"         TO ICA-RECALC-FG.
           MOVE LN-REGPYAMT TO ICA-OLD-REGPY.
           COMPUTE ICA-NEW-REGPY ROUNDED =
              ICA-NEW-CURBAL / ICA-REMAIN-TERM.
           COMPUTE ICA-NEW-LASTPY =
              ICA-NEW-CURBAL - (ICA-NEW-REGPY * (ICA-REMAIN-TERM - 1)).

       INSURANCE-CANCEL-GL.
           IF ICA-REFUND = 0
              GO TO INSURANCE-CANCEL-VALIDATE.
           MOVE LN-OWNBR TO GI-BRANCH.
           MOVE LN-CLASS TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "IC: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 125                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE REWRITE.

       INSURANCE-CANCEL-VALIDATE.
           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO INSURANCE-CANCEL-EXIT.

      * 031329 RTC THE ACCOUNT'S LIVE CERTIFICATES FOR THE COVERAGE ARE
      * MARKED CANCELLED ON LTI FIRST - A TRAILER THAT WILL NOT TAKE
      * ITS CANCEL REASON STOPS THE ITEM BEFORE THE LOAN IS CREDITED
      * OR THE CARRIER IS TOLD, AND ANY ALREADY MARKED ARE PUT BACK.

           MOVE BP-INS-CANCEL-REASON TO ICA-REASON-CD.
           IF ICA-FREELOOK-FG = "Y"
              MOVE "F" TO ICA-REASON-CD.
           IF ICA-REASON-CD = SPACES
              MOVE "B" TO ICA-REASON-CD.

           MOVE BR-NO     TO LTI-BRNO.
           MOVE LN-ACCTNO TO LTI-ACCTNO.
           MOVE 0         TO LTI-SEQNO.
           MOVE ZEROES    TO QLTI1-WEND-BRNO.
           PERFORM START-LTI1-FILE.
           PERFORM READ-LTI1-FILE-NEXT.

           MOVE 0   TO ICA-LTI-CNT.
           MOVE "N" TO ICA-LTI-FAIL-FG.
           PERFORM IC-ONE-TRAILER
              UNTIL (IO-FG NOT = 0)
                 OR (LTI-ACCTNO NOT = LN-ACCTNO).
           PERFORM CLOSE-LTI1-FILE.

           IF ICA-LTI-FAIL-FG = "Y"
              PERFORM IC-RESTORE-TRAILERS
              MOVE "IC: COVERAGE UPDATE FAILED" TO LOG-MSG
              MOVE 125                          TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO INSURANCE-CANCEL-EXIT.

           MOVE 0              TO IO-FG.
           MOVE LN-OWNBR       TO QLN-BRNO.
           MOVE LN-ACCTNO      TO QLN-ACCTNO.
           MOVE ICA-NEW-CURBAL TO QLN-WK-CURBAL.
           COMPUTE QLN-WK-INSPREM = LN-INSPREM(ICA-SUB) - ICA-REFUND.
           IF ICA-SUB = 1
              PERFORM IC-REWRITE-CL
           ELSE
              PERFORM IC-REWRITE-AH.
           IF IO-FG NOT = 0
              PERFORM IC-RESTORE-TRAILERS
              MOVE "IC: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE 125                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO INSURANCE-CANCEL-EXIT.

           MOVE ICA-NEW-CURBAL TO LN-CURBAL.
           MOVE QLN-WK-INSPREM TO LN-INSPREM(ICA-SUB).
           IF ICA-SUB = 1
              MOVE "Y" TO LN-CL-REBATE
           ELSE
              MOVE "Y" TO LN-AH-REBATE.

           IF ICA-RECALC-FG = "Y"
              PERFORM IC-REWRITE-PAYMENT
              IF POSTING-ERRCD = "E"
                 PERFORM IC-RESTORE-TRAILERS
                 GO TO INSURANCE-CANCEL-EXIT.

      * THE CREDIT RIDES THE NEXT LP SEQUENCE FOR THE ACCOUNT.

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
              MOVE LP-SEQNO TO ICA-WK-SEQNO
           ELSE
              MOVE 0        TO ICA-WK-SEQNO.
           ADD 1 TO ICA-WK-SEQNO.

           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE ICA-WK-SEQNO TO LP-SEQNO.
           MOVE "IC"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE ICA-REFUND   TO LP-TRAMT
                                LP-APCUR.
           MOVE 0            TO LP-APINT
                                LP-APLC.
           MOVE ICA-EFF-DATE TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

      * UNEARNED PREMIUM COMES OUT OF THE COVERAGE'S UNEARNED ACCOUNT
      * AND OFF THE RECEIVABLE.

           IF ICA-REFUND = 0
              GO TO INSURANCE-CANCEL-CARRIER.
           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR     TO LXG-BRNO.
           MOVE LN-ACCTNO    TO LXG-ACCTNO.
           MOVE ICA-WK-SEQNO TO LXG-SEQNO.
           IF ICA-SUB = 1
              MOVE GI-UNCL1  TO LXG-GLNO(1)
           ELSE
              MOVE GI-UNAH   TO LXG-GLNO(1).
           MOVE ICA-REFUND   TO LXG-GLAMT(1).
           MOVE GI-AR        TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - ICA-REFUND.
           MOVE 0            TO LXG-GLNO(3)
                                LXG-GLAMT(3).
           PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

      * TELL THE CARRIER - THE SAME ICF ROW INS-CANCEL-FEED WRITES,
      * ONE PER CERTIFICATE MARKED CANCELLED ABOVE, SO NO LATER FEED
      * SENDS IT AGAIN.

       INSURANCE-CANCEL-CARRIER.
           MOVE "N" TO ICF-OPENED-FG.
           PERFORM IC-ONE-NOTICE
              VARYING ICA-LTI-SUB FROM 1 BY 1
                UNTIL ICA-LTI-SUB > ICA-LTI-CNT.
           IF ICF-OPENED-FG = "Y"
              PERFORM CLOSE-ICF-FILE.

           IF ICA-FREELOOK-FG = "Y"
              MOVE "INSURANCE CANCELLED: FREE LOOK" TO LOG-MSG
           ELSE
              MOVE "INSURANCE CANCELLED"            TO LOG-MSG.
           MOVE 0 TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       INSURANCE-CANCEL-EXIT.
           EXIT.

      ******************************************************************
      * THE LOAN REWRITE - ONE STATEMENT PER COVERAGE, SINCE EACH
      * CARRIES ITS OWN PREMIUM AND REBATE-FLAG COLUMNS.
      ******************************************************************
       IC-REWRITE-CL SECTION.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_CURBAL    = :QLN-WK-CURBAL,
                LN_INSPREM_1 = :QLN-WK-INSPREM,
                LN_CL_REBATE = 'Y'
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

       IC-REWRITE-AH SECTION.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_CURBAL    = :QLN-WK-CURBAL,
                LN_INSPREM_2 = :QLN-WK-INSPREM,
                LN_AH_REBATE = 'Y'
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

      ******************************************************************
      * NEW REGULAR AND FINAL PAYMENT, AND THE PACKED SCHEDULE IN THE
      * SAME THREE-STEP LAYOUT RECAST-LOAN WRITES, UNDER THE SCHEDULE
      * COLUMNS READ-LTP1-FILE READS.  A FAILED REWRITE REJECTS THE
      * ITEM WITH POSTING-ERRCD "E".
      ******************************************************************
       IC-REWRITE-PAYMENT SECTION.
           MOVE ICA-NEW-REGPY  TO QLN-WK-REGPYAMT.
           MOVE ICA-NEW-LASTPY TO QLN-WK-LASTPYAMT.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_REGPYAMT  = :QLN-WK-REGPYAMT,
                LN_LASTPYAMT = :QLN-WK-LASTPYAMT
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              GO TO IC-REWRITE-PAYMENT-FAIL.

           MOVE CEPP-PERIODS    TO QLTP-WK-TERM-1.
           MOVE ICA-OLD-REGPY   TO QLTP-WK-AMT-1.
           COMPUTE QLTP-WK-TERM-2 = ICA-REMAIN-TERM - 1.
           MOVE ICA-NEW-REGPY   TO QLTP-WK-AMT-2.
           MOVE 1               TO QLTP-WK-TERM-3.
           MOVE ICA-NEW-LASTPY  TO QLTP-WK-AMT-3.
           EXEC SQL
            UPDATE DBO.LTPFILE
            SET LTP_SCHLD_TERM_1   = :QLTP-WK-TERM-1,
                LTP_SCHLD_PAYMNT_1 = :QLTP-WK-AMT-1,
                LTP_SCHLD_TERM_2   = :QLTP-WK-TERM-2,
                LTP_SCHLD_PAYMNT_2 = :QLTP-WK-AMT-2,
                LTP_SCHLD_TERM_3   = :QLTP-WK-TERM-3,
                LTP_SCHLD_PAYMNT_3 = :QLTP-WK-AMT-3,
                LTP_SCHLD_TERM_4   = 0,
                LTP_SCHLD_PAYMNT_4 = 0
            WHERE LTPFILE.LTP_BRNO = :QLN-BRNO
              AND LTPFILE.LTP_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              GO TO IC-REWRITE-PAYMENT-FAIL.

           MOVE ICA-NEW-REGPY  TO LN-REGPYAMT.
           MOVE ICA-NEW-LASTPY TO LN-LASTPYAMT.
           GO TO IC-REWRITE-PAYMENT-EXIT.

       IC-REWRITE-PAYMENT-FAIL.
           MOVE "IC: PAYMENT REWRITE FAILED" TO LOG-MSG.
           MOVE 125                          TO RETURN-STATUS.
           PERFORM CREATE-LOG.
           MOVE "E" TO POSTING-ERRCD.

       IC-REWRITE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * ONE LTI TRAILER - A LIVE CERTIFICATE OF THE CANCELLED COVERAGE
      * (TYPES 1-4 CL, 5-8 AH, THE REBATE SUITE'S SPLIT) TAKES ITS
      * CANCEL REASON AND IS REMEMBERED FOR ITS ICF ROW (OR FOR
      * IC-RESTORE-TRAILERS IF THE ITEM IS REJECTED).
      ******************************************************************
       IC-ONE-TRAILER SECTION.
           IF LTI-CANCEL-REASON-CD NOT = SPACES
              GO TO IC-ONE-TRAILER-NEXT.
           IF LTI-INSEXP-DATE NOT = 0
              AND LTI-INSEXP-DATE < ICA-EFF-DATE
              GO TO IC-ONE-TRAILER-NEXT.
           IF ICA-SUB = 1 AND LTI-INS-TYPE > 4
              GO TO IC-ONE-TRAILER-NEXT.
           IF ICA-SUB = 2 AND (LTI-INS-TYPE < 5 OR LTI-INS-TYPE > 8)
              GO TO IC-ONE-TRAILER-NEXT.

      * NO ROOM LEFT TO REMEMBER IT - STOP THE WALK AND REJECT.
           IF ICA-LTI-CNT NOT < 20
              MOVE "Y" TO ICA-LTI-FAIL-FG
              MOVE 9   TO IO-FG
              GO TO IC-ONE-TRAILER-EXIT.

           MOVE LTI-BRNO      TO QLTI-BRNO.
           MOVE LTI-ACCTNO    TO QLTI-ACCTNO.
           MOVE LTI-SEQNO     TO QLTI-SEQNO.
           MOVE ICA-REASON-CD TO QLTI-CANCEL-REASON-CD.
           EXEC SQL
            UPDATE DBO.LTIFILE
            SET LTI_CANCEL_REASON_CD = :QLTI-CANCEL-REASON-CD
            WHERE LTIFILE.LTI_BRNO   = :QLTI-BRNO
              AND LTIFILE.LTI_ACCTNO = :QLTI-ACCTNO
              AND LTIFILE.LTI_SEQNO  = :QLTI-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "Y" TO ICA-LTI-FAIL-FG
              GO TO IC-ONE-TRAILER-EXIT.

           ADD 1 TO ICA-LTI-CNT.
           MOVE LTI-SEQNO    TO ICA-LTI-SEQNO(ICA-LTI-CNT).
           MOVE LTI-INSCOMP  TO ICA-LTI-INSCOMP(ICA-LTI-CNT).
           MOVE LTI-INS-TYPE TO ICA-LTI-INS-TYPE(ICA-LTI-CNT).

       IC-ONE-TRAILER-NEXT.
           PERFORM READ-LTI1-FILE-NEXT.

       IC-ONE-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * ONE ICF CANCELLATION ROW FOR A CERTIFICATE IC-ONE-TRAILER
      * MARKED CANCELLED.
      ******************************************************************
       IC-ONE-NOTICE SECTION.
           IF ICF-OPENED-FG NOT = "Y"
              MOVE ICF-PATH TO ACCESS-BUF
              PERFORM ACCESS-CALL
              IF STAT-GOOD
                 PERFORM OPEN-ICF-FILE-EXTEND
              ELSE
                 PERFORM OPEN-ICF-FILE-OUTPUT
              END-IF
              MOVE "Y" TO ICF-OPENED-FG
           END-IF.

           MOVE TRANS-DATE   TO ICF-RUN-DATE.
           MOVE BR-NO        TO ICF-BRNO.
           MOVE LN-ACCTNO    TO ICF-ACCTNO.
           MOVE ICA-LTI-INSCOMP(ICA-LTI-SUB) TO ICF-CARRIER.
           MOVE SPACES       TO ICF-CERTNO.
           STRING BR-NO "-" LN-ACCTNO "-" ICA-LTI-SEQNO(ICA-LTI-SUB)
               DELIMITED BY SIZE INTO ICF-CERTNO.
           MOVE ICA-LTI-INS-TYPE(ICA-LTI-SUB) TO ICF-INS-TYPE.
           MOVE ICA-EFF-DATE TO ICF-CANCEL-DATE.
           MOVE ICA-REFUND   TO ICF-REBATE-AMT.
           PERFORM WRITE-ICF-FILE.

       IC-ONE-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * A REJECTED CANCELLATION PUTS BACK THE CANCEL REASON ON EVERY
      * CERTIFICATE IC-ONE-TRAILER ALREADY MARKED, SO THE COVERAGE IS
      * LIVE AGAIN FOR THE RESUBMITTED ITEM.
      ******************************************************************
       IC-RESTORE-TRAILERS SECTION.
           PERFORM IC-RESTORE-ONE
              VARYING ICA-LTI-SUB FROM 1 BY 1
                UNTIL ICA-LTI-SUB > ICA-LTI-CNT.

       IC-RESTORE-TRAILERS-EXIT.
           EXIT.

       IC-RESTORE-ONE SECTION.
           MOVE BR-NO                      TO QLTI-BRNO.
           MOVE LN-ACCTNO                  TO QLTI-ACCTNO.
           MOVE ICA-LTI-SEQNO(ICA-LTI-SUB) TO QLTI-SEQNO.
           MOVE SPACES                     TO QLTI-CANCEL-REASON-CD.
           EXEC SQL
            UPDATE DBO.LTIFILE
            SET LTI_CANCEL_REASON_CD = :QLTI-CANCEL-REASON-CD
            WHERE LTIFILE.LTI_BRNO   = :QLTI-BRNO
              AND LTIFILE.LTI_ACCTNO = :QLTI-ACCTNO
              AND LTIFILE.LTI_SEQNO  = :QLTI-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

       IC-RESTORE-ONE-EXIT.
           EXIT.
