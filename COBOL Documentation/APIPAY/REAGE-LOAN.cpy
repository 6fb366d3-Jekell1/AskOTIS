      ******************************************************************
      *
      *    R E A G E - L O A N
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, BP-PAYDATE, CD-BR-REAGE-FG,
      *       LN-LOANDATE, LN-1STPYDATE, LN-1STPYAMT, LN-REGPYAMT,
      *       LN-TOTPAYMNTD, LN-REAGE-CREDIT, LP1 HISTORY
      * OUT : LN-REAGE-CREDIT/LN-LAST-REAGE-DATE REWRITTEN, "RG" LP
      *       ROW, RAG BEFORE/AFTER IMAGE ROWS, RETURN-STATUS
      * DESC: BP-TRCD "RG" - RE-AGE A DELINQUENT ACCOUNT BACK TO
      *       CURRENT ONCE THE BORROWER HAS SHOWN RENEWED WILLINGNESS
      *       AND ABILITY TO PAY.  NOT A DEFERMENT (NO FEE, NO TERM
      *       EXTENSION) AND NOT A MODIFICATION (RATE, TERM AND
      *       BALANCE ARE UNTOUCHED): THE ARREARAGE IS CARRIED AS A
      *       CONTRACTUAL CREDIT, LN-REAGE-CREDIT, WHICH
      *       COMPUTE-CONTRACTUAL-GET-PDTH ADDS TO THE AMOUNT PAID
      *       WHEN IT WORKS OUT THE CONTRACTUAL PAID-THRU.  THE
      *       INTERAGENCY (FFIEC) RETAIL CREDIT POLICY LIMITS ARE
      *       ENFORCED FROM LP1 HISTORY:
      *         - THREE CONSECUTIVE MONTHLY QUALIFYING PAYMENTS (EACH
      *           AT LEAST LN-REGPYAMT, UNREVERSED), THE LATEST IN
      *           THIS MONTH OR LAST;
      *         - NO RE-AGE WITHIN THE LAST 12 MONTHS;
      *         - NO MORE THAN TWO RE-AGES IN 5 YEARS;
      *         - AT LEAST 9 MONTHS ON THE BOOKS.
      *       NO MONEY MOVES, SO LIKE "HM" IT RUNS AHEAD OF THE AMOUNT
      *       EDITS.  BEFORE AND AFTER IMAGES (CONTRACTUAL DAYS,
      *       PAID-THRU, RATE, TERM, BALANCE) LAND ON THE RAG AUDIT
      *       FILE FOR THE EXAMINERS AND THE MONTHLY RAGRPT VOLUME
      *       REPORT.
      *
      * REV :
      *  032028 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       REAGE-LOAN SECTION.

           IF CD-BR-REAGE-FG NOT = "Y"
              MOVE "RG: RE-AGE NOT ENABLED" TO LOG-MSG
              MOVE 123                      TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

           IF LN-CURBAL NOT > 0
              MOVE "RG: NO BALANCE TO RE-AGE" TO LOG-MSG
              MOVE 123                        TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

      * AT LEAST 9 MONTHS ON THE BOOKS.

           MOVE LN-LOANDATE TO NUM-DATE.
           MOVE BP-PAYDATE  TO SYS-DATE.
           PERFORM TIM360.
           IF ELAPSED-MONTHS < 9
              MOVE "RG: UNDER 9 MONTHS ON BOOKS" TO LOG-MSG
              MOVE 123                           TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

      * THE ACCOUNT HAS TO BE BEHIND TO BE RE-AGED.

           PERFORM GET-SPR.
           IF IO-FG NOT = 0
              MOVE "RG: INVALID SPR RECORD" TO LOG-MSG
              MOVE 123                      TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

           MOVE BP-PAYDATE TO AGEING-DATE.
           PERFORM COMPUTE-CONTRACTUAL.
           IF CONTRACTUAL NOT > 0
              MOVE "RG: ACCOUNT NOT PAST DUE" TO LOG-MSG
              MOVE 123                        TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

      * ONE BACKWARD PASS OVER LP1 GATHERS BOTH THE QUALIFYING
      * PAYMENTS AND THE PRIOR RE-AGES (SAME START/READ-PREVIOUS
      * PATTERN DUPLICATE-PAYMENT-CHECK USES).

           MOVE 0   TO RGA-QUAL-CNT
                       RGA-LAST-MONTHS
                       RGA-REAGE-CNT.
           MOVE "N" TO RGA-QUAL-FAIL-FG
                       RGA-RECENT-FG
                       RGA-SCAN-DONE-FG.

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
           PERFORM REAGE-SCAN-ONE
              UNTIL (IO-FG NOT = 0)
                 OR (LP-ACCTNO NOT = LN-ACCTNO)
                 OR (RGA-SCAN-DONE-FG = "Y").
           PERFORM CLOSE-LP1-FILE.

           IF RGA-RECENT-FG = "Y"
              MOVE "RG: RE-AGED WITHIN 12 MONTHS" TO LOG-MSG
              MOVE 123                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

           IF RGA-REAGE-CNT NOT < 2
              MOVE "RG: TWO RE-AGES IN 5 YEARS" TO LOG-MSG
              MOVE 123                          TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

           IF RGA-QUAL-CNT < 3
              MOVE "RG: NO 3 QUALIFYING PAYMENTS" TO LOG-MSG
              MOVE 123                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

      * THE CREDIT THAT BRINGS THE PAID-THRU UP TO THE RE-AGE DATE:
      * EVERYTHING SCHEDULED THROUGH IT LESS EVERYTHING ALREADY
      * COUNTED AS PAID (INCLUDING ANY EARLIER RE-AGE CREDIT).

           MOVE LN-1STPYDATE TO CEPP1-DATE.
           MOVE BP-PAYDATE   TO CEPP2-DATE.
           MOVE " "          TO CEPP-NOCAP-FG.
           PERFORM CONTRACTUAL-ELAPSED-PAYPER.
           COMPUTE RGA-SCHED-DUE =
              LN-1STPYAMT + (CEPP-PERIODS * LN-REGPYAMT).
           COMPUTE RGA-CREDIT =
              RGA-SCHED-DUE - LN-TOTPAYMNTD - LN-REAGE-CREDIT.
           IF RGA-CREDIT NOT > 0
              MOVE "RG: ACCOUNT NOT PAST DUE" TO LOG-MSG
              MOVE 123                        TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE REWRITE.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REAGE-LOAN-EXIT.

      * THE BEFORE IMAGE GOES OUT WHATEVER HAPPENS NEXT.

           MOVE "B" TO RAG-IMAGE-TYPE.
           PERFORM RG-WRITE-IMAGE.

           COMPUTE QLN-WK-REAGE-CREDIT = LN-REAGE-CREDIT + RGA-CREDIT.
           MOVE BP-PAYDATE      TO QLN-WK-REAGE-DATE.
           MOVE LN-OWNBR        TO QLN-BRNO.
           MOVE LN-ACCTNO       TO QLN-ACCTNO.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_REAGE_CREDIT    = :QLN-WK-REAGE-CREDIT,
                LN_LAST_REAGE_DATE = :QLN-WK-REAGE-DATE
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "RG: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE 123                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO REAGE-LOAN-EXIT.

           MOVE QLN-WK-REAGE-CREDIT TO LN-REAGE-CREDIT.
           MOVE BP-PAYDATE          TO LN-LAST-REAGE-DATE.

      * THE RE-AGE RIDES THE NEXT LP SEQUENCE SO THE FREQUENCY LIMITS
      * CAN FIND IT NEXT TIME.

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
              MOVE LP-SEQNO TO RGA-WK-SEQNO
           ELSE
              MOVE 0        TO RGA-WK-SEQNO.
           ADD 1 TO RGA-WK-SEQNO.

           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE RGA-WK-SEQNO TO LP-SEQNO.
           MOVE "RG"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE 0            TO LP-TRAMT
                                LP-APINT
                                LP-APLC
                                LP-APCUR.
           MOVE BP-PAYDATE   TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

      * THE AFTER IMAGE CLOSES THE AUDIT PAIR - THE SAME AGEING RUN
      * AGAIN, NOW WITH THE CREDIT IN PLACE.

           MOVE BP-PAYDATE  TO AGEING-DATE.
           PERFORM COMPUTE-CONTRACTUAL.
           MOVE "A" TO RAG-IMAGE-TYPE.
           PERFORM RG-WRITE-IMAGE.

           MOVE "RE-AGE APPLIED" TO LOG-MSG.
           MOVE 0                TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       REAGE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * ONE LP1 ROW OF THE BACKWARD PASS.  RE-AGES ARE COUNTED BACK
      * 5 YEARS; PAYMENTS ARE TAKEN NEWEST FIRST, ONE CALENDAR MONTH
      * APART, UNTIL THREE QUALIFY OR ONE FAILS.  A SECOND PAYMENT IN
      * A MONTH ALREADY COUNTED NEITHER HELPS NOR BREAKS THE RUN.
      ******************************************************************
       REAGE-SCAN-ONE SECTION.
           IF LP-TRCD = "RV" OR LP-REV = "Y"
              GO TO REAGE-SCAN-NEXT.

           MOVE LP-PAYDATE TO NUM-DATE.
           MOVE BP-PAYDATE TO SYS-DATE.
           MOVE 1          TO NUM-DA
                              S-DD.
           PERFORM TIM360.
           IF ELAPSED-MONTHS > 59
              MOVE "Y" TO RGA-SCAN-DONE-FG
              GO TO REAGE-SCAN-EXIT.

           IF LP-TRCD = "RG"
              ADD 1 TO RGA-REAGE-CNT
              IF ELAPSED-MONTHS < 12
                 MOVE "Y" TO RGA-RECENT-FG.
           IF LP-TRCD = "RG"
              GO TO REAGE-SCAN-NEXT.

           IF (RGA-QUAL-CNT NOT < 3) OR (RGA-QUAL-FAIL-FG = "Y")
              GO TO REAGE-SCAN-NEXT.
           IF LP-TRCD NOT = "PA" AND LP-TRCD NOT = "PY"
              GO TO REAGE-SCAN-NEXT.

           IF RGA-QUAL-CNT = 0 AND ELAPSED-MONTHS > 1
              MOVE "Y" TO RGA-QUAL-FAIL-FG
              GO TO REAGE-SCAN-NEXT.
           IF RGA-QUAL-CNT > 0 AND ELAPSED-MONTHS = RGA-LAST-MONTHS
              GO TO REAGE-SCAN-NEXT.
           IF RGA-QUAL-CNT > 0
              IF ELAPSED-MONTHS NOT = RGA-LAST-MONTHS + 1
                 MOVE "Y" TO RGA-QUAL-FAIL-FG
                 GO TO REAGE-SCAN-NEXT.

           IF LP-TRAMT < LN-REGPYAMT
              MOVE "Y" TO RGA-QUAL-FAIL-FG
              GO TO REAGE-SCAN-NEXT.

           ADD 1 TO RGA-QUAL-CNT.
           MOVE ELAPSED-MONTHS TO RGA-LAST-MONTHS.

       REAGE-SCAN-NEXT.
           PERFORM READ-LP1-FILE-PREVIOUS.

       REAGE-SCAN-EXIT.
           EXIT.

      ******************************************************************
      * ONE RAG ROW PER IMAGE - "B" BEFORE, "A" AFTER - CARRYING THE
      * AGEING AND THE TERMS IN FORCE AT THE MOMENT OF THE IMAGE, SO
      * AN EXAMINER CAN SEE THE DELINQUENCY CURED WITH RATE, TERM AND
      * BALANCE UNCHANGED.
      ******************************************************************
       RG-WRITE-IMAGE SECTION.
           MOVE RAG-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-RAG-FILE-EXTEND
           ELSE
              PERFORM OPEN-RAG-FILE-OUTPUT.
           MOVE TRANS-DATE      TO RAG-RUN-DATE.
           MOVE BT-BRANCH       TO RAG-BRNO.
           MOVE BP-LNNO         TO RAG-ACCTNO.
           MOVE WORK-USERID     TO RAG-USERID.
           MOVE BP-PAYDATE      TO RAG-EFF-DATE.
           MOVE CONTRACTUAL     TO RAG-CONTRACTUAL.
           MOVE PDTH-DATE-FULL  TO RAG-PDTH-DATE.
           MOVE RGA-QUAL-CNT    TO RAG-QUAL-CNT.
           MOVE RGA-CREDIT      TO RAG-CREDIT-AMT.
           MOVE LN-REAGE-CREDIT TO RAG-REAGE-CREDIT.
           MOVE LN-CURRATE      TO RAG-RATE.
           MOVE LN-ORGTERM      TO RAG-TERM.
           MOVE LN-CURBAL       TO RAG-CURBAL.
           PERFORM WRITE-RAG-FILE.
           PERFORM CLOSE-RAG-FILE.

       RG-WRITE-IMAGE-EXIT.
           EXIT.
