      ******************************************************************
      *
      *    S C H E D U L E - M A I N T A I N
      *
      *=================================================================
      * IN  : LN-OWNBR, LN-ACCTNO, BP-PAYDATE, LN-CURBAL, LN-CURRATE,
      *       LN-LOANTYPE, LN-ORGTERM, LN-1STPYDATE, LN-UNITPER-CD/
      *       FREQ, LN-PAY-SCHLD-FG, LN-REGPYAMT, LN-LASTPYAMT, THE
      *       LTP PACKED SCHEDULE, THE ACCOUNT'S STAGED SCQ REQUEST
      * OUT : LN REGULAR/LAST PAYMENT AND SCHEDULE FLAG, THE LTP
      *       PACKED SCHEDULE, SCH BEFORE/AFTER SCHEDULE IMAGES, THE
      *       SCQ REQUEST APPLIED OR REJECTED, RETURN-STATUS, LOG-REC
      * DESC: BP-TRCD "SM" - DEFINE OR REVISE AN IRREGULAR PAYMENT
      *       SCHEDULE ON A LIVE MONTHLY LOAN: SEASONAL AMOUNTS BY
      *       CALENDAR MONTH, SKIP MONTHS (AMOUNT ZERO) AND AN
      *       OPTIONAL BALLOON AT THE END.  THE REQUEST IS STAGED
      *       AND FORMAT-CHECKED BY SCHMNT ON THE KEYED SCQ FILE
      *       (ONE PER ACCOUNT) AND THE ITEM IS DATED ITS EFFECTIVE
      *       DATE.  THE PERIODS ALREADY ELAPSED
      *       (CONTRACTUAL-ELAPSED-PAYPER) KEEP THE AMOUNTS OF THE
      *       SCHEDULE IN FORCE; EVERY LATER PERIOD TAKES THE AMOUNT
      *       FOR THE CALENDAR MONTH IT FALLS DUE IN, AND THE FINAL
      *       PERIOD TAKES WHAT IS LEFT.  THE NEW SCHEDULE MUST
      *       AMORTIZE THE BALANCE UNDER THE ACCOUNT'S METHOD - AN
      *       INTEREST-BEARING LOAN ACCRUES MONTHLY AT LN-CURRATE, A
      *       PRECOMPUTED BALANCE IS SIMPLY PAID DOWN - WITHOUT
      *       PAYING OUT EARLY, AND THE FINAL PAYMENT MAY NOT EXCEED
      *       THE LARGEST SCHEDULED AMOUNT UNLESS A BALLOON WAS
      *       APPROVED, IN WHICH CASE IT MUST LAND WITHIN ONE SUCH
      *       AMOUNT OF THE BALLOON.  THE TERM NEVER CHANGES, SO THE
      *       SCHEDULE'S PERIODS ADD BACK TO LN-ORGTERM AND UPRVAL
      *       AGREES WITH IT; A SCHEDULE ALREADY ON FILE THAT DOES
      *       NOT IS REFUSED UNTIL IT IS CORRECTED.  THE NEW SCHEDULE
      *       MUST PACK INTO THE 17 (TERM, AMOUNT) STEPS
      *       UNPACK-PAYMENT-SCHEDULE WALKS.  THE SCHEDULE BEFORE
      *       AND AFTER IS IMAGED ON THE SCH FILE WITH ITS EFFECTIVE
      *       DATE, SO THE SCHEDULE IN FORCE ON ANY DATE (SCHINF) -
      *       AND WITH IT THE LATE-CHARGE AND DELINQUENCY RESULTS -
      *       CAN BE REPRODUCED.  NO MONEY MOVES, SO IT RUNS AHEAD
      *       OF THE AMOUNT EDITS LIKE "HM".
      *
      * REV :
      *  010829 RTC  ORIGINAL PARAGRAPH.
      *  031329 RTC  A FAILED LTP SCHEDULE REWRITE REJECTS THE REQUEST
      *              BEFORE THE AFTER IMAGE IS WRITTEN.
      ******************************************************************
       SCHEDULE-MAINTAIN SECTION.

           MOVE "N" TO SCH-WK-SCQ-FG.

           IF LN-CURBAL NOT > 0
              MOVE "SM: NO BALANCE TO SCHEDULE" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.

           IF NOT (LN-UNITPER-CD = "M" AND LN-UNITPER-FREQ = 1)
              MOVE "SM: SCHEDULE NEEDS A MONTHLY LOAN" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.

           IF LN-ORGTERM < 1 OR LN-ORGTERM > 360
              MOVE "SM: TERM OUTSIDE THE SCHEDULE TABLE" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.

      * THE ACCOUNT'S STAGED REQUEST, DATED THE SAME AS THE ITEM.  AN
      * ITEM THAT DOES NOT MATCH ITS REQUEST LEAVES THE REQUEST ALONE.

           PERFORM OPEN-SCQ-FILE.
           MOVE LN-OWNBR  TO SCQ-BRNO.
           MOVE LN-ACCTNO TO SCQ-ACCTNO.
           PERFORM READ-SCQ-FILE.
           IF IO-FG NOT = 0
              PERFORM CLOSE-SCQ-FILE
              MOVE "SM: NO STAGED SCHEDULE REQUEST" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.
           IF NOT SCQ-PENDING
              PERFORM CLOSE-SCQ-FILE
              MOVE "SM: SCHEDULE REQUEST NOT PENDING" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.
           IF SCQ-EFF-DATE NOT = BP-PAYDATE
              PERFORM CLOSE-SCQ-FILE
              MOVE "SM: ITEM DATE NOT THE REQUEST DATE" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.
           MOVE "Y" TO SCH-WK-SCQ-FG.

      * ELAPSED FULL CONTRACTUAL PERIODS THROUGH THE EFFECTIVE DATE.

           MOVE LN-1STPYDATE TO CEPP1-DATE.
           MOVE BP-PAYDATE   TO CEPP2-DATE.
           PERFORM CONTRACTUAL-ELAPSED-PAYPER.

           COMPUTE SCH-WK-REMAIN = LN-ORGTERM - CEPP-PERIODS.
           IF SCH-WK-REMAIN < 1
              MOVE "SM: NO TERM REMAINING" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.

      * THE SCHEDULE IN FORCE, ONE AMOUNT PER PERIOD - THE PACKED
      * SCHEDULE, OR THE LEVEL PAYMENT WITH ANY ODD LAST PAYMENT.

           PERFORM GET-LT-P-REC.
           IF IO-FG NOT = 0
              MOVE "SM: NO LTP ROW FOR THE ACCOUNT" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.

           MOVE LN-PAY-SCHLD-FG TO SCH-WK-OLD-FG.
           IF LN-PAY-SCHLD-FG = "Y"
              PERFORM UNPACK-PAYMENT-SCHEDULE
              COMPUTE SCH-WK-OLD-SUM = SCHD-SUB2 - 1
           ELSE
              MOVE 1 TO SCH-WK-PER
              PERFORM SM-LEVEL-PAYMENT
                 UNTIL SCH-WK-PER > LN-ORGTERM
              MOVE LN-ORGTERM TO SCH-WK-OLD-SUM.
           IF SCH-WK-OLD-SUM NOT = LN-ORGTERM
              MOVE "SM: SCHEDULE ON FILE DISAGREES WITH TERM" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.

           PERFORM SM-PACK-SCHEDULE.
           MOVE SCH-WK-PAIRS TO SCH-WK-OLD-PAIRS.

      * EVERY PERIOD AFTER THE EFFECTIVE DATE BUT THE LAST TAKES THE
      * AMOUNT FOR THE CALENDAR MONTH IT FALLS DUE IN, RUN AGAINST THE
      * BALANCE THE WAY THE ACCOUNT EARNS.

           MOVE LN-1STPYDATE TO SCH-WK-DATE.
           MOVE LN-CURBAL    TO SCH-WK-BAL.
           MOVE 0            TO SCH-WK-MAXAMT.
           MOVE "N"          TO SCH-WK-PAYOUT-FG.
           COMPUTE SCH-WK-PER = CEPP-PERIODS + 1.
           PERFORM SM-NEW-PERIOD
              UNTIL SCH-WK-PER NOT < LN-ORGTERM.

      * THE FINAL PAYMENT TAKES WHAT IS LEFT.

           IF LN-LOANTYPE = "I"
              COMPUTE SCH-WK-INT ROUNDED =
                 SCH-WK-BAL * LN-CURRATE / 1200
              ADD SCH-WK-INT TO SCH-WK-BAL.
           MOVE SCH-WK-BAL TO SCH-WK-FINAL.

           IF SCH-WK-PAYOUT-FG = "Y" OR SCH-WK-FINAL NOT > 0
              MOVE "SM: SCHEDULE PAYS OUT BEFORE MATURITY" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.
           IF SCQ-BALLOON-AMT = 0 AND SCH-WK-FINAL > SCH-WK-MAXAMT
              MOVE "SM: SCHEDULE LEAVES UNAPPROVED BALLOON" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.
           IF SCQ-BALLOON-AMT > 0
              COMPUTE SCH-WK-DIFF = SCH-WK-FINAL - SCQ-BALLOON-AMT
              IF SCH-WK-DIFF < 0
                 COMPUTE SCH-WK-DIFF = 0 - SCH-WK-DIFF.
           IF SCQ-BALLOON-AMT > 0 AND SCH-WK-DIFF > SCH-WK-MAXAMT
              MOVE "SM: SCHEDULE MISSES THE BALLOON" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.
           MOVE SCH-WK-FINAL TO SCHD-AMT(LN-ORGTERM).

           PERFORM SM-PACK-SCHEDULE.
           IF SCH-WK-RUNS > 17
              MOVE "SM: SCHEDULE NEEDS MORE THAN 17 STEPS" TO LOG-MSG
              GO TO SCHEDULE-MAINTAIN-REJECT.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE REWRITE AND LEAVES
      * THE REQUEST PENDING.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              PERFORM CLOSE-SCQ-FILE
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SCHEDULE-MAINTAIN-EXIT.

      * THE BEFORE IMAGE GOES OUT WHATEVER HAPPENS NEXT.

           MOVE "B" TO SCH-WK-IMAGE-TYPE.
           PERFORM SM-WRITE-IMAGE.

           MOVE LN-OWNBR       TO QLN-BRNO.
           MOVE LN-ACCTNO      TO QLN-ACCTNO.
           MOVE SCH-WK-MAXAMT  TO QLN-WK-REGPYAMT.
           MOVE SCH-WK-FINAL   TO QLN-WK-LASTPYAMT.
           MOVE "Y"            TO QLN-WK-PAY-SCHLD-FG.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_REGPYAMT     = :QLN-WK-REGPYAMT,
                LN_LASTPYAMT    = :QLN-WK-LASTPYAMT,
                LN_PAY_SCHLD_FG = :QLN-WK-PAY-SCHLD-FG
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "SM: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE "E" TO POSTING-ERRCD
              GO TO SCHEDULE-MAINTAIN-REJECT.

      * ALL 17 STEPS ARE WRITTEN, SO NO STEP OF THE OLD SCHEDULE IS
      * LEFT BEHIND THE NEW ONE'S ZERO TERMINATOR.

           PERFORM SM-SET-HOST-STEPS.
           EXEC SQL
            UPDATE DBO.LTPFILE
            SET LTP_SCHLD_TERM_1    = :QLTP-WK-TERM-1,
                LTP_SCHLD_PAYMNT_1  = :QLTP-WK-AMT-1,
                LTP_SCHLD_TERM_2    = :QLTP-WK-TERM-2,
                LTP_SCHLD_PAYMNT_2  = :QLTP-WK-AMT-2,
                LTP_SCHLD_TERM_3    = :QLTP-WK-TERM-3,
                LTP_SCHLD_PAYMNT_3  = :QLTP-WK-AMT-3,
                LTP_SCHLD_TERM_4    = :QLTP-WK-TERM-4,
                LTP_SCHLD_PAYMNT_4  = :QLTP-WK-AMT-4,
                LTP_SCHLD_TERM_5    = :QLTP-WK-TERM-5,
                LTP_SCHLD_PAYMNT_5  = :QLTP-WK-AMT-5,
                LTP_SCHLD_TERM_6    = :QLTP-WK-TERM-6,
                LTP_SCHLD_PAYMNT_6  = :QLTP-WK-AMT-6,
                LTP_SCHLD_TERM_7    = :QLTP-WK-TERM-7,
                LTP_SCHLD_PAYMNT_7  = :QLTP-WK-AMT-7,
                LTP_SCHLD_TERM_8    = :QLTP-WK-TERM-8,
                LTP_SCHLD_PAYMNT_8  = :QLTP-WK-AMT-8,
                LTP_SCHLD_TERM_9    = :QLTP-WK-TERM-9,
                LTP_SCHLD_PAYMNT_9  = :QLTP-WK-AMT-9,
                LTP_SCHLD_TERM_10   = :QLTP-WK-TERM-10,
                LTP_SCHLD_PAYMNT_10 = :QLTP-WK-AMT-10,
                LTP_SCHLD_TERM_11   = :QLTP-WK-TERM-11,
                LTP_SCHLD_PAYMNT_11 = :QLTP-WK-AMT-11,
                LTP_SCHLD_TERM_12   = :QLTP-WK-TERM-12,
                LTP_SCHLD_PAYMNT_12 = :QLTP-WK-AMT-12,
                LTP_SCHLD_TERM_13   = :QLTP-WK-TERM-13,
                LTP_SCHLD_PAYMNT_13 = :QLTP-WK-AMT-13,
                LTP_SCHLD_TERM_14   = :QLTP-WK-TERM-14,
                LTP_SCHLD_PAYMNT_14 = :QLTP-WK-AMT-14,
                LTP_SCHLD_TERM_15   = :QLTP-WK-TERM-15,
                LTP_SCHLD_PAYMNT_15 = :QLTP-WK-AMT-15,
                LTP_SCHLD_TERM_16   = :QLTP-WK-TERM-16,
                LTP_SCHLD_PAYMNT_16 = :QLTP-WK-AMT-16,
                LTP_SCHLD_TERM_17   = :QLTP-WK-TERM-17,
                LTP_SCHLD_PAYMNT_17 = :QLTP-WK-AMT-17
            WHERE LTPFILE.LTP_BRNO = :QLN-BRNO
              AND LTPFILE.LTP_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "SM: SCHEDULE REWRITE FAILED" TO LOG-MSG
              MOVE "E" TO POSTING-ERRCD
              GO TO SCHEDULE-MAINTAIN-REJECT.

      * BRING THE LN AND LTP BUFFERS UP TO WHAT SQL JUST WROTE - THE
      * AFTER IMAGE AND ANYTHING LATER IN THE RUN SEE THE NEW SCHEDULE.

           MOVE SCH-WK-MAXAMT TO LN-REGPYAMT.
           MOVE SCH-WK-FINAL  TO LN-LASTPYAMT.
           MOVE "Y"           TO LN-PAY-SCHLD-FG.
           MOVE 1 TO SCH-WK-SUB.
           PERFORM SM-REFRESH-STEP
              UNTIL SCH-WK-SUB > 17.

           MOVE "A" TO SCH-WK-IMAGE-TYPE.
           PERFORM SM-WRITE-IMAGE.

           MOVE "A"                          TO SCQ-STATUS-CD.
           MOVE TRANS-DATE                   TO SCQ-DONE-DATE.
           MOVE "SEASONAL SCHEDULE APPLIED"  TO SCQ-RESULT.
           PERFORM REWRITE-SCQ-FILE.
           PERFORM CLOSE-SCQ-FILE.

           MOVE "SEASONAL SCHEDULE APPLIED" TO LOG-MSG.
           MOVE 0                           TO RETURN-STATUS.
           PERFORM CREATE-LOG.
           GO TO SCHEDULE-MAINTAIN-EXIT.

      * A REQUEST THE POSTING REFUSES IS MARKED REJECTED WITH THE
      * REASON, FOR SCHMNT TO LIST; THE BRANCH STAGES A CORRECTED ONE.
       SCHEDULE-MAINTAIN-REJECT.
           MOVE 137 TO RETURN-STATUS.
           IF SCH-WK-SCQ-FG = "Y"
              IF HOLD-VALIDATE-ONLY-FG NOT = "V"
                 MOVE "R"        TO SCQ-STATUS-CD
                 MOVE TRANS-DATE TO SCQ-DONE-DATE
                 MOVE LOG-MSG    TO SCQ-RESULT
                 PERFORM REWRITE-SCQ-FILE.
           IF SCH-WK-SCQ-FG = "Y"
              PERFORM CLOSE-SCQ-FILE.
           PERFORM CREATE-LOG.

       SCHEDULE-MAINTAIN-EXIT.
           EXIT.

      ******************************************************************
      * THE LEVEL SCHEDULE OF A LOAN WITH NO PACKED SCHEDULE - THE
      * REGULAR PAYMENT, AND ANY ODD LAST PAYMENT AT THE END.
      ******************************************************************
       SM-LEVEL-PAYMENT SECTION.
           MOVE LN-REGPYAMT TO SCHD-AMT(SCH-WK-PER).
           IF SCH-WK-PER = LN-ORGTERM AND LN-LASTPYAMT > 0
              MOVE LN-LASTPYAMT TO SCHD-AMT(SCH-WK-PER).
           ADD 1 TO SCH-WK-PER.

      ******************************************************************
      * ONE PERIOD OF THE NEW SCHEDULE - THE AMOUNT FOR THE MONTH IT
      * FALLS DUE IN, A MONTH'S INTEREST ON AN INTEREST-BEARING
      * BALANCE, AND THE PAYMENT OFF THE BALANCE.
      ******************************************************************
       SM-NEW-PERIOD SECTION.
           COMPUTE SCH-WK-WORK = SCH-WK-DATE-MM + SCH-WK-PER - 2.
           DIVIDE SCH-WK-WORK BY 12 GIVING SCH-WK-QUOT
                                  REMAINDER SCH-WK-MONTH.
           ADD 1 TO SCH-WK-MONTH.
           MOVE SCQ-MONTH-AMT(SCH-WK-MONTH) TO SCHD-AMT(SCH-WK-PER).
           IF SCHD-AMT(SCH-WK-PER) > SCH-WK-MAXAMT
              MOVE SCHD-AMT(SCH-WK-PER) TO SCH-WK-MAXAMT.
           IF LN-LOANTYPE = "I"
              COMPUTE SCH-WK-INT ROUNDED =
                 SCH-WK-BAL * LN-CURRATE / 1200
              ADD SCH-WK-INT TO SCH-WK-BAL.
           SUBTRACT SCHD-AMT(SCH-WK-PER) FROM SCH-WK-BAL.
           IF SCH-WK-BAL NOT > 0
              MOVE "Y" TO SCH-WK-PAYOUT-FG.
           ADD 1 TO SCH-WK-PER.

      ******************************************************************
      *          PACK LOAN PAYMENT SCHEDULE
      *
      *   DESC:  REDUCES SCHD-AMT (1 - LN-ORGTERM) TO (TERM, AMOUNT)
      *          STEPS, THE REVERSE OF UNPACK-PAYMENT-SCHEDULE.
      *   OUT :  SCH-WK-TERM/SCH-WK-AMT (1 - 17), SCH-WK-RUNS
      *          (18 WHEN THE SCHEDULE WILL NOT FIT IN 17 STEPS).
      ******************************************************************
       SM-PACK-SCHEDULE SECTION.
           MOVE ZEROS TO SCH-WK-PAIRS.
           MOVE 0     TO SCH-WK-RUNS.
           MOVE 1     TO SCHD-SUB2.
           PERFORM SM-PACK-ONE
              UNTIL SCHD-SUB2 > LN-ORGTERM OR SCH-WK-RUNS > 17.

       SM-PACK-SCHEDULE-EXIT.
           EXIT.

       SM-PACK-ONE SECTION.
           IF SCH-WK-RUNS > 0
              IF SCHD-AMT(SCHD-SUB2) = SCH-WK-AMT(SCH-WK-RUNS)
                 ADD 1 TO SCH-WK-TERM(SCH-WK-RUNS)
                 ADD 1 TO SCHD-SUB2
                 GO TO SM-PACK-ONE-EXIT.
           ADD 1 TO SCH-WK-RUNS.
           IF SCH-WK-RUNS > 17
              GO TO SM-PACK-ONE-EXIT.
           MOVE SCHD-AMT(SCHD-SUB2) TO SCH-WK-AMT(SCH-WK-RUNS).
           MOVE 1                   TO SCH-WK-TERM(SCH-WK-RUNS).
           ADD 1 TO SCHD-SUB2.

       SM-PACK-ONE-EXIT.
           EXIT.

      ******************************************************************
      * THE NEW STEPS INTO THE LTP HOST VARIABLES.
      ******************************************************************
       SM-SET-HOST-STEPS SECTION.
           MOVE SCH-WK-TERM(1)  TO QLTP-WK-TERM-1.
           MOVE SCH-WK-AMT(1)   TO QLTP-WK-AMT-1.
           MOVE SCH-WK-TERM(2)  TO QLTP-WK-TERM-2.
           MOVE SCH-WK-AMT(2)   TO QLTP-WK-AMT-2.
           MOVE SCH-WK-TERM(3)  TO QLTP-WK-TERM-3.
           MOVE SCH-WK-AMT(3)   TO QLTP-WK-AMT-3.
           MOVE SCH-WK-TERM(4)  TO QLTP-WK-TERM-4.
           MOVE SCH-WK-AMT(4)   TO QLTP-WK-AMT-4.
           MOVE SCH-WK-TERM(5)  TO QLTP-WK-TERM-5.
           MOVE SCH-WK-AMT(5)   TO QLTP-WK-AMT-5.
           MOVE SCH-WK-TERM(6)  TO QLTP-WK-TERM-6.
           MOVE SCH-WK-AMT(6)   TO QLTP-WK-AMT-6.
           MOVE SCH-WK-TERM(7)  TO QLTP-WK-TERM-7.
           MOVE SCH-WK-AMT(7)   TO QLTP-WK-AMT-7.
           MOVE SCH-WK-TERM(8)  TO QLTP-WK-TERM-8.
           MOVE SCH-WK-AMT(8)   TO QLTP-WK-AMT-8.
           MOVE SCH-WK-TERM(9)  TO QLTP-WK-TERM-9.
           MOVE SCH-WK-AMT(9)   TO QLTP-WK-AMT-9.
           MOVE SCH-WK-TERM(10) TO QLTP-WK-TERM-10.
           MOVE SCH-WK-AMT(10)  TO QLTP-WK-AMT-10.
           MOVE SCH-WK-TERM(11) TO QLTP-WK-TERM-11.
           MOVE SCH-WK-AMT(11)  TO QLTP-WK-AMT-11.
           MOVE SCH-WK-TERM(12) TO QLTP-WK-TERM-12.
           MOVE SCH-WK-AMT(12)  TO QLTP-WK-AMT-12.
           MOVE SCH-WK-TERM(13) TO QLTP-WK-TERM-13.
           MOVE SCH-WK-AMT(13)  TO QLTP-WK-AMT-13.
           MOVE SCH-WK-TERM(14) TO QLTP-WK-TERM-14.
           MOVE SCH-WK-AMT(14)  TO QLTP-WK-AMT-14.
           MOVE SCH-WK-TERM(15) TO QLTP-WK-TERM-15.
           MOVE SCH-WK-AMT(15)  TO QLTP-WK-AMT-15.
           MOVE SCH-WK-TERM(16) TO QLTP-WK-TERM-16.
           MOVE SCH-WK-AMT(16)  TO QLTP-WK-AMT-16.
           MOVE SCH-WK-TERM(17) TO QLTP-WK-TERM-17.
           MOVE SCH-WK-AMT(17)  TO QLTP-WK-AMT-17.

       SM-REFRESH-STEP SECTION.
           MOVE SCH-WK-TERM(SCH-WK-SUB) TO LTP-SCHLD-TERM(SCH-WK-SUB).
           MOVE SCH-WK-AMT(SCH-WK-SUB)  TO LTP-SCHLD-PAYMNT(SCH-WK-SUB).
           ADD 1 TO SCH-WK-SUB.

      ******************************************************************
      * ONE SCH ROW PER IMAGE - "B" THE SCHEDULE BEFORE, "A" AFTER -
      * WITH THE EFFECTIVE DATE, THE REQUEST AND THE TERMS IN FORCE AT
      * THE MOMENT OF THE IMAGE.
      ******************************************************************
       SM-WRITE-IMAGE SECTION.
           MOVE SCH-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-SCH-FILE-EXTEND
           ELSE
              PERFORM OPEN-SCH-FILE-OUTPUT.
           MOVE TRANS-DATE        TO SCH-RUN-DATE.
           MOVE LN-OWNBR          TO SCH-BRNO.
           MOVE LN-ACCTNO         TO SCH-ACCTNO.
           MOVE SCH-WK-IMAGE-TYPE TO SCH-IMAGE-TYPE.
           MOVE SCQ-EFF-DATE      TO SCH-EFF-DATE.
           MOVE SCQ-REQ-ID        TO SCH-REQ-ID.
           MOVE SCQ-USERID        TO SCH-USERID.
           MOVE LN-1STPYDATE      TO SCH-1STPYDATE.
           MOVE LN-ORGTERM        TO SCH-ORGTERM.
           MOVE LN-CURRATE        TO SCH-RATE.
           MOVE LN-CURBAL         TO SCH-CURBAL.
           MOVE LN-REGPYAMT       TO SCH-REGPYAMT.
           MOVE LN-LASTPYAMT      TO SCH-LASTPYAMT.
           IF SCH-WK-IMAGE-TYPE = "B"
              MOVE SCH-WK-OLD-FG    TO SCH-SCHLD-FG
              MOVE SCH-WK-OLD-PAIRS TO SCH-STEPS
           ELSE
              MOVE "Y"              TO SCH-SCHLD-FG
              MOVE SCH-WK-PAIRS     TO SCH-STEPS.
           PERFORM WRITE-SCH-FILE.
           PERFORM CLOSE-SCH-FILE.

       SM-WRITE-IMAGE-EXIT.
           EXIT.
