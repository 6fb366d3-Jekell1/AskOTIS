      ******************************************************************
      *
      *    D U E - D A T E - C H A N G E
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, BP-PAYDATE, BP-NEW-1STPYDATE,
      *       CD-BR-DC-MAX-DAYS, CD-BR-DC-MAX-PER-YR, LN-1STPYDATE,
      *       LN-ORIG-1STPYDATE, LN-LCPDTH, LN-CURBAL, LN-SMPRATE,
      *       LP1 HISTORY
      * OUT : LN-1STPYDATE (AND LN-ORIG-1STPYDATE ON THE FIRST MOVE),
      *       LN-LCPDTH AND LN-INTBAL REWRITTEN, "DC" LP ROW STAMPED
      *       WITH LP-OLD1ST-PYDATE/LP-NEW1ST-PYDATE, LXG ROW FOR ANY
      *       EXTRA INTEREST, RETURN-STATUS
      * DESC: BP-TRCD "DC" - BORROWER-REQUESTED DUE-DATE CHANGE.
      *       BRANCHES USED TO DO THIS AS A MANUAL LN EDIT THAT LEFT
      *       NO HISTORY.  THE WHOLE SCHEDULE HANGS OFF LN-1STPYDATE,
      *       SO MOVING IT MOVES EVERY DUE DATE; THE LATE-CHARGE PAID-
      *       THRU (LN-LCPDTH) IS SHIFTED THE SAME NUMBER OF DAYS SO
      *       LCAP AND THE NIGHTLY LCGEN SWEEP MEASURE GRACE FROM THE
      *       NEW DATES, AND COMPUTE-CONTRACTUAL PICKS THEM UP FROM THE
      *       LOAN RECORD ON THE NEXT CYCLE.  THE FIRST CHANGE SAVES
      *       THE CONTRACT DATE IN LN-ORIG-1STPYDATE FOR THE REBATE
      *       AND MATURITY ROUTINES THAT KEY OFF IT.  BRANCH LIMITS:
      *         - CD-BR-DC-MAX-DAYS   MOST DAYS THE DATE MAY MOVE
      *                               EITHER WAY (ZERO = NOT OFFERED);
      *         - CD-BR-DC-MAX-PER-YR MOST "DC" ITEMS PER LOAN IN ANY
      *                               12 MONTHS (ZERO = NO LIMIT);
      *         - NO CHANGE WHILE THE ACCOUNT IS PAST DUE, NOR ONE THAT
      *           WOULD LEAVE IT PAST DUE.
      *       A LATER DATE LENGTHENS THE CURRENT PERIOD; THE EXTRA
      *       DAYS' INTEREST IS FIGURED BY INTEREST-DUE-CALCULATION
      *       UNDER THE STATE'S SPR METHOD AND YEAR TYPE, ADDED TO
      *       LN-INTBAL, CARRIED IN LP-APINTOWE ON THE "DC" ROW (WHICH
      *       REVERSAL-POSTING ALREADY LEAVES UNSIGNED FOR "DC"), AND
      *       BOOKED ACCRUED INTEREST RECEIVABLE AGAINST INTEREST
      *       INCOME.  NO MONEY MOVES, SO LIKE "RG" IT RUNS AHEAD OF
      *       THE AMOUNT EDITS.
      *
      * REV :
      *  032728 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       DUE-DATE-CHANGE SECTION.

           IF CD-BR-DC-MAX-DAYS = 0
              MOVE "DC: DUE DATE CHANGE NOT ENABLED" TO LOG-MSG
              MOVE 124                               TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

           IF LN-CURBAL NOT > 0
              MOVE "DC: NO BALANCE ON ACCOUNT" TO LOG-MSG
              MOVE 124                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

           IF BP-NEW-1STPYDATE = 0 OR BP-NEW-1STPYDATE = LN-1STPYDATE
              MOVE "DC: NO NEW DUE DATE GIVEN" TO LOG-MSG
              MOVE 124                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

      * ACTUAL DAYS THE SCHEDULE MOVES - NEGATIVE FOR AN EARLIER DATE.

           MOVE 365              TO ELAPSED-YRTYPE.
           MOVE LN-1STPYDATE     TO NUM-DATE.
           MOVE BP-NEW-1STPYDATE TO SYS-DATE.
           PERFORM TIMALL.
           MOVE ELAPSED-DAYS TO DCA-DAYS.
           IF DCA-DAYS < 0
              COMPUTE DCA-ABS-DAYS = 0 - DCA-DAYS
           ELSE
              MOVE DCA-DAYS TO DCA-ABS-DAYS.
           IF DCA-ABS-DAYS > CD-BR-DC-MAX-DAYS
              MOVE "DC: MOVE EXCEEDS BRANCH DAY LIMIT" TO LOG-MSG
              MOVE 124                                 TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

      * NO CHANGE WHILE PAST DUE.

           PERFORM GET-SPR.
           IF IO-FG NOT = 0
              MOVE "DC: INVALID SPR RECORD" TO LOG-MSG
              MOVE 124                      TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

           MOVE BP-PAYDATE TO AGEING-DATE.
           PERFORM COMPUTE-CONTRACTUAL.
           IF CONTRACTUAL > 0
              MOVE "DC: ACCOUNT IS PAST DUE" TO LOG-MSG
              MOVE 124                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

      * NOR ONE THAT WOULD PUT IT PAST DUE - AGE IT AGAIN ON THE NEW
      * SCHEDULE, THEN PUT THE BUFFER BACK.

           MOVE LN-1STPYDATE     TO DCA-OLD-1STPYDATE.
           MOVE BP-NEW-1STPYDATE TO LN-1STPYDATE.
           MOVE BP-PAYDATE       TO AGEING-DATE.
           PERFORM COMPUTE-CONTRACTUAL.
           MOVE DCA-OLD-1STPYDATE TO LN-1STPYDATE.
           IF CONTRACTUAL > 0
              MOVE "DC: NEW DATE LEAVES ACCOUNT PAST DUE" TO LOG-MSG
              MOVE 124                               TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

      * CHANGES IN THE LAST 12 MONTHS, FROM LP1 (SAME START/READ-
      * PREVIOUS PATTERN REAGE-LOAN USES).

           MOVE 0   TO DCA-CHG-CNT.
           MOVE "N" TO DCA-SCAN-DONE-FG.
           IF CD-BR-DC-MAX-PER-YR = 0
              GO TO DUE-DATE-CHANGE-INTEREST.

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
           PERFORM DC-SCAN-ONE
              UNTIL (IO-FG NOT = 0)
                 OR (LP-ACCTNO NOT = LN-ACCTNO)
                 OR (DCA-SCAN-DONE-FG = "Y").
           PERFORM CLOSE-LP1-FILE.

           IF DCA-CHG-CNT NOT < CD-BR-DC-MAX-PER-YR
              MOVE "DC: YEARLY CHANGE LIMIT REACHED" TO LOG-MSG
              MOVE 124                               TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

      * A LATER DATE EARNS THE EXTRA DAYS' INTEREST ON THE BALANCE AT
      * THE STATE'S SPR METHOD AND YEAR TYPE.  AN EARLIER DATE
      * SHORTENS THE PERIOD AND CHARGES NOTHING.

       DUE-DATE-CHANGE-INTEREST.
           MOVE 0 TO DCA-EXTRA-INT.
           IF DCA-DAYS NOT > 0
              GO TO DUE-DATE-CHANGE-VALIDATE.

           MOVE LN-1STPYDATE     TO INDU-DATE-1.
           MOVE BP-NEW-1STPYDATE TO INDU-DATE-2.
           COMPUTE INDU-CURBAL = LN-CURBAL - LN-OT2BAL.
           MOVE "DC"             TO INDU-LPTRCD.
           MOVE SP-INTMETHOD     TO INDU-INTMETHOD.
           MOVE SP-YEARTYPE      TO INDU-YEARTYPE.
           MOVE LN-SMPRATE       TO SCRA-WORK-RATE.
           PERFORM SCRA-RATE-CAP.
           MOVE SCRA-WORK-RATE   TO INDU-RATE.
           MOVE 0                TO INDU-INTEREST.
           PERFORM INTEREST-DUE-CALCULATION.
           IF INDU-INTEREST > 0
              MOVE INDU-INTEREST TO DCA-EXTRA-INT.

           IF DCA-EXTRA-INT = 0
              GO TO DUE-DATE-CHANGE-VALIDATE.

           MOVE LN-OWNBR TO GI-BRANCH.
           MOVE LN-CLASS TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "DC: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 124                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE REWRITE.

       DUE-DATE-CHANGE-VALIDATE.
           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO DUE-DATE-CHANGE-EXIT.

      * THE LATE-CHARGE PAID-THRU MOVES WITH THE SCHEDULE.

           MOVE LN-LCPDTH TO QLN-WK-LCPDTH.
           IF LN-LCPDTH NOT = 0
              MOVE LN-LCPDTH TO NDTE-DATE
              MOVE DCA-DAYS  TO WS-UP-WORK
              PERFORM C-INCR-DAYS
              MOVE NDTE-DATE TO QLN-WK-LCPDTH.

           MOVE LN-ORIG-1STPYDATE TO QLN-WK-ORIG-1STPYDATE.
           IF LN-ORIG-1STPYDATE = 0
              MOVE LN-1STPYDATE TO QLN-WK-ORIG-1STPYDATE.

           MOVE BP-NEW-1STPYDATE TO QLN-WK-1STPYDATE.
           MOVE DCA-EXTRA-INT    TO QLN-WK-DCINT.
           MOVE LN-OWNBR         TO QLN-BRNO.
           MOVE LN-ACCTNO        TO QLN-ACCTNO.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_1STPYDATE      = :QLN-WK-1STPYDATE,
                LN_ORIG_1STPYDATE = :QLN-WK-ORIG-1STPYDATE,
                LN_LCPDTH         = :QLN-WK-LCPDTH,
                LN_INTBAL         = LN_INTBAL + :QLN-WK-DCINT
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "DC: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE 124                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO DUE-DATE-CHANGE-EXIT.

           MOVE QLN-WK-ORIG-1STPYDATE TO LN-ORIG-1STPYDATE.
           MOVE QLN-WK-LCPDTH         TO LN-LCPDTH.
           MOVE BP-NEW-1STPYDATE      TO LN-1STPYDATE.
           ADD DCA-EXTRA-INT          TO LN-INTBAL.

      * THE CHANGE RIDES THE NEXT LP SEQUENCE SO THE YEARLY LIMIT CAN
      * FIND IT NEXT TIME.

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
              MOVE LP-SEQNO TO DCA-WK-SEQNO
           ELSE
              MOVE 0        TO DCA-WK-SEQNO.
           ADD 1 TO DCA-WK-SEQNO.

           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE DCA-WK-SEQNO TO LP-SEQNO.
           MOVE "DC"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE 0            TO LP-TRAMT
                                LP-APINT
                                LP-APLC
                                LP-APCUR.
           MOVE BP-PAYDATE   TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

      * WRITE-LP1-FILE CARRIES ONLY THE COMMON COLUMNS - STAMP THE OLD
      * AND NEW DATES AND THE EXTRA INTEREST ONTO THE ROW.

           MOVE DCA-OLD-1STPYDATE TO SQL-DATE-YYYYMMDD.
           PERFORM SQL-SET-DATE.
           MOVE SQL-DATE-YYYY-MM-DD TO QLP-OLD1ST-PYDATE.
           MOVE BP-NEW-1STPYDATE  TO SQL-DATE-YYYYMMDD.
           PERFORM SQL-SET-DATE.
           MOVE SQL-DATE-YYYY-MM-DD TO QLP-NEW1ST-PYDATE.
           MOVE DCA-EXTRA-INT     TO QLP-APINTOWE.
           MOVE LN-OWNBR          TO QLP-BRNO.
           MOVE LN-ACCTNO         TO QLP-ACCTNO.
           MOVE DCA-WK-SEQNO      TO QLP-SEQNO.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_OLD1ST_PYDATE = :QLP-OLD1ST-PYDATE,
                LP_NEW1ST_PYDATE = :QLP-NEW1ST-PYDATE,
                LP_APINTOWE      = :QLP-APINTOWE
            WHERE LPFILE.LP_BRNO   = :QLP-BRNO
              AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
              AND LPFILE.LP_SEQNO  = :QLP-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "DC: HISTORY DATES NOT STAMPED" TO LOG-MSG
              MOVE 124                             TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO DUE-DATE-CHANGE-EXIT.

           IF DCA-EXTRA-INT = 0
              GO TO DUE-DATE-CHANGE-DONE.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR      TO LXG-BRNO.
           MOVE LN-ACCTNO     TO LXG-ACCTNO.
           MOVE DCA-WK-SEQNO  TO LXG-SEQNO.
           MOVE GI-ACR-INT-AR TO LXG-GLNO(1).
           MOVE DCA-EXTRA-INT TO LXG-GLAMT(1).
           MOVE GI-INTEREST   TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - DCA-EXTRA-INT.
           MOVE 0             TO LXG-GLNO(3)
                                 LXG-GLAMT(3).
           PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

       DUE-DATE-CHANGE-DONE.
           MOVE "DUE DATE CHANGED" TO LOG-MSG.
           MOVE 0                  TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       DUE-DATE-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * ONE LP1 ROW OF THE BACKWARD PASS - COUNTS UNREVERSED "DC"
      * ROWS BACK 12 MONTHS FROM THE EFFECTIVE DATE.
      ******************************************************************
       DC-SCAN-ONE SECTION.
           IF LP-TRCD = "RV" OR LP-REV = "Y"
              GO TO DC-SCAN-NEXT.

           MOVE LP-PAYDATE TO NUM-DATE.
           MOVE BP-PAYDATE TO SYS-DATE.
           PERFORM TIM360.
           IF ELAPSED-MONTHS > 11
              MOVE "Y" TO DCA-SCAN-DONE-FG
              GO TO DC-SCAN-EXIT.

           IF LP-TRCD = "DC"
              ADD 1 TO DCA-CHG-CNT.

       DC-SCAN-NEXT.
           PERFORM READ-LP1-FILE-PREVIOUS.

       DC-SCAN-EXIT.
           EXIT.
