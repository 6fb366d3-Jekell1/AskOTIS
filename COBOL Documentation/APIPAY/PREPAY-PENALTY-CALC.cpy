      ******************************************************************
      *
      *    P R E P A Y - P E N A L T Y - C A L C
      *
      *=================================================================
      * IN  : POFF-LPTRCD, POFF-PAYDATE, POFF-NETDUE/INTDUE/LCDUE/
      *       OTDUE, LN-ORGST, LN-CLASS, LN-LOANDATE, LN-SMPRATE,
      *       BP-PPY-WAIVE-FG, BP-PPY-WAIVE-RSN, PPYTBL
      * OUT : POFF-PREPAY-PENALTY (ADDED TO POFF-NETDUE),
      *       POFF-PPY-WAIVED, PPY-WK-AMT, PPY-WK-RULE
      * DESC: SOME CONTRACTS CARRY A PREPAYMENT PENALTY WHERE STATE
      *       LAW ALLOWS ONE.  THE RULE IS TAKEN FROM THE PPYTBL ROW
      *       FOR THE LOAN'S STATE (LN-ORGST) AND LN-CLASS IN FORCE AT
      *       THE CONTRACT DATE, FALLING BACK TO THE STATE'S BLANK-
      *       CLASS ROW.  THE ROW (PPY-WK-RULE) CARRIES:
      *         PPY-WK-METHOD       P  PERCENT OF THE BALANCE PAID OFF
      *                             M  MONTHS OF INTEREST AT THE
      *                                CONTRACT RATE
      *                             S  SLIDING SCALE - A PERCENT FOR
      *                                EACH OF CONTRACT YEARS 1 - 5,
      *                                NOTHING AFTER THE FIFTH YEAR
      *                             N  PROHIBITED
      *         PPY-WK-PCT          PERCENT FOR METHOD P
      *         PPY-WK-MONTHS       MONTHS OF INTEREST FOR METHOD M
      *         PPY-WK-SLIDE-PCT    PERCENT BY CONTRACT YEAR (S)
      *         PPY-WK-LOCKOUT-MOS  THE PENALTY ONLY APPLIES TO A
      *                             PAYOFF WITHIN THIS MANY MONTHS OF
      *                             THE CONTRACT DATE (0 - FOR THE
      *                             LIFE OF THE LOAN)
      *         PPY-WK-GL-ACCT      PENALTY INCOME G/L ACCOUNT
      *       THE BALANCE THE PENALTY IS FIGURED ON IS THE NET
      *       PRINCIPAL BEING PAID OFF - THE NET DUE LESS INTEREST,
      *       LATE CHARGES AND OTHER CHARGES DUE.  ONLY A TRUE PAYOFF
      *       ("PO", WHICH IS ALSO WHAT A "PQ" QUOTE RUNS AS) IS
      *       CHARGED; A RENEWAL OR AN INSURANCE-CLAIM PAYOFF IS NOT.
      *       AN ITEM CARRYING BP-PPY-WAIVE-FG "Y" AND A WAIVER REASON
      *       HAS THE PENALTY MOVED TO POFF-PPY-WAIVED INSTEAD OF THE
      *       NET DUE; A WAIVER WITH NO REASON LEAVES THE PENALTY IN
      *       PLACE FOR MAIN-PROGRAM TO REJECT THE ITEM.  PERFORMED AT
      *       THE END OF PAYOFF-LOAN-ROUTINE, SO THE POSTING, THE
      *       QUOTE AND THE LETTER ALL SEE THE SAME FIGURE.
      *
      * REV :
      *  021229 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       PREPAY-PENALTY-CALC SECTION.

           MOVE 0      TO POFF-PREPAY-PENALTY
                          POFF-PPY-WAIVED
                          PPY-WK-AMT.
           MOVE SPACES TO PPY-WK-RULE.

           IF POFF-LPTRCD NOT = "PO"
              GO TO PREPAY-PENALTY-CALC-EXIT.

           MOVE LN-LOANDATE(1:6) TO PPY-WK-CONTRACT-YM.
           MOVE LN-ORGST         TO PPYTBL-STATE.
           MOVE LN-CLASS         TO PPYTBL-CLASS.
           PERFORM READ-PPYTBL-FILE.
           IF IO-FG NOT = 0
              MOVE LN-ORGST TO PPYTBL-STATE
              MOVE SPACES   TO PPYTBL-CLASS
              PERFORM READ-PPYTBL-FILE.
           IF IO-FG NOT = 0
              GO TO PREPAY-PENALTY-CALC-EXIT.

           IF PPY-WK-METHOD NOT = "P" AND NOT = "M" AND NOT = "S"
              GO TO PREPAY-PENALTY-CALC-EXIT.

      * MONTHS FROM THE CONTRACT DATE TO THE PAYOFF DATE DECIDE THE
      * LOCK-OUT AND THE SLIDING-SCALE YEAR.

           MOVE LN-LOANDATE  TO NUM-DATE.
           MOVE POFF-PAYDATE TO SYS-DATE.
           PERFORM TIM360.
           IF PPY-WK-LOCKOUT-MOS NOT = 0
              IF ELAPSED-MONTHS NOT < PPY-WK-LOCKOUT-MOS
                 GO TO PREPAY-PENALTY-CALC-EXIT.

           COMPUTE PPY-WK-BASIS = POFF-NETDUE - POFF-INTDUE
                                - POFF-LCDUE  - POFF-OTDUE.
           IF PPY-WK-BASIS NOT > 0
              GO TO PREPAY-PENALTY-CALC-EXIT.

           IF PPY-WK-METHOD = "P"
              COMPUTE PPY-WK-AMT ROUNDED =
                 PPY-WK-BASIS * PPY-WK-PCT / 100.

           IF PPY-WK-METHOD = "M"
              COMPUTE PPY-WK-AMT ROUNDED =
                 PPY-WK-BASIS * LN-SMPRATE / 1200 * PPY-WK-MONTHS.

           IF PPY-WK-METHOD = "S"
              COMPUTE PPY-WK-YEAR = (ELAPSED-MONTHS / 12) + 1
              IF PPY-WK-YEAR > 0 AND PPY-WK-YEAR < 6
                 COMPUTE PPY-WK-AMT ROUNDED =
                    PPY-WK-BASIS * PPY-WK-SLIDE-PCT(PPY-WK-YEAR) / 100.

           IF PPY-WK-AMT NOT > 0
              MOVE 0 TO PPY-WK-AMT
              GO TO PREPAY-PENALTY-CALC-EXIT.

           IF BP-PPY-WAIVE-FG = "Y" AND BP-PPY-WAIVE-RSN NOT = SPACES
              MOVE PPY-WK-AMT TO POFF-PPY-WAIVED
           ELSE
              MOVE PPY-WK-AMT TO POFF-PREPAY-PENALTY
              ADD PPY-WK-AMT  TO POFF-NETDUE.

           IF HOLD-REBATE-TRACE-FG = "Y"
              MOVE "PREPAY PENALTY/WAIVED " TO RTR-STEP-TEXT
              MOVE POFF-PREPAY-PENALTY      TO RTR-VALUE-1
              MOVE POFF-PPY-WAIVED          TO RTR-VALUE-2
              PERFORM REBATE-TRACE-WRITE.

       PREPAY-PENALTY-CALC-EXIT.
           EXIT.
