      *=================================================================
      * IN  : BP-TRAMT, BP-AUCTION-FEES, WILL-POFF-ACCOUNT (FROM
      *       PAYOFF-LOAN-ROUTINE), LN-ORGST, BT-BRANCH, BP-LNNO,
      *       DFN STATE-RULE TABLE, RPI-REC (FROM REPO-INVENTORY-
      *       CHECK), CVL-FILE
      * OUT : DEF-FILE (DEFICIENCY/SURPLUS RECORD WITH STATUTORY
      *       DEADLINE DATES AND NOTICE LETTER DATA, AND THE BOOK
      *       VALUE THE SALE IS MEASURED AGAINST), LN-REC FLAGGED
      * DESC: AFTER AN "RE"/"SS" REPO-SALE POSTING, ANY UNPAID
      *       REMAINDER USED TO SIT AS AN ORDINARY LN-CURBAL AGEING
      *       LIKE A NORMAL LOAN.  NOW THE SALE PROCEEDS (BP-TRAMT
      *
      * REV :
      *  090726 RTC  ORIGINAL PARAGRAPH.
      *  051528 RTC  CARRY THE COLLATERAL BOOK VALUE - AS STAMPED ON THE
      *              RPI ROW AT REPOSSESSION, ELSE THE CURRENT CVL
      *              VALUATION - AND THE SALE'S SHORTFALL AGAINST IT.
      ******************************************************************
       REPO-DEFICIENCY SECTION.

           MOVE BP-TRAMT          TO DEF-SALE-PROCEEDS.
           MOVE BP-AUCTION-FEES   TO DEF-AUCTION-FEES.
           MOVE WILL-POFF-ACCOUNT TO DEF-PAYOFF-FIGURE.
           PERFORM REPO-DEFICIENCY-BOOK-VALUE.
           IF DEF-DEFICIENCY-AMT > 0
              MOVE "D" TO DEF-TYPE
           ELSE

       REPO-DEFICIENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE VALUATION ON FILE WHEN THE UNIT WAS PICKED UP IS THE ONE
      * THE SALE PRICE IS JUDGED BY; A UNIT TAKEN IN BEFORE VALUATIONS
      * WERE KEPT FALLS BACK TO THE LATEST CVL REFRESH.  THE VARIANCE
      * IS BOOK LESS GROSS PROCEEDS - POSITIVE WHEN IT SOLD UNDER BOOK.
      *-----------------------------------------------------------------
       REPO-DEFICIENCY-BOOK-VALUE SECTION.

           MOVE 0 TO DEF-BOOK-VALUE
                     DEF-BOOK-DATE
                     DEF-BOOK-VARIANCE.

           IF RPI-REPO-BOOK-VALUE > 0
              MOVE RPI-REPO-BOOK-VALUE TO DEF-BOOK-VALUE
              MOVE RPI-REPO-BOOK-DATE  TO DEF-BOOK-DATE
           ELSE
              MOVE CVL-PATH TO ACCESS-BUF
              PERFORM ACCESS-CALL
              IF STAT-GOOD
                 PERFORM OPEN-CVL-FILE
                 MOVE BR-NO   TO CVL-BRNO
                 MOVE BP-LNNO TO CVL-ACCTNO
                 PERFORM READ-CVL-FILE
                 IF IO-FG = 0
                    MOVE CVL-BOOK-VALUE TO DEF-BOOK-VALUE
                    MOVE CVL-VALUE-DATE TO DEF-BOOK-DATE
                 END-IF
                 PERFORM CLOSE-CVL-FILE.

           IF DEF-BOOK-VALUE > 0
              COMPUTE DEF-BOOK-VARIANCE =
                 DEF-BOOK-VALUE - DEF-SALE-PROCEEDS.

       REPO-DEFICIENCY-BOOK-VALUE-EXIT.
           EXIT.
