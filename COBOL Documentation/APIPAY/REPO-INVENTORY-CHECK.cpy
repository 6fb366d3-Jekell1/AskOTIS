      ******************************************************************
      *
      *    R E P O - I N V E N T O R Y - C H E C K
      *
      *=================================================================
      * IN  : BR-NO, BP-LNNO, BP-PAYDATE, BP-AUCTION-FEES,
      *       BP-AUCTION-NAME, RPI-FILE (FROM RPIMNT)
      * OUT : RPI-OK-FG, RPI-REC (THE UNIT'S INVENTORY ROW),
      *       RPI-WK-STORAGE, RPI-WK-FEES, BP-AUCTION-FEES AND
      *       BP-AUCTION-NAME FILLED WHEN NOT KEYED, RETURN-STATUS,
      *       LOG-REC
      * DESC: BETWEEN THE REPOSSESSION AND THE SALE THE UNIT LIVES ON
      *       THE KEYED RPI INVENTORY MASTER (KEY RPI-KEY = BRANCH +
      *       ACCOUNT) THAT RPIMNT MAINTAINS - WHERE IT IS STORED AND
      *       AT WHAT DAILY RATE, THE REDEMPTION NOTICE AND DEADLINE,
      *       THE AUCTION AND ITS FEE.  A REPO-SALE POSTING ("RE", OR
      *       A REPO BATCH POSTED AS "SS") IS ACCEPTED ONLY AGAINST AN
      *       OPEN ROW WHOSE REDEMPTION NOTICE WENT OUT AND WHOSE
      *       DEADLINE HAS PASSED.  THE STORAGE ACCRUED FROM THE REPO
      *       DATE TO THE SALE DATE (BANKED AT EACH RATE OR LOT CHANGE
      *       BY RPIMNT, THEN THE CURRENT RATE) PLUS THE AUCTION'S
      *       FEE BECOME THE AUCTION FEES WHEN NONE WERE KEYED, SO THE
      *       RANGE EDIT, THE POSTING AND REPO-DEFICIENCY ALL SEE THE
      *       REAL COSTS.
      *       REPO-INVENTORY-CLOSE CLOSES THE ROW ONCE THE SALE POSTS.
      *       CALLED FROM MAIN-PROGRAM AFTER CURE-NOTICE-CHECK, BEFORE
      *       ANY MONEY MOVES.
      *
      * REV :
      *  050828 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       REPO-INVENTORY-CHECK SECTION.

           MOVE "N" TO RPI-OK-FG.
           MOVE 0   TO RPI-WK-STORAGE
                       RPI-WK-FEES.

           MOVE RPI-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE "RE: NO REPO INVENTORY ROW" TO LOG-MSG
              MOVE 128                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REPO-INVENTORY-CHECK-EXIT.

           PERFORM OPEN-RPI-FILE.
           MOVE BR-NO   TO RPI-BRNO.
           MOVE BP-LNNO TO RPI-ACCTNO.
           PERFORM READ-RPI-FILE.
           MOVE IO-FG TO RPI-WK-IO.
           PERFORM CLOSE-RPI-FILE.
           IF RPI-WK-IO NOT = 0
              MOVE "RE: NO REPO INVENTORY ROW" TO LOG-MSG
              MOVE 128                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REPO-INVENTORY-CHECK-EXIT.

           IF RPI-STATUS-CD = "S"
              MOVE "RE: INVENTORY ROW ALREADY SOLD" TO LOG-MSG
              MOVE 128                              TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REPO-INVENTORY-CHECK-EXIT.

           IF RPI-STATUS-CD = "R"
              MOVE "RE: COLLATERAL WAS REDEEMED" TO LOG-MSG
              MOVE 128                           TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REPO-INVENTORY-CHECK-EXIT.

      * THE BORROWER'S RIGHT TO REDEEM HAS TO HAVE RUN OUT.

           IF RPI-NOTICE-DATE = 0
              MOVE "RE: NO REDEMPTION NOTICE SENT" TO LOG-MSG
              MOVE 128                             TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REPO-INVENTORY-CHECK-EXIT.

           IF RPI-REDEEM-DEADLINE NOT < BP-PAYDATE
              MOVE "RE: REDEMPTION PERIOD STILL OPEN" TO LOG-MSG
              MOVE 128                                TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO REPO-INVENTORY-CHECK-EXIT.

      * STORAGE BANKED AT EARLIER LOTS AND RATES (RPI-STORAGE-ACCUM)
      * PLUS THE CURRENT DAILY RATE FROM THE DAY IT TOOK EFFECT TO THE
      * SALE DATE.

           MOVE RPI-STORAGE-ACCUM TO RPI-WK-STORAGE.
           MOVE 365               TO ELAPSED-YRTYPE.
           MOVE RPI-RATE-DATE     TO NUM-DATE.
           MOVE BP-PAYDATE        TO SYS-DATE.
           PERFORM TIMALL.
           IF ELAPSED-DAYS > 0
              COMPUTE RPI-WK-STORAGE ROUNDED = RPI-WK-STORAGE +
                 ELAPSED-DAYS * RPI-STORAGE-RATE.
           COMPUTE RPI-WK-FEES = RPI-WK-STORAGE + RPI-AUCTION-FEE.

           IF BP-AUCTION-FEES = 0
              MOVE RPI-WK-FEES TO BP-AUCTION-FEES.
           IF BP-AUCTION-NAME = SPACES
              MOVE RPI-AUCTION-NAME TO BP-AUCTION-NAME.

           MOVE "Y" TO RPI-OK-FG.

       REPO-INVENTORY-CHECK-EXIT.
           EXIT.
