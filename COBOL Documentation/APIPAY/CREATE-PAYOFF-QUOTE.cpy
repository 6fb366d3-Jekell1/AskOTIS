      *
      *=================================================================
      * IN  : BT-BRANCH, BP-LNNO, BP-PAYDATE, POFF-NETDUE, POFF-LCDUE,
      *       POFF-INTDUE, POFF-REBATE(1-13), POFF-PREPAY-PENALTY
      * OUT : QT-REC WRITTEN TO QT-PATH
      * DESC: WRITES THE READ-ONLY PAYOFF QUOTE FIGURES FROM
      *       PAYOFF-QUOTE-MODE TO THE QUOTE PRINT FILE SO BRANCH STAFF
      *              AFTER THE QUOTED DATE CAN BE HONORED AGAINST
      *              QUOTE-PLUS-PER-DIEM BY QUOTE-HONOR-CHECK INSTEAD
      *              OF BOUNCING WITH 47 OR LEAVING A RESIDUAL.
      *  021229 RTC  CARRY THE PREPAYMENT PENALTY (ALREADY IN THE NET
      *              DUE) SO THE LETTER CAN SHOW IT AS ITS OWN LINE.
      ******************************************************************
       CREATE-PAYOFF-QUOTE SECTION.

           PERFORM C-INCR-DAYS.
           MOVE NDTE-DATE     TO QT-GOODTHRU-DATE.
           MOVE HOLD-QT-PERDIEM TO QT-PERDIEM.
           MOVE POFF-PREPAY-PENALTY TO QT-PREPAY-PENALTY.

           PERFORM WRITE-QT-FILE.
           PERFORM CLOSE-QT-FILE.
