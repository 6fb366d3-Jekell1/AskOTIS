
           PERFORM SETUP-LP-RECORD.
           MOVE BP-TRAMT TO LP-TRAMT.

      * 021229 RTC THE PREPAYMENT PENALTY IN THE PAYOFF FIGURE IS NOT
      * APPLIED TO THE LOAN - IT COMES OFF THE "PO" AMOUNT HERE AND
      * POSTS ON ITS OWN "PF" ROW (PREPAY-PENALTY-POSTING) ONCE THE
      * PAYOFF IS ON THE BOOKS.

           MOVE "Y" TO PPY-WK-DUE-FG.
           SUBTRACT POFF-PREPAY-PENALTY FROM LP-TRAMT.
           MOVE "PO"     TO LP-TRCD.

      * SETUP-LONPF-BUFFER
