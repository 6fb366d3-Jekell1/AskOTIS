      ******************************************************************
      *
      *    R E P O - I N V E N T O R Y - C L O S E
      *
      *=================================================================
      * IN  : BR-NO, BP-LNNO, BP-PAYDATE, BP-TRAMT, BP-AUCTION-FEES,
      *       RPI-WK-STORAGE (FROM REPO-INVENTORY-CHECK)
      * OUT : RPI-REC CLOSED AS SOLD
      * DESC: ONCE THE REPO SALE IS ON THE BOOKS THE UNIT LEAVES
      *       INVENTORY: THE RPI ROW IS MARKED SOLD WITH THE SALE
      *       DATE, THE GROSS PROCEEDS, THE STORAGE ACCRUED AND THE
      *       FEES THE POSTING TOOK, SO THE RPIMNT AGING AND
      *       REDEMPTION REPORTS DROP IT.  CALLED FROM MAIN-PROGRAM
      *       BESIDE REPO-DEFICIENCY AFTER THE SUCCESSFUL-UPDATE LOG.
      *
      * REV :
      *  050828 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       REPO-INVENTORY-CLOSE SECTION.

           PERFORM OPEN-RPI-FILE.
           MOVE BR-NO   TO RPI-BRNO.
           MOVE BP-LNNO TO RPI-ACCTNO.
           PERFORM READ-RPI-FILE.
           IF IO-FG NOT = 0
              PERFORM CLOSE-RPI-FILE
              GO TO REPO-INVENTORY-CLOSE-EXIT.

           MOVE "S"             TO RPI-STATUS-CD.
           MOVE BP-PAYDATE      TO RPI-CLOSE-DATE.
           MOVE BP-TRAMT        TO RPI-SALE-AMT.
           MOVE RPI-WK-STORAGE  TO RPI-STORAGE-ACCUM.
           MOVE BP-AUCTION-FEES TO RPI-FEES-TAKEN.
           PERFORM REWRITE-RPI-FILE.
           PERFORM CLOSE-RPI-FILE.

       REPO-INVENTORY-CLOSE-EXIT.
           EXIT.
