      *
      * REV :
      *  083126 SJH  ORIGINAL PARAGRAPH.
      *  042428 RTC  DCB ROWS NOW TYPED - "C" CHARGEBACK HERE, "R"
      *              FOR A DEALER REPURCHASE (DEALER-REPURCHASE).
      ******************************************************************
       DEALER-CHARGEBACK SECTION.

           MOVE POFF-REBATE(4)     TO DCB-REBATE-BASE.
           MOVE DLR-PARTIC-PCT     TO DCB-PARTIC-PCT.
           MOVE DLR-RESERVE-BAL    TO DCB-RESERVE-AFTER.
           MOVE "C"                TO DCB-ENTRY-TYPE.
           MOVE 0                  TO DCB-DEALER-DUE.
           PERFORM WRITE-DCB-FILE.
           PERFORM CLOSE-DCB-FILE.

