      * BAH 2018.07.02 ADDED ADDONSPRW AND SET ADDONSPR-SUB, DONT SHARE
      *                REBATEW WORKERS ANYMORE!
      * BAH 0517.2023 DISABLED CALIFORNIA IB RECASTING FORMULA 2 (RCASTC) KM
      * RTC 021229 A "PO" PAYOFF NOW CARRIES THE STATE PREPAYMENT
      *             PENALTY FROM PPYTBL (PREPAY-PENALTY-CALC) IN POFF-NETDUE;
      *             A WAIVED ONE IS RETURNED IN POFF-PPY-WAIVED.
      **************************************************************************
       PAYOFF-LOAN-ROUTINE SECTION.
           MOVE 0 TO POFF-REBATE(1)  POFF-REBATE(2)
                     POFF-LXM-MIP-AHPAID
                     POFF-LXM-MIP-CLPDTH-DATE
                     POFF-LXM-MIP-AHPDTH-DATE
                     POFF-LXR-REB-AMT
                     POFF-PREPAY-PENALTY
                     POFF-PPY-WAIVED.

           MOVE POFF-RECAST-FG TO REB-RECAST.
           MOVE SPACES TO POFF-COMMON-RTNCD POFF-COMMON-AREA.
                    MOVE REB-REBATE  TO POFF-REBATE(11)
                    MOVE INS-TAX-RB TO POFF-INS-TAX-RB(6).

      * 021229 RTC THE PREPAYMENT PENALTY GOES ON LAST - IT IS FIGURED
      * ON THE NET PRINCIPAL LEFT AFTER EVERY REBATE ABOVE.
           PERFORM PREPAY-PENALTY-CALC.

      * 100526 RTC TRACE MODE CLOSES THE CALCULATION WITH THE FINAL
      * FIGURES THE POSTING (OR QUOTE) WILL ACT ON, SO THE TRACE FILE
      * READS TOP TO BOTTOM FROM FORMULA SELECTION TO ANSWER.
