      *              SHOP, AND EVERY REDIRECTED DOLLAR IS WRITTEN TO
      *              THE LVR LEVY-REDIRECT LOG WITH THE ORDER
      *              REFERENCE.
      *  090428 RTC  A REFUND ON AN ACCOUNT WITH UNCOLLECTED CHECK
      *              MONEY (HOLD-FUNDS-OPEN-FG FROM FUNDS-HOLD-RECORD)
      *              IS PARKED ON THE FHL HOLD ROW INSTEAD OF GOING TO
      *              APC - FHLREL CUTS THE CHECK REQUEST WHEN THE FUNDS
      *              ARE COLLECTED, OR DROPS IT IF THE CHECK COMES BACK.
      ******************************************************************
       OVERPAY-DISPOSITION SECTION.

              PERFORM OVP-LEVY-REDIRECT
              GO TO OVERPAY-DISPOSITION-EXIT.

      * 090428 RTC NO REFUND LEAVES THE SHOP AGAINST UNCOLLECTED FUNDS.
           IF CD-BR-OVPAY-DISP = "R"
              IF HOLD-FUNDS-OPEN-FG = "Y"
                 PERFORM OVP-REFUND-DEFER
              ELSE
                 PERFORM OVP-REFUND-REQUEST
              END-IF
           ELSE
           IF CD-BR-OVPAY-DISP = "P"
              PERFORM OVP-APPLY-PRINCIPAL
           PERFORM WRITE-APC-FILE.
           PERFORM CLOSE-APC-FILE.

      ******************************************************************
      * THE REFUND WAITS ON THE ACCOUNT'S FHL FUNDS HOLD WITH ITS
      * GOVERNING STATE; FHLREL WRITES THE APC ROW ONCE THE HOLD CLEARS.
      * NO ROW TO PARK ON - THE REFUND GOES OUT AS BEFORE.
      ******************************************************************
       OVP-REFUND-DEFER.
           PERFORM OPEN-FHL-FILE.
           MOVE BT-BRANCH TO FHL-BRNO.
           MOVE BP-LNNO   TO FHL-ACCTNO.
           PERFORM READ-FHL-FILE.
           IF IO-FG = 0
              ADD OVPAID-AMT TO FHL-REFUND-AMT
              MOVE LN-ORGST  TO FHL-REFUND-STATE
              PERFORM REWRITE-FHL-FILE
              PERFORM CLOSE-FHL-FILE
           ELSE
              PERFORM CLOSE-FHL-FILE
              PERFORM OVP-REFUND-REQUEST
           END-IF.

       OVP-APPLY-PRINCIPAL.
           MOVE BSG-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
