              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD.

      * 031229 RTC THE PAYMENT IS BACKED OUT - ITS "NC" CASH-BASIS
      * RECLASS ROW GOES WITH IT.
           IF POSTING-ERRCD NOT = "E"
              IF NAC-REV-SEQNO NOT = 0
                 PERFORM NONACCRUAL-REVERSAL-MARK.

       REVERSAL-RTN-EXIT.
           EXIT.

