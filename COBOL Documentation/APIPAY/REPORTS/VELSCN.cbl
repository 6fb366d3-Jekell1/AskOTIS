      *
      *  MOD HISTORY:
      *   053127 SJH  ORIGINAL PROGRAM.
      *   091828 RTC  THE RULE THAT CAUGHT THE ITEM RIDES BEHIND THE
      *               STAGED ROW ON VELHLD SO THE PAYMENT TRACE CAN
      *               SAY WHY AN ITEM IS SITTING THERE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VELSCN.
       01  BSGPASS-REC               PIC X(96).

       FD  VELHLD-FILE.
       01  VELHLD-REC.
           05  VHL-IMAGE             PIC X(96).
           05  VHL-RULE              PIC X(24).

       FD  VELSCN-RPT.
       01  RPT-LINE                  PIC X(110).
                   UNTIL WS-IT-SUB > WS-IT-CNT
               IF WS-IT-HOLD(WS-IT-SUB) = "Y"
                  ADD 1 TO WS-CNT-HELD
                  MOVE WS-IT-IMAGE(WS-IT-SUB) TO VHL-IMAGE
                  MOVE WS-IT-RULE(WS-IT-SUB)  TO VHL-RULE
                  WRITE VELHLD-REC
                  MOVE WS-IT-ACCT(WS-IT-SUB)    TO DTL-ACCT
                  MOVE WS-IT-CHANNEL(WS-IT-SUB) TO DTL-CHANNEL
                  MOVE WS-IT-RULE(WS-IT-SUB)    TO DTL-RULE
