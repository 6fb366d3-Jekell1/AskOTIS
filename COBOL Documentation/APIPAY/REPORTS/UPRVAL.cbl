      *        DIRECTORY.  A LOAN WHOSE COMPUTED FULL UNIT PERIODS
      *        DON'T RECONCILE AGAINST LN-ORGTERM HAS A MISCONFIGURED
      *        SCHEDULE AND IS FLAGGED FOR DATA-ENTRY REVIEW BEFORE IT
      *        PRODUCES A WRONG REBATE AT PAYOFF.  A LOAN CARRYING A
      *        PAYMENT SCHEDULE (LN-PAY-SCHLD-FG "Y", PUT ON BY "SM")
      *        ALSO HAS THE PERIODS ITS SCHEDULE STEPS ADD UP TO
      *        (UPREXT-SCHD-TERM) HELD TO LN-ORGTERM.  EXTRACTS CUT
      *        BEFORE THOSE TWO FIELDS WERE ADDED LEAVE THEM BLANK AND
      *        ARE CHECKED AS BEFORE.
      *
      *  MOD HISTORY:
      *   020325 DPL  ORIGINAL PROGRAM.
      *   010829 RTC  HOLD A SCHEDULED LOAN'S STEP TERMS TO ORGTERM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRVAL.
           05  UPREXT-INTDATE           PIC 9(08).
           05  UPREXT-1STPYDATE         PIC 9(08).
           05  UPREXT-ORGTERM           PIC 9(03).
           05  UPREXT-SCHLD-FG          PIC X(01).
           05  UPREXT-SCHD-TERM         PIC 9(03).
           05  UPREXT-SCHD-TERM-X REDEFINES UPREXT-SCHD-TERM
                                        PIC X(03).

       FD  UPRVAL-RPT.
       01  RPT-LINE                     PIC X(90).
                 MOVE "SCHEDULE DOES NOT RECONCILE" TO DTL-RESULT
                 ADD 1 TO WS-CNT-MISMATCH
              ELSE
                 IF UPREXT-SCHLD-FG = "Y"
                    AND (UPREXT-SCHD-TERM-X NOT NUMERIC
                      OR UPREXT-SCHD-TERM NOT = UPREXT-ORGTERM)
                    MOVE "SCHED STEPS NOT ORGTERM"   TO DTL-RESULT
                    ADD 1 TO WS-CNT-MISMATCH
                 ELSE
                    MOVE "OK"                       TO DTL-RESULT
                 END-IF
              END-IF
              MOVE WS-DTL-LINE       TO RPT-LINE
              WRITE RPT-LINE
