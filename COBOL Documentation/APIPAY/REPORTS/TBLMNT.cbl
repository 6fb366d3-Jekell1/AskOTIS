      *        POSTING CONTROL TABLES - CHNTBL CHANNELS, WFLTBL
      *        WATERFALLS, DFFTBL DEFERMENT FORMULAS, ESCTBL ESCROW
      *        CODES, EXTPRM EXTRACT RULES, AND THE NEWER STYTBL/
      *        ACALTBL/CURTBL FAMILY, PPYTBL PREPAYMENT-PENALTY
      *        RULES AND LOCTBL CREDIT-LINE MINIMUM-PAYMENT
      *        FORMULAS.  A TYPO IN ANY OF THEM USED TO
      *        CHANGE POSTING BEHAVIOR INSTANTLY WITH NO RECORD OF
      *        WHO DID IT.  CHANGE REQUESTS (TBLREQ) ARE FIELD-LEVEL
      *        VALIDATED PER TABLE AND QUEUED AS PENDING VERSIONS
      *
      *  MOD HISTORY:
      *   020728 RTC  ORIGINAL PROGRAM.
      *   021229 RTC  PPYTBL (STATE PREPAYMENT-PENALTY RULES) EDITS.
      *   022629 RTC  LOCTBL (CREDIT-LINE MINIMUM PAYMENT) EDITS.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLMNT.
                      MOVE "CURE DAYS NOT NUMERIC"
                         TO WS-REASON
                   END-IF
      * PPYTBL KEY = STATE(2) CLASS(2) FIRST CONTRACT MONTH CCYYMM(6);
      * VALUE = METHOD(1) PCT 999V99(5) MONTHS(2) SLIDE-PCT 5 X
      * 999V99(25) LOCK-OUT MONTHS(3) PENALTY INCOME G/L(6).
               WHEN "PPYTBL  "
                   IF TRQ-KEY(1:2) = SPACES
                      OR TRQ-KEY(5:6) NOT NUMERIC
                      MOVE "N" TO WS-VALID-FG
                      MOVE "STATE/CONTRACT MONTH INVALID"
                         TO WS-REASON
                   ELSE
                   IF TRQ-VALUE(1:1) NOT = "P"
                      AND TRQ-VALUE(1:1) NOT = "M"
                      AND TRQ-VALUE(1:1) NOT = "S"
                      AND TRQ-VALUE(1:1) NOT = "N"
                      MOVE "N" TO WS-VALID-FG
                      MOVE "PENALTY METHOD NOT P/M/S/N"
                         TO WS-REASON
                   ELSE
                   IF TRQ-VALUE(2:35) NOT NUMERIC
                      MOVE "N" TO WS-VALID-FG
                      MOVE "PENALTY TERMS NOT NUMERIC"
                         TO WS-REASON
                   ELSE
                   IF TRQ-VALUE(1:1) NOT = "N"
                      AND (TRQ-VALUE(37:6) NOT NUMERIC
                           OR TRQ-VALUE(37:6) = "000000")
                      MOVE "N" TO WS-VALID-FG
                      MOVE "PENALTY INCOME G/L MISSING"
                         TO WS-REASON
                   END-IF
                   END-IF
                   END-IF
                   END-IF
      * LOCTBL KEY = STATE(2) CLASS(2), CLASS BLANK = STATE-WIDE ROW;
      * VALUE = MINIMUM PCT OF BALANCE 99V999(5) FLOOR 9(5)V99(7).
               WHEN "LOCTBL  "
                   IF TRQ-KEY(1:2) = SPACES
                      MOVE "N" TO WS-VALID-FG
                      MOVE "STATE REQUIRED" TO WS-REASON
                   ELSE
                   IF TRQ-VALUE(1:12) NOT NUMERIC
                      MOVE "N" TO WS-VALID-FG
                      MOVE "MINIMUM PCT/FLOOR NOT NUMERIC"
                         TO WS-REASON
                   ELSE
                   IF TRQ-VALUE(1:5) = "00000"
                      OR TRQ-VALUE(1:5) > "25000"
                      MOVE "N" TO WS-VALID-FG
                      MOVE "MINIMUM PCT NOT 0.001-25.000"
                         TO WS-REASON
                   END-IF
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-VALID-FG
                   MOVE "TABLE NOT UNDER MAINTENANCE"
