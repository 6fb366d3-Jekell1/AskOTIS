      *               DOUBLE-ACCRUING EVERYTHING BEFORE THE FAILURE
      *               POINT.  THE RESTART REPORT SHOWS EXACTLY WHERE
      *               THE RUN RESUMED.
      *   052228 RTC  IBEXT CARRIES LN-NONACCR-FG.  AN ACCOUNT NACSCN
      *               HAS PUT ON NON-ACCRUAL IS PASSED OVER - NO
      *               ACCRUAL ROW, NOT IN THE CLASS PROOF - AND
      *               COUNTED ON THE REPORT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUE.
           05  IBEXT-SCRA-FG         PIC X(01).
           05  IBEXT-SCRA-EFF        PIC 9(08).
           05  IBEXT-SCRA-REL        PIC 9(08).
           05  IBEXT-NONACCR-FG      PIC X(01).

       FD  ACCOUT-FILE.
       01  ACCOUT-REC.
               10  WS-CL-ACCRUED     PIC S9(11)V99 COMP-3.

       01  WS-CNT-ACCOUNTS           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NONACCR            PIC 9(07) COMP VALUE 0.
       01  WS-TOT-ACCRUED            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           PERFORM 2100-ONE-ACCOUNT UNTIL IBEXT-EOF.

       2100-ONE-ACCOUNT.
      * NON-ACCRUAL ACCOUNTS EARN ONLY WHAT THEY PAY.
           IF IBEXT-NONACCR-FG = "Y"
              ADD 1 TO WS-CNT-NONACCR
           END-IF
           IF IBEXT-CURBAL > 0 AND IBEXT-NONACCR-FG NOT = "Y"
              IF IBEXT-ACCR-THRU = 0
                 MOVE WS-RUN-DATE TO IBEXT-ACCR-THRU
              END-IF
           MOVE WS-TOT-ACCRUED  TO WS-EDIT-AMT
           STRING "TOTAL " WS-EDIT-CNT " ACCOUNTS  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NONACCR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NON-ACCRUAL, NOT ACCRUED " WS-EDIT-CNT " ACCOUNTS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
