      *               RECORD FOR ITS PAYDATE, AND A PAYOFF REBATE
      *               UNDER THE CURRENT OBLIGOR, INSTEAD OF
      *               WHATEVER SSN THE ROW HAPPENED TO CARRY.
      *   101628 RTC  YEINT.OUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YEOUT-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT YEINT-RPT ASSIGN TO "YEINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  YE-INT-PAID           PIC S9(09)V99.
           05  YE-TAX-YEAR           PIC 9(04).

       FD  TXREG-FILE.
       01  TXREG-REC.
           05  TXR-PROGRAM           PIC X(08).
           05  TXR-FILE-NAME         PIC X(12).
           05  TXR-CREATE-DATE       PIC 9(08).
           05  TXR-CREATE-TIME       PIC 9(06).
           05  TXR-DEST              PIC X(08).
           05  TXR-REC-CNT           PIC 9(09).
           05  TXR-DOLLAR-TOT        PIC S9(11)V99.
           05  TXR-HASH              PIC 9(15).

       FD  YEINT-RPT.
       01  RPT-LINE                  PIC X(90).

       01  YEOUT-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TAX-YEAR               PIC 9(04).

           PERFORM 2500-SWEEP-PAYOFF-REBATES
           PERFORM 3000-WRITE-SUMMARIES
           PERFORM 4000-CONTROL-REPORT
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
                  MOVE WS-SSN-INT(WS-SSN-SUB) TO YE-INT-PAID
                  MOVE WS-TAX-YEAR            TO YE-TAX-YEAR
                  WRITE YEOUT-REC
                  ADD YE-SSNO TO WS-TX-HASH
               END-IF
           END-PERFORM.

               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * REGISTER THE OUTBOUND FILE ON THE TRANSMISSION LEDGER - TXLMNT
      * WILL NOT RELEASE A FILE THAT WAS NEVER REGISTERED.
      *----------------------------------------------------------------*
       8900-REGISTER-TRANSMISSION.
           OPEN EXTEND TXREG-FILE
           ACCEPT TXR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TX-TIME-RAW FROM TIME
           MOVE WS-TX-TIME-RAW(1:6) TO TXR-CREATE-TIME
           MOVE "YEINT" TO TXR-PROGRAM
           MOVE "YEINT.OUT" TO TXR-FILE-NAME
           MOVE "IRS" TO TXR-DEST
           MOVE WS-CNT-STMTS TO TXR-REC-CNT
           MOVE WS-TOT-INT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE LPYEXT-FILE POYEXT-FILE SSNSPL-FILE YEOUT-FILE
                 YEINT-RPT
