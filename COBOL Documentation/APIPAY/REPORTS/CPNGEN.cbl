      *
      *  MOD HISTORY:
      *   011728 SJH  ORIGINAL PROGRAM.
      *   101628 RTC  CPNGEN.CPN IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPNGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUPON-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT CPNGEN-RPT ASSIGN TO "CPNGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       FD  COUPON-FILE.
       01  COUPON-LINE               PIC X(80).

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

       FD  CPNGEN-RPT.
       01  RPT-LINE                  PIC X(90).

       01  COUPON-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-AMT                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  WS-TX-ACCT                PIC X(10).
       01  WS-TX-ACCT-N REDEFINES WS-TX-ACCT
                                     PIC 9(10).

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-AMT-CENTS              PIC 9(09).

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
           PERFORM 3000-TOTALS
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           MOVE SPACES TO COUPON-LINE
           STRING ">" WS-SCANLINE "<"
               DELIMITED BY SIZE INTO COUPON-LINE
           WRITE COUPON-LINE
      * SIX PRINT LINES PER COUPON.
           ADD 6 TO WS-TX-CNT
           ADD CPN-AMT-DUE TO WS-TX-AMT
           MOVE CPN-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
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
           MOVE "CPNGEN" TO TXR-PROGRAM
           MOVE "CPNGEN.CPN" TO TXR-FILE-NAME
           MOVE "PRINTER" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TX-AMT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE CPNEXT-FILE COUPON-FILE CPNGEN-RPT
           STOP RUN.
