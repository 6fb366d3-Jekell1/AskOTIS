      *
      *  MOD HISTORY:
      *   041425 MWK  ORIGINAL PROGRAM.
      *   101628 RTC  INSCAR.OUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCAR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT INSCAR-RPT ASSIGN TO "INSCAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  OUT-REBATE               PIC S9(07)V99.
           05  OUT-CANCEL-CD            PIC X(02).

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

       FD  INSCAR-RPT.
       01  RPT-LINE                     PIC X(90).

       01  OUT-STATUS                     PIC XX.
       01  RPT-STATUS                     PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  WS-TX-ACCT                PIC X(10).
       01  WS-TX-ACCT-N REDEFINES WS-TX-ACCT
                                     PIC 9(10).

       01  WS-LAST-CARRIER                 PIC X(10) VALUE SPACES.
       01  WS-CNT                          PIC 9(07) COMP VALUE 0.
       01  WS-PREM-TOT                     PIC S9(09)V99 COMP-3 VALUE 0.
           PERFORM 2000-PROCESS-LTIEXT
           PERFORM 7000-FLUSH-CARRIER
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           MOVE LTIEXT-INS-REBATE       TO OUT-REBATE
           MOVE LTIEXT-CANCEL-REASON-CD TO OUT-CANCEL-CD
           WRITE OUT-LINE
           MOVE LTIEXT-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF

           ADD 1 TO WS-CNT
           ADD LTIEXT-INSPREM     TO WS-PREM-TOT
           MOVE WS-DTL-LINE             TO RPT-LINE
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
           MOVE "INSCAR" TO TXR-PROGRAM
           MOVE "INSCAR.OUT" TO TXR-FILE-NAME
           MOVE "CARRIER" TO TXR-DEST
           MOVE WS-GRD-CNT TO TXR-REC-CNT
           MOVE WS-GRD-PREM-TOT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE LTIEXT-FILE INSCAR-OUT INSCAR-RPT
           STOP RUN.
