      *
      *  MOD HISTORY:
      *   092826 SJH  ORIGINAL PROGRAM.
      *   101628 RTC  INSFEED.OUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSFEED.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT INSFEED-RPT ASSIGN TO "INSFEED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       FD  FEED-FILE.
       01  FEED-REC                  PIC X(70).

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

       FD  INSFEED-RPT.
       01  RPT-LINE                  PIC X(90).

       01  FEED-STATUS               PIC XX.
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  WS-TX-ACCT                PIC X(10).
       01  WS-TX-ACCT-N REDEFINES WS-TX-ACCT
                                     PIC 9(10).

       01  WS-HOLD-CARRIER           PIC X(06) VALUE LOW-VALUES.
       01  WS-CAR-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-CAR-AMT                PIC S9(09)V99 COMP-3 VALUE 0.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
           PERFORM 3000-GRAND-TOTAL
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
              MOVE SPACES TO FEED-REC
              MOVE ICF-CARRIER TO HDR-CARRIER
              WRITE FEED-REC FROM WS-HDR-LINE
              ADD 1 TO WS-TX-CNT
           END-IF
           MOVE ICF-CERTNO      TO DTL-CERTNO
           MOVE ICF-INS-TYPE    TO DTL-TYPE
           MOVE ICF-ACCTNO      TO DTL-ACCTNO
           MOVE ICF-REBATE-AMT  TO DTL-AMT
           WRITE FEED-REC FROM WS-DTL-LINE
           ADD 1 TO WS-TX-CNT
           MOVE ICF-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF
           ADD 1 TO WS-CAR-CNT WS-TOT-CNT
           ADD ICF-REBATE-AMT TO WS-CAR-AMT WS-TOT-AMT
           READ ICF-FILE AT END SET ICF-EOF TO TRUE END-READ.
           MOVE WS-CAR-CNT TO TRL-CNT
           MOVE WS-CAR-AMT TO TRL-AMT
           WRITE FEED-REC FROM WS-TRL-LINE
           ADD 1 TO WS-TX-CNT
           MOVE WS-CAR-CNT TO WS-EDIT-CNT
           MOVE WS-CAR-AMT TO WS-EDIT-AMT
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
           MOVE "INSFEED" TO TXR-PROGRAM
           MOVE "INSFEED.OUT" TO TXR-FILE-NAME
           MOVE "CARRIER" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TOT-AMT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE ICF-FILE FEED-FILE INSFEED-RPT
           STOP RUN.
