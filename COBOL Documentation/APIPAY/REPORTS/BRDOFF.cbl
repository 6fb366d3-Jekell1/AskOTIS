      *   022128 RTC  XFRLN RECORD LENGTH CORRECTED TO THE FULL
      *               258-BYTE LNFULL ROW - THE OLD 253 TRUNCATED
      *               THE LAST FIVE BYTES OF THE LN IMAGE.
      *   101628 RTC  XFRLN, XFRLP, XFRLT AND XFRCTL ARE EACH
      *               REGISTERED ON THE TXREG TRANSMISSION LEDGER
      *               (RECORD COUNT, DOLLAR TOTAL, HASH TOTAL) FOR
      *               TXLMNT RELEASE AND TXLREC ACKNOWLEDGEMENT
      *               TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRDOFF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFRGONE-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT BRDOFF-RPT ASSIGN TO "BRDOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  XGN-ACCTNO            PIC X(10).
           05  XGN-XFER-DATE         PIC 9(08).

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

       FD  BRDOFF-RPT.
       01  RPT-LINE                  PIC X(100).

       01  XFRGONE-STATUS            PIC XX.
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  WS-TX-ACCT                PIC X(10).
       01  WS-TX-ACCT-N REDEFINES WS-TX-ACCT
                                     PIC 9(10).

       01  WS-RUN-DATE               PIC 9(08).

       01  WS-MAX-SEL                PIC 9(05) COMP VALUE 20000.
           PERFORM 3000-EXTRACT-HISTORY
           PERFORM 4000-EXTRACT-TRAILERS
           PERFORM 5000-CONTROL-SHEET
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
              ADD LNF-INTBAL TO WS-TOT-INTBAL
              ADD LNF-LCBAL  TO WS-TOT-LCBAL
              WRITE XFRLN-REC FROM LNFULL-REC
              MOVE LNF-ACCTNO TO WS-TX-ACCT
              IF WS-TX-ACCT-N NUMERIC
                 ADD WS-TX-ACCT-N TO WS-TX-HASH
              END-IF
              MOVE LNF-BRNO    TO XGN-BRNO
              MOVE LNF-ACCTNO  TO XGN-ACCTNO
              MOVE WS-RUN-DATE TO XGN-XFER-DATE
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
           MOVE "BRDOFF" TO TXR-PROGRAM
           MOVE "XFRLN" TO TXR-FILE-NAME
           MOVE "XFER" TO TXR-DEST
           MOVE WS-CNT-ACCTS TO TXR-REC-CNT
           MOVE WS-TOT-CURBAL TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           MOVE "XFRLP" TO TXR-FILE-NAME
           MOVE "XFER" TO TXR-DEST
           MOVE WS-CNT-LP TO TXR-REC-CNT
           MOVE 0 TO TXR-DOLLAR-TOT
           MOVE 0 TO TXR-HASH
           WRITE TXREG-REC
           MOVE "XFRLT" TO TXR-FILE-NAME
           MOVE "XFER" TO TXR-DEST
           MOVE WS-CNT-LT TO TXR-REC-CNT
           MOVE 0 TO TXR-DOLLAR-TOT
           MOVE 0 TO TXR-HASH
           WRITE TXREG-REC
           MOVE "XFRCTL" TO TXR-FILE-NAME
           MOVE "XFER" TO TXR-DEST
           MOVE 1 TO TXR-REC-CNT
           MOVE WS-TOT-CURBAL TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE XFRREQ-FILE LNFULL-FILE LPHIST-FILE LTIEXT-FILE
                 LTPEXT-FILE XFRLN-FILE XFRLP-FILE XFRLT-FILE
