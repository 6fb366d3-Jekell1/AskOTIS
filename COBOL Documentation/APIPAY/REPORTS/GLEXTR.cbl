      *               EXTBLD WRITES (NAME AND BUILD DATE) BEFORE
      *               TRUSTING THE EXTRACT; A MISSING SIDECAR IS A
      *               LEGACY HAND-BUILT EXTRACT AND STILL RUNS.
      *   041728 RTC  ALSO CARRIES THE INTER-BRANCH DUE-TO/DUE-FROM
      *               ROWS IBSTL WRITES TO THE OPTIONAL IBLXG FILE
      *               (SAME LAYOUT AS LXGEXT).  THEY ARE IN THE
      *               DETAIL AND CONTROL TOTAL BUT NOT IN THE LXGEXT
      *               ROW COUNT CHECKED AGAINST EXTCTL.
      *   052228 RTC  SAME AGAIN FOR THE NON-ACCRUAL INTEREST REVERSAL
      *               AND REINSTATEMENT ROWS NACSCN WRITES TO NALXG.
      *   052928 RTC  AND FOR THE QUARTERLY CREDIT-LOSS PROVISION ROWS
      *               CECLRV WRITES TO CLLXG.
      *   061928 RTC  AND FOR THE DEFERRED-FEE AMORTIZATION ROWS
      *               DFEAMT WRITES TO DFLXG.
      *   101628 RTC  GLEXTR.OUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *   021929 RTC  AND FOR THE NEW-LOAN FUNDING ROWS LNBOOK WRITES
      *               TO BKLXG.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LXGEXT-STATUS.

           SELECT OPTIONAL IBLXG-FILE ASSIGN TO "IBLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBLXG-STATUS.

           SELECT OPTIONAL NALXG-FILE ASSIGN TO "NALXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NALXG-STATUS.

           SELECT OPTIONAL CLLXG-FILE ASSIGN TO "CLLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLLXG-STATUS.

           SELECT OPTIONAL DFLXG-FILE ASSIGN TO "DFLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFLXG-STATUS.

           SELECT OPTIONAL BKLXG-FILE ASSIGN TO "BKLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKLXG-STATUS.

           SELECT EXTCTL-FILE ASSIGN TO "EXTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTCTL-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT GLEXTR-FILE ASSIGN TO "GLEXTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLEXTR-STATUS.
           05  LXGEXT-GLNO  OCCURS 3 TIMES PIC X(10).
           05  LXGEXT-GLAMT OCCURS 3 TIMES PIC S9(07)V99.

       FD  IBLXG-FILE.
       01  IBLXG-REC                   PIC X(84).

       FD  NALXG-FILE.
       01  NALXG-REC                   PIC X(84).

       FD  CLLXG-FILE.
       01  CLLXG-REC                   PIC X(84).

       FD  DFLXG-FILE.
       01  DFLXG-REC                   PIC X(84).

       FD  BKLXG-FILE.
       01  BKLXG-REC                   PIC X(84).

       FD  EXTCTL-FILE.
       01  EXTCTL-REC.
           05  CTL-EXTNAME           PIC X(08).
           05  CTL-BUILD-DATE        PIC 9(08).
           05  CTL-BUILD-TIME        PIC 9(06).

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

       FD  GLEXTR-FILE.
       01  GLEXTR-REC.
           05  GLEXTR-TYPE             PIC X(01).
       01  LXGEXT-STATUS                PIC XX.
           88  LXGEXT-EOF                          VALUE "10".
       01  GLEXTR-STATUS                 PIC XX.
       01  IBLXG-STATUS                  PIC XX.
           88  IBLXG-EOF                           VALUE "10".
       01  NALXG-STATUS                  PIC XX.
           88  NALXG-EOF                           VALUE "10".
       01  CLLXG-STATUS                  PIC XX.
           88  CLLXG-EOF                           VALUE "10".
       01  DFLXG-STATUS                  PIC XX.
           88  DFLXG-EOF                           VALUE "10".
       01  BKLXG-STATUS                  PIC XX.
           88  BKLXG-EOF                           VALUE "10".

       01  WS-SUB                        PIC 9(01) COMP.
       01  WS-RUN-DATE                    PIC 9(08).

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  WS-TX-ACCT                PIC X(10).
       01  WS-TX-ACCT-N REDEFINES WS-TX-ACCT
                                     PIC 9(10).
       01  EXTCTL-STATUS              PIC XX.
       01  WS-CTL-OK-FG               PIC X(01) VALUE "Y".
       01  WS-CTL-PRESENT-FG          PIC X(01) VALUE "N".
       01  WS-CTL-COUNT               PIC 9(07).
       01  WS-CNT-INPUT               PIC 9(07) COMP VALUE 0.
       01  WS-DETAIL-CNT                   PIC 9(07) COMP VALUE 0.
       01  WS-CONTROL-TOTAL              PIC S9(09)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 1050-VERIFY-EXTCTL
           IF WS-CTL-OK-FG = "Y"
              PERFORM 2000-PROCESS-LXGEXT
              PERFORM 2500-PROCESS-IBLXG
              PERFORM 2600-PROCESS-NALXG
              PERFORM 2700-PROCESS-CLLXG
              PERFORM 2800-PROCESS-DFLXG
              PERFORM 2900-PROCESS-BKLXG
      * A TRUNCATED EXTRACT WITH A VALID SIDECAR IS STILL PARTIAL
      * DATA - THE ROWS READ MUST MATCH THE COUNT THE BUILD WROTE.
              IF WS-CTL-PRESENT-FG = "Y"
           ELSE
              PERFORM 3100-WRITE-ERROR-REC
           END-IF
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LXGEXT-FILE
           OPEN INPUT  IBLXG-FILE
           OPEN INPUT  NALXG-FILE
           OPEN INPUT  CLLXG-FILE
           OPEN INPUT  DFLXG-FILE
           OPEN INPUT  BKLXG-FILE
           OPEN OUTPUT GLEXTR-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.


       2100-PROCESS-ONE.
           ADD 1 TO WS-CNT-INPUT
           PERFORM 2150-WRITE-LINES
           READ LXGEXT-FILE AT END SET LXGEXT-EOF TO TRUE END-READ.

       2150-WRITE-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF LXGEXT-GLAMT(WS-SUB) NOT = 0
                  MOVE "D"                   TO GLEXTR-TYPE
                  MOVE WS-RUN-DATE           TO GLEXTR-POST-DATE
                  WRITE GLEXTR-REC
                  ADD 1 TO WS-DETAIL-CNT
                  ADD 1 TO WS-TX-CNT
                  MOVE LXGEXT-ACCTNO TO WS-TX-ACCT
                  IF WS-TX-ACCT-N NUMERIC
                     ADD WS-TX-ACCT-N TO WS-TX-HASH
                  END-IF
                  ADD LXGEXT-GLAMT(WS-SUB)   TO WS-CONTROL-TOTAL
               END-IF
           END-PERFORM.

      * THE INTER-BRANCH ROWS SHARE THE LXGEXT LAYOUT AND GO OUT THE
      * SAME WAY; THEY ARE NOT PART OF THE EXTBLD COUNT.
       2500-PROCESS-IBLXG.
           READ IBLXG-FILE AT END SET IBLXG-EOF TO TRUE END-READ
           PERFORM UNTIL IBLXG-EOF
               MOVE IBLXG-REC TO LXGEXT-REC
               PERFORM 2150-WRITE-LINES
               READ IBLXG-FILE AT END SET IBLXG-EOF TO TRUE END-READ
           END-PERFORM.

      * SO DO THE NON-ACCRUAL INCOME ADJUSTMENTS.
       2600-PROCESS-NALXG.
           READ NALXG-FILE AT END SET NALXG-EOF TO TRUE END-READ
           PERFORM UNTIL NALXG-EOF
               MOVE NALXG-REC TO LXGEXT-REC
               PERFORM 2150-WRITE-LINES
               READ NALXG-FILE AT END SET NALXG-EOF TO TRUE END-READ
           END-PERFORM.

      * AND THE CREDIT-LOSS PROVISION.
       2700-PROCESS-CLLXG.
           READ CLLXG-FILE AT END SET CLLXG-EOF TO TRUE END-READ
           PERFORM UNTIL CLLXG-EOF
               MOVE CLLXG-REC TO LXGEXT-REC
               PERFORM 2150-WRITE-LINES
               READ CLLXG-FILE AT END SET CLLXG-EOF TO TRUE END-READ
           END-PERFORM.

      * AND THE DEFERRED-FEE AMORTIZATION.
       2800-PROCESS-DFLXG.
           READ DFLXG-FILE AT END SET DFLXG-EOF TO TRUE END-READ
           PERFORM UNTIL DFLXG-EOF
               MOVE DFLXG-REC TO LXGEXT-REC
               PERFORM 2150-WRITE-LINES
               READ DFLXG-FILE AT END SET DFLXG-EOF TO TRUE END-READ
           END-PERFORM.

      * AND THE NEW-LOAN FUNDING.
       2900-PROCESS-BKLXG.
           READ BKLXG-FILE AT END SET BKLXG-EOF TO TRUE END-READ
           PERFORM UNTIL BKLXG-EOF
               MOVE BKLXG-REC TO LXGEXT-REC
               PERFORM 2150-WRITE-LINES
               READ BKLXG-FILE AT END SET BKLXG-EOF TO TRUE END-READ
           END-PERFORM.

       3000-WRITE-CONTROL-REC.
           MOVE "T"           TO GLEXTR-TYPE
           MOVE SPACES        TO GLEXTR-BRNO GLEXTR-ACCTNO GLEXTR-GLNO
           MOVE WS-CONTROL-TOTAL TO GLEXTR-GLAMT
           MOVE WS-RUN-DATE   TO GLEXTR-POST-DATE
           WRITE GLEXTR-REC
           ADD 1 TO WS-TX-CNT.

       1050-VERIFY-EXTCTL.
      * A MISSING SIDECAR IS A LEGACY HAND-BUILT EXTRACT - RUN AS
           MOVE SPACES        TO GLEXTR-BRNO GLEXTR-ACCTNO GLEXTR-GLNO
           MOVE 0             TO GLEXTR-GLAMT
           MOVE WS-RUN-DATE   TO GLEXTR-POST-DATE
           WRITE GLEXTR-REC
           ADD 1 TO WS-TX-CNT.

      *----------------------------------------------------------------*
      * REGISTER THE OUTBOUND FILE ON THE TRANSMISSION LEDGER - TXLMNT
      * WILL NOT RELEASE A FILE THAT WAS NEVER REGISTERED.
      *----------------------------------------------------------------*
       8900-REGISTER-TRANSMISSION.
           OPEN EXTEND TXREG-FILE
           ACCEPT TXR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TX-TIME-RAW FROM TIME
           MOVE WS-TX-TIME-RAW(1:6) TO TXR-CREATE-TIME
           MOVE "GLEXTR" TO TXR-PROGRAM
           MOVE "GLEXTR.OUT" TO TXR-FILE-NAME
           MOVE "LEDGER" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-CONTROL-TOTAL TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE LXGEXT-FILE IBLXG-FILE NALXG-FILE CLLXG-FILE
                 DFLXG-FILE BKLXG-FILE GLEXTR-FILE
           STOP RUN.
