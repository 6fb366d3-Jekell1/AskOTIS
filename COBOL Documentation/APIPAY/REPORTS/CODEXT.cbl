      *        THRESHOLD GOES OUT ON THE CODIRS ELECTRONIC-FILING
      *        RECORDS AND A BORROWER COPY; AN ACCOUNT UNDER AN
      *        ACTIVE BANKRUPTCY (LN-BNKRPTDATE SET) IS SUPPRESSED
      *        AND COUNTED.  SETTLEMENT-IN-FULL WRITE-OFFS COME IN
      *        ON THE OPTIONAL SIFEXT EXTRACT (FROM THE SFW FILE
      *        SETTLEMENT-APPLY WRITES) AND ARE REPORTED AT THE
      *        FORGIVEN AMOUNT AS OF THE SETTLEMENT DATE; A CHARGE-OFF
      *        ROW FOR AN ACCOUNT THAT SETTLED IN THE SAME TAX YEAR IS
      *        LEFT TO THE SETTLEMENT SO THE BORROWER GETS ONE FORM.
      *
      *  MOD HISTORY:
      *   011028 SJH  ORIGINAL PROGRAM.
      *   031328 RTC  REPORT SETTLEMENT-IN-FULL FORGIVEN BALANCES FROM
      *               SIFEXT; DROP THE DUPLICATE CHARGE-OFF ROW.
      *   101628 RTC  CODIRS IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEXT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEXT-STATUS.

           SELECT OPTIONAL SIFEXT-FILE ASSIGN TO "SIFEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIFEXT-STATUS.

           SELECT CODIRS-FILE ASSIGN TO "CODIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CODIRS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT CODEXT-RPT ASSIGN TO "CODEXT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  REC-ACCTNO            PIC X(10).
           05  REC-RECOVERED         PIC S9(07)V99.

       FD  SIFEXT-FILE.
       01  SIFEXT-REC.
           05  SFX-BRNO              PIC X(04).
           05  SFX-ACCTNO            PIC X(10).
           05  SFX-SSNO              PIC 9(09).
           05  SFX-NAME              PIC X(25).
           05  SFX-ADDR1             PIC X(25).
           05  SFX-ADDR2             PIC X(25).
           05  SFX-SETTLE-DATE       PIC 9(08).
           05  SFX-FORGIVEN-AMT      PIC S9(07)V99.
           05  SFX-BNKRPT-FG         PIC X(01).

       FD  CODIRS-FILE.
       01  CODIRS-REC.
           05  IRS-RECTYPE           PIC X(01).
       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

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

       FD  CODEXT-RPT.
       01  RPT-LINE                  PIC X(100).

           88  PLOEXT-EOF                       VALUE "10".
       01  RECEXT-STATUS             PIC XX.
           88  RECEXT-EOF                       VALUE "10".
       01  SIFEXT-STATUS             PIC XX.
           88  SIFEXT-EOF                       VALUE "10".
       01  CODIRS-STATUS             PIC XX.
       01  LETTER-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-AMT                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).

       01  WS-REPORTABLE             PIC S9(09)V99.
       01  WS-CENTS                  PIC 9(10).

               10  WS-RC-ACCT        PIC X(10).
               10  WS-RC-AMT         PIC S9(07)V99 COMP-3.

       01  WS-MAX-SF                 PIC 9(05) COMP VALUE 5000.
       01  WS-SF-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SF-SUB                 PIC 9(05) COMP.
       01  WS-SF-TABLE.
           05  WS-SF-ENTRY OCCURS 5000 TIMES.
               10  WS-SF-BRNO        PIC X(04).
               10  WS-SF-ACCT        PIC X(10).

      * THE FORM BEING WRITTEN - FILLED FROM A CHARGE-OFF OR A
      * SETTLEMENT ROW.
       01  WS-CD-ACCTNO              PIC X(10).
       01  WS-CD-SSNO                PIC 9(09).
       01  WS-CD-NAME                PIC X(25).
       01  WS-CD-ADDR1               PIC X(25).
       01  WS-CD-ADDR2               PIC X(25).
       01  WS-CD-EVENT-DATE          PIC 9(08).

       01  WS-CNT-REPORTED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SETTLED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SETTLED-DUP        PIC 9(05) COMP VALUE 0.
       01  WS-CNT-UNDER              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BANKRUPT           PIC 9(05) COMP VALUE 0.
       01  WS-TOT-REPORTED           PIC S9(11)V99 COMP-3 VALUE 0.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RECOVERIES
           PERFORM 1200-LOAD-SETTLEMENTS
           PERFORM 2000-PROCESS
           PERFORM 2500-SETTLEMENTS
           PERFORM 3000-TOTALS
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
               END-READ
           END-PERFORM.

      * ACCOUNTS SETTLED IN THE TAX YEAR - THEIR SETTLEMENT ROW IS THE
      * 1099-C, SO THE CHARGE-OFF ROW IS PASSED OVER.
       1200-LOAD-SETTLEMENTS.
           OPEN INPUT SIFEXT-FILE
           READ SIFEXT-FILE AT END SET SIFEXT-EOF TO TRUE END-READ
           PERFORM UNTIL SIFEXT-EOF OR WS-SF-CNT = WS-MAX-SF
               IF SFX-SETTLE-DATE(1:4) = CDP-TAX-YEAR
                  ADD 1 TO WS-SF-CNT
                  MOVE SFX-BRNO   TO WS-SF-BRNO(WS-SF-CNT)
                  MOVE SFX-ACCTNO TO WS-SF-ACCT(WS-SF-CNT)
               END-IF
               READ SIFEXT-FILE AT END SET SIFEXT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SIFEXT-FILE.

       2000-PROCESS.
           PERFORM 2100-ONE-ACCOUNT UNTIL PLOEXT-EOF.

           IF PLO-BNKRPT-FG = "Y"
              ADD 1 TO WS-CNT-BANKRUPT
              GO TO 2200-EXIT.
           PERFORM VARYING WS-SF-SUB FROM 1 BY 1
                   UNTIL WS-SF-SUB > WS-SF-CNT
                      OR (WS-SF-BRNO(WS-SF-SUB) = PLO-BRNO
                          AND WS-SF-ACCT(WS-SF-SUB) = PLO-ACCTNO)
               CONTINUE
           END-PERFORM
           IF WS-SF-SUB NOT > WS-SF-CNT
              ADD 1 TO WS-CNT-SETTLED-DUP
              GO TO 2200-EXIT.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-CNT
                      OR (WS-RC-BRNO(WS-RC-SUB) = PLO-BRNO
              GO TO 2200-EXIT.
           ADD 1 TO WS-CNT-REPORTED
           ADD WS-REPORTABLE TO WS-TOT-REPORTED
           MOVE PLO-ACCTNO      TO WS-CD-ACCTNO
           MOVE PLO-SSNO        TO WS-CD-SSNO
           MOVE PLO-NAME        TO WS-CD-NAME
           MOVE PLO-ADDR1       TO WS-CD-ADDR1
           MOVE PLO-ADDR2       TO WS-CD-ADDR2
           MOVE PLO-CHGOFF-DATE TO WS-CD-EVENT-DATE
           PERFORM 2250-WRITE-FORM.
       2200-EXIT.
           EXIT.

       2250-WRITE-FORM.
           MOVE "B"              TO IRS-RECTYPE
           MOVE CDP-TAX-YEAR     TO IRS-TAX-YEAR
           MOVE WS-CD-SSNO       TO IRS-SSNO
           MOVE WS-CD-NAME       TO IRS-NAME
           MOVE WS-CD-ADDR1      TO IRS-ADDR1
           MOVE WS-CD-ADDR2      TO IRS-ADDR2
           COMPUTE WS-CENTS = WS-REPORTABLE * 100
           MOVE WS-CENTS         TO IRS-AMOUNT
           MOVE WS-CD-EVENT-DATE TO IRS-EVENT-DATE
           MOVE WS-CD-ACCTNO     TO IRS-ACCTNO
           WRITE CODIRS-REC
           ADD 1 TO WS-TX-CNT
           ADD WS-REPORTABLE TO WS-TX-AMT
           ADD IRS-SSNO TO WS-TX-HASH
           PERFORM 2300-BORROWER-COPY.

       2300-BORROWER-COPY.
           MOVE SPACES TO LETTER-LINE
           STRING "FORM 1099-C  TAX YEAR " CDP-TAX-YEAR
                  "  ACCOUNT " WS-CD-ACCTNO
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE FROM WS-CD-NAME
           WRITE LETTER-LINE FROM WS-CD-ADDR1
           WRITE LETTER-LINE FROM WS-CD-ADDR2
           MOVE WS-REPORTABLE TO WS-EDIT-AMT
           MOVE SPACES TO LETTER-LINE
           STRING "DEBT DISCHARGED: " WS-EDIT-AMT
                  "  EVENT DATE " WS-CD-EVENT-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE.

      * SETTLEMENT-IN-FULL WRITE-OFFS: THE FORGIVEN AMOUNT IS ALREADY
      * NET OF THE SETTLEMENT CASH AND OF ANY UNEARNED FINANCE CHARGE.
       2500-SETTLEMENTS.
           OPEN INPUT SIFEXT-FILE
           READ SIFEXT-FILE AT END SET SIFEXT-EOF TO TRUE END-READ
           PERFORM 2600-ONE-SETTLEMENT THRU 2600-EXIT
              UNTIL SIFEXT-EOF
           CLOSE SIFEXT-FILE.

       2600-ONE-SETTLEMENT.
           IF SFX-SETTLE-DATE(1:4) NOT = CDP-TAX-YEAR
              GO TO 2600-NEXT.
           IF SFX-BNKRPT-FG = "Y"
              ADD 1 TO WS-CNT-BANKRUPT
              GO TO 2600-NEXT.
           MOVE SFX-FORGIVEN-AMT TO WS-REPORTABLE
           IF WS-REPORTABLE < CDP-THRESHOLD
              ADD 1 TO WS-CNT-UNDER
              GO TO 2600-NEXT.
           ADD 1 TO WS-CNT-REPORTED
           ADD 1 TO WS-CNT-SETTLED
           ADD WS-REPORTABLE TO WS-TOT-REPORTED
           MOVE SFX-ACCTNO       TO WS-CD-ACCTNO
           MOVE SFX-SSNO         TO WS-CD-SSNO
           MOVE SFX-NAME         TO WS-CD-NAME
           MOVE SFX-ADDR1        TO WS-CD-ADDR1
           MOVE SFX-ADDR2        TO WS-CD-ADDR2
           MOVE SFX-SETTLE-DATE  TO WS-CD-EVENT-DATE
           PERFORM 2250-WRITE-FORM.
       2600-NEXT.
           READ SIFEXT-FILE AT END SET SIFEXT-EOF TO TRUE END-READ.
       2600-EXIT.
           EXIT.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SUPPRESSED (BANKRUPT) " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SETTLED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OF REPORTED, SETTLEMENTS " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SETTLED-DUP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CHARGE-OFFS LEFT TO SETTLEMENT " WS-EDIT-CNT
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
           MOVE "CODEXT" TO TXR-PROGRAM
           MOVE "CODIRS" TO TXR-FILE-NAME
           MOVE "IRS" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TX-AMT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE CODPRM-FILE PLOEXT-FILE RECEXT-FILE CODIRS-FILE
                 LETTER-FILE CODEXT-RPT
