      *               REPORTS UNDER THE OBLIGOR OF RECORD AS OF THE
      *               RUN DATE, EVEN BEFORE THE MASTER-FILE APPLY
      *               LANDS.
      *   031328 RTC  AN ACCOUNT CLOSED UNDER A SETTLEMENT-IN-FULL
      *               AGREEMENT (OPTIONAL SIFEXT EXTRACT) REPORTS
      *               STATUS 13 AT A ZERO BALANCE WITH SPECIAL
      *               COMMENT AU - PAID IN FULL FOR LESS THAN THE
      *               FULL BALANCE.
      *   071028 RTC  AN ACCOUNT PAST ITS OBSOLESCENCE DATE (SEVEN
      *               YEARS FROM FIRST DELINQUENCY, SOLBAR FROM
      *               SOLTRK) IS NO LONGER REPORTED; IT IS COUNTED
      *               AND BALANCED ON ITS OWN LINE INSTEAD.
      *   101628 RTC  MET2EX.OUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MET2EX.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSNSPL-STATUS.

           SELECT OPTIONAL SIFEXT-FILE ASSIGN TO "SIFEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIFEXT-STATUS.

           SELECT OPTIONAL SOLBAR-FILE ASSIGN TO "SOLBAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLBAR-STATUS.

           SELECT M2OUT-FILE ASSIGN TO "MET2EX.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS M2OUT-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT MET2EX-RPT ASSIGN TO "MET2EX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  SPL-FROM-DATE         PIC 9(08).
           05  SPL-THRU-DATE         PIC 9(08).

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

       FD  SOLBAR-FILE.
       01  SOLBAR-REC.
           05  SBR-BRNO              PIC X(04).
           05  SBR-ACCTNO            PIC X(10).
           05  SBR-STATE             PIC X(02).
           05  SBR-SOL-DATE          PIC 9(08).
           05  SBR-OBS-DATE          PIC 9(08).
           05  SBR-BARRED-FG         PIC X(01).
           05  SBR-OBSOLETE-FG       PIC X(01).
           05  SBR-REVIVE-FG         PIC X(01).

       FD  M2OUT-FILE.
       01  M2OUT-REC.
           05  M2-RECORD-ID          PIC X(04).
           05  M2-SURNAME            PIC X(25).
           05  M2-SSNO               PIC 9(09).
           05  M2-DATE-INFO          PIC 9(08).
           05  M2-SPECIAL-COMMENT    PIC X(02).

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

       FD  MET2EX-RPT.
       01  RPT-LINE                  PIC X(90).
           88  M2EXT-EOF                        VALUE "10".
       01  SSNSPL-STATUS             PIC XX.
           88  SSNSPL-EOF                       VALUE "10".
       01  SIFEXT-STATUS             PIC XX.
           88  SIFEXT-EOF                       VALUE "10".
       01  SOLBAR-STATUS             PIC XX.
           88  SOLBAR-EOF                       VALUE "10".
       01  M2OUT-STATUS              PIC XX.
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
       01  WS-ELAPSED                PIC S9(05).
       01  WS-STATUS-CD              PIC X(02).
               10  WS-SP-FROM        PIC 9(08).
               10  WS-SP-THRU        PIC 9(08).

      * ACCOUNTS CLOSED UNDER A SETTLEMENT-IN-FULL AGREEMENT.
       01  WS-MAX-SF                 PIC 9(04) COMP VALUE 5000.
       01  WS-SF-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-SF-SUB                 PIC 9(04) COMP.
       01  WS-SF-TABLE.
           05  WS-SF-ENTRY OCCURS 5000 TIMES.
               10  WS-SF-BRNO        PIC X(04).
               10  WS-SF-ACCT        PIC X(10).
       01  WS-SETTLED-FG             PIC X(01).

      * ACCOUNTS PAST THE SEVEN-YEAR OBSOLESCENCE DATE (SOLBAR, FROM
      * SOLTRK).
       01  WS-MAX-OB                 PIC 9(05) COMP VALUE 10000.
       01  WS-OB-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-OB-SUB                 PIC 9(05) COMP.
       01  WS-OB-TABLE.
           05  WS-OB-ENTRY OCCURS 10000 TIMES.
               10  WS-OB-BRNO        PIC X(04).
               10  WS-OB-ACCT        PIC X(10).
       01  WS-OBS-RECS               PIC 9(07) COMP VALUE 0.
       01  WS-OBS-BAL                PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-MAX-ST                 PIC 9(03) COMP VALUE 20.
       01  WS-ST-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-SUB                    PIC 9(03) COMP.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SPLITS
           PERFORM 1600-LOAD-SETTLEMENTS
           PERFORM 1700-LOAD-OBSOLETE
           PERFORM 2000-PROCESS
           PERFORM 3000-BALANCE-REPORT
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  M2EXT-FILE
           OPEN INPUT  SSNSPL-FILE
           OPEN INPUT  SIFEXT-FILE
           OPEN INPUT  SOLBAR-FILE
           OPEN OUTPUT M2OUT-FILE
           OPEN OUTPUT MET2EX-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               END-READ
           END-PERFORM.

       1600-LOAD-SETTLEMENTS.
           READ SIFEXT-FILE AT END SET SIFEXT-EOF TO TRUE END-READ
           PERFORM UNTIL SIFEXT-EOF OR WS-SF-CNT = WS-MAX-SF
               ADD 1 TO WS-SF-CNT
               MOVE SFX-BRNO   TO WS-SF-BRNO(WS-SF-CNT)
               MOVE SFX-ACCTNO TO WS-SF-ACCT(WS-SF-CNT)
               READ SIFEXT-FILE AT END SET SIFEXT-EOF TO TRUE
               END-READ
           END-PERFORM.

       1700-LOAD-OBSOLETE.
           READ SOLBAR-FILE AT END SET SOLBAR-EOF TO TRUE END-READ
           PERFORM UNTIL SOLBAR-EOF OR WS-OB-CNT = WS-MAX-OB
               IF SBR-OBSOLETE-FG = "Y"
                  ADD 1 TO WS-OB-CNT
                  MOVE SBR-BRNO   TO WS-OB-BRNO(WS-OB-CNT)
                  MOVE SBR-ACCTNO TO WS-OB-ACCT(WS-OB-CNT)
               END-IF
               READ SOLBAR-FILE AT END SET SOLBAR-EOF TO TRUE
               END-READ
           END-PERFORM.

       2000-PROCESS.
           PERFORM 2100-ONE-ACCOUNT UNTIL M2EXT-EOF.

       2100-ONE-ACCOUNT.
      * SEVEN YEARS FROM FIRST DELINQUENCY THE ACCOUNT MUST DROP OFF
      * THE BUREAUS - NO BASE SEGMENT GOES OUT FOR IT.
           PERFORM VARYING WS-OB-SUB FROM 1 BY 1
                   UNTIL WS-OB-SUB > WS-OB-CNT
                      OR (WS-OB-BRNO(WS-OB-SUB) = M2EXT-BRNO
                          AND WS-OB-ACCT(WS-OB-SUB) = M2EXT-ACCTNO)
               CONTINUE
           END-PERFORM
           IF WS-OB-SUB NOT > WS-OB-CNT
              ADD 1 TO WS-OBS-RECS
              ADD M2EXT-CURBAL TO WS-OBS-BAL
           ELSE
              PERFORM 2200-DERIVE-STATUS
              PERFORM 2300-EMIT-BASE-SEGMENT
              PERFORM 2400-ADD-TO-BALANCE
           END-IF
           READ M2EXT-FILE AT END SET M2EXT-EOF TO TRUE END-READ.

       2200-DERIVE-STATUS.
           COMPUTE WS-ELAPSED =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(M2EXT-CONTR-PDTH)
           MOVE "N" TO WS-SETTLED-FG
           PERFORM VARYING WS-SF-SUB FROM 1 BY 1
                   UNTIL WS-SF-SUB > WS-SF-CNT
                      OR WS-SETTLED-FG = "Y"
               IF WS-SF-BRNO(WS-SF-SUB) = M2EXT-BRNO
                  AND WS-SF-ACCT(WS-SF-SUB) = M2EXT-ACCTNO
                  MOVE "Y" TO WS-SETTLED-FG
               END-IF
           END-PERFORM
      * A SETTLED ACCOUNT IS PAID AND CLOSED, WHATEVER ITS AGE OR
      * CHARGE-OFF HISTORY - THE HISTORY PROFILE STILL SHOWS THE
      * DELINQUENCY THAT LED UP TO IT.
           EVALUATE TRUE
               WHEN WS-SETTLED-FG = "Y"
                   MOVE "13" TO WS-STATUS-CD
               WHEN M2EXT-PLCD = "P"
                   MOVE "97" TO WS-STATUS-CD
               WHEN M2EXT-REPOCD = "X" OR M2EXT-REPOCD = "S"
           END-EVALUATE
      * AMOUNT PAST DUE = WHOLE CONTRACTUAL PERIODS BEHIND TIMES THE
      * REGULAR PAYMENT, CAPPED AT THE BALANCE.
           IF WS-ELAPSED > 0 AND WS-SETTLED-FG NOT = "Y"
              COMPUTE WS-PERIODS-DUE = WS-ELAPSED / 30
              COMPUTE WS-PAST-DUE =
                 WS-PERIODS-DUE * M2EXT-REGPYAMT
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE      TO M2-DATE-INFO
           IF WS-SETTLED-FG = "Y"
              MOVE 0    TO M2-CURRENT-BALANCE
              MOVE "AU" TO M2-SPECIAL-COMMENT
           END-IF
           WRITE M2OUT-REC
           ADD 1 TO WS-TX-CNT
           ADD M2-CURRENT-BALANCE TO WS-TX-AMT
           MOVE M2EXT-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF.

       2400-ADD-TO-BALANCE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               MOVE WS-EDIT-AMT        TO DTL-BAL
               MOVE WS-DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OBS-RECS TO WS-EDIT-CNT
           MOVE WS-OBS-BAL  TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "OBSOLETE - NOT REPORTED " WS-EDIT-CNT "  "
                  WS-EDIT-AMT
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
           MOVE "MET2EX" TO TXR-PROGRAM
           MOVE "MET2EX.OUT" TO TXR-FILE-NAME
           MOVE "BUREAUS" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TX-AMT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE M2EXT-FILE SSNSPL-FILE SIFEXT-FILE SOLBAR-FILE
                 M2OUT-FILE MET2EX-RPT
           STOP RUN.
