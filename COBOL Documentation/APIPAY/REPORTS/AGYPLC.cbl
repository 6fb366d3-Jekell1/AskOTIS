      *
      *  MOD HISTORY:
      *   080927 SJH  ORIGINAL PROGRAM.
      *   071028 RTC  AN ACCOUNT PAST THE STATE STATUTE OF LIMITATIONS
      *               (SOLBAR, FROM SOLTRK) IS NOT PLACED, AND AN
      *               ACTIVE PLACEMENT ON ONE IS RECALLED AND LISTED
      *               FOR THE AGENCY.
      *   101628 RTC  AGYOUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYPLC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPREC-STATUS.

           SELECT OPTIONAL SOLBAR-FILE ASSIGN TO "SOLBAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLBAR-STATUS.

           SELECT AGYOUT-FILE ASSIGN TO "AGYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGYOUT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGYNEW-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT AGYPLC-RPT ASSIGN TO "AGYPLC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  LPR-TRDATE            PIC 9(08).
           05  LPR-TRAMT             PIC S9(07)V99.

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

       FD  AGYOUT-FILE.
       01  AGYOUT-REC.
           05  AGO-AGENCY-ID         PIC X(06).
       FD  AGYNEW-FILE.
       01  AGYNEW-REC                PIC X(33).

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

       FD  AGYPLC-RPT.
       01  RPT-LINE                  PIC X(110).

           88  AGYREM-EOF                       VALUE "10".
       01  LPREC-STATUS              PIC XX.
           88  LPREC-EOF                        VALUE "10".
       01  SOLBAR-STATUS             PIC XX.
           88  SOLBAR-EOF                       VALUE "10".
       01  AGYOUT-STATUS             PIC XX.
       01  AGYNEW-STATUS             PIC XX.
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

       01  WS-MAX-AG                 PIC 9(05) COMP VALUE 10000.
               10  WS-RC-AMT         PIC S9(07)V99 COMP-3.
               10  WS-RC-USED        PIC X(01).

      * ACCOUNTS PAST THE STATUTE OF LIMITATIONS (SOLBAR, FROM
      * SOLTRK).
       01  WS-MAX-SB                 PIC 9(05) COMP VALUE 10000.
       01  WS-SB-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SB-SUB                 PIC 9(05) COMP.
       01  WS-SB-TABLE.
           05  WS-SB-ENTRY OCCURS 10000 TIMES.
               10  WS-SB-BRNO        PIC X(04).
               10  WS-SB-ACCT        PIC X(10).

      * PER-AGENCY REMITTANCE SUMMARY
       01  WS-MAX-SM                 PIC 9(03) COMP VALUE 100.
       01  WS-SM-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-COMM                   PIC S9(07)V99.
       01  WS-CNT-PLACED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RECALLED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BARRED-REFUSED     PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BARRED-RECALLED    PIC 9(05) COMP VALUE 0.
       01  WS-CNT-MATCHED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-UNMATCHED          PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
           PERFORM 1100-LOAD-MASTER
           PERFORM 1200-LOAD-BALANCES
           PERFORM 1300-LOAD-RECOVERIES
           PERFORM 1400-LOAD-BARRED
           PERFORM 2000-INTAKE
           PERFORM 2500-BARRED-RECALL
           PERFORM 3000-REMITTANCE-MATCH
           PERFORM 4000-REWRITE-MASTER
           PERFORM 5000-SUMMARY
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LNPL-FILE
           OPEN INPUT  AGYREM-FILE
           OPEN INPUT  LPREC-FILE
           OPEN INPUT  SOLBAR-FILE
           OPEN OUTPUT AGYOUT-FILE
           OPEN OUTPUT AGYNEW-FILE
           OPEN OUTPUT AGYPLC-RPT
               END-READ
           END-PERFORM.

       1400-LOAD-BARRED.
           READ SOLBAR-FILE AT END SET SOLBAR-EOF TO TRUE END-READ
           PERFORM UNTIL SOLBAR-EOF OR WS-SB-CNT = WS-MAX-SB
               IF SBR-BARRED-FG = "Y"
                  ADD 1 TO WS-SB-CNT
                  MOVE SBR-BRNO   TO WS-SB-BRNO(WS-SB-CNT)
                  MOVE SBR-ACCTNO TO WS-SB-ACCT(WS-SB-CNT)
               END-IF
               READ SOLBAR-FILE AT END SET SOLBAR-EOF TO TRUE
               END-READ
           END-PERFORM.

       2000-INTAKE.
           READ AGYIN-FILE AT END SET AGYIN-EOF TO TRUE END-READ
           PERFORM 2100-ONE-INTAKE UNTIL AGYIN-EOF.
       2200-NEW-PLACEMENT.
           IF WS-AG-CNT = WS-MAX-AG
              GO TO 2200-EXIT.
      * A TIME-BARRED DEBT IS NOT SENT OUT FOR COLLECTION.
           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-SB-CNT
                      OR (WS-SB-BRNO(WS-SB-SUB) = AIN-BRNO
                          AND WS-SB-ACCT(WS-SB-SUB) = AIN-ACCTNO)
               CONTINUE
           END-PERFORM
           IF WS-SB-SUB NOT > WS-SB-CNT
              ADD 1 TO WS-CNT-BARRED-REFUSED
              MOVE SPACES TO RPT-LINE
              STRING "** NOT PLACED, TIME-BARRED: " AIN-AGENCY-ID
                     " " AIN-ACCTNO
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              GO TO 2200-EXIT.
           ADD 1 TO WS-AG-CNT WS-CNT-PLACED
           MOVE AIN-BRNO      TO WS-AG-BRNO(WS-AG-CNT)
           MOVE AIN-ACCTNO    TO WS-AG-ACCT(WS-AG-CNT)
              MOVE WS-LN-BAL(WS-LN-SUB) TO AGO-BALANCE
           END-IF
           MOVE WS-RUN-DATE TO AGO-PLACE-DATE
           WRITE AGYOUT-REC
           ADD 1 TO WS-TX-CNT
           ADD AGO-BALANCE TO WS-TX-AMT
           MOVE AGO-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF.
       2200-EXIT.
           EXIT.

      * AN ACTIVE PLACEMENT WHOSE ACCOUNT HAS PASSED THE STATUTE OF
      * LIMITATIONS COMES BACK; THE LIST TELLS THE AGENCY TO STOP.
       2500-BARRED-RECALL.
           PERFORM VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-CNT
               IF WS-AG-STATUS(WS-AG-SUB) = "P"
                  PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                          UNTIL WS-SB-SUB > WS-SB-CNT
                             OR (WS-SB-BRNO(WS-SB-SUB)
                                          = WS-AG-BRNO(WS-AG-SUB)
                                 AND WS-SB-ACCT(WS-SB-SUB)
                                          = WS-AG-ACCT(WS-AG-SUB))
                      CONTINUE
                  END-PERFORM
                  IF WS-SB-SUB NOT > WS-SB-CNT
                     ADD 1 TO WS-CNT-BARRED-RECALLED
                     MOVE "R" TO WS-AG-STATUS(WS-AG-SUB)
                     MOVE SPACES TO RPT-LINE
                     STRING "** RECALLED, TIME-BARRED: "
                            WS-AG-AGENCY(WS-AG-SUB) " "
                            WS-AG-ACCT(WS-AG-SUB)
                         DELIMITED BY SIZE INTO RPT-LINE
                     WRITE RPT-LINE
                  END-IF
               END-IF
           END-PERFORM.

       3000-REMITTANCE-MATCH.
           READ AGYREM-FILE AT END SET AGYREM-EOF TO TRUE END-READ
           PERFORM 3100-ONE-CLAIM UNTIL AGYREM-EOF.
           STRING "RECALLS    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BARRED-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REFUSED, TIME-BARRED  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BARRED-RECALLED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECALLED, TIME-BARRED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-MATCHED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CLAIMS MATCHED   " WS-EDIT-CNT
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
           MOVE "AGYPLC" TO TXR-PROGRAM
           MOVE "AGYOUT" TO TXR-FILE-NAME
           MOVE "AGENCY" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TX-AMT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE AGY-FILE AGYIN-FILE LNPL-FILE AGYREM-FILE
                 LPREC-FILE SOLBAR-FILE AGYOUT-FILE AGYNEW-FILE
                 AGYPLC-RPT
           STOP RUN.
