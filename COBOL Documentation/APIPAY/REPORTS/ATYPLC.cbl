      *
      *  MOD HISTORY:
      *   080227 RTC  ORIGINAL PROGRAM.
      *   071028 RTC  AN ACCOUNT PAST THE STATE STATUTE OF LIMITATIONS
      *               (SOLBAR, FROM SOLTRK) IS NOT PLACED FOR SUIT,
      *               AND A PLACEMENT ON ONE THAT HAS NO JUDGMENT YET
      *               IS AUTOMATICALLY RECALLED.
      *   101628 RTC  ATYFEED IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATYPLC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LNJUD-STATUS.

           SELECT OPTIONAL SOLBAR-FILE ASSIGN TO "SOLBAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLBAR-STATUS.

           SELECT ATYFEED-FILE ASSIGN TO "ATYFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATYFEED-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLCNEW-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT ATYPLC-RPT ASSIGN TO "ATYPLC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  LNJ-JDDATE            PIC 9(08).
           05  LNJ-SETTLED-FG        PIC X(01).

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

       FD  ATYFEED-FILE.
       01  ATYFEED-REC.
           05  AFD-FIRM-ID           PIC X(06).
       FD  PLCNEW-FILE.
       01  PLCNEW-REC                PIC X(87).

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

       FD  ATYPLC-RPT.
       01  RPT-LINE                  PIC X(100).

           88  LPJUD-EOF                        VALUE "10".
       01  LNJUD-STATUS              PIC XX.
           88  LNJUD-EOF                        VALUE "10".
       01  SOLBAR-STATUS             PIC XX.
           88  SOLBAR-EOF                       VALUE "10".
       01  ATYFEED-STATUS            PIC XX.
       01  BSGOUT-STATUS             PIC XX.
       01  PLCNEW-STATUS             PIC XX.
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
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
           05  WS-PL-ENTRY OCCURS 10000 TIMES.
               10  WS-PL-IMAGE       PIC X(87).

      * ACCOUNTS PAST THE STATUTE OF LIMITATIONS (SOLBAR, FROM
      * SOLTRK).
       01  WS-MAX-SB                 PIC 9(05) COMP VALUE 10000.
       01  WS-SB-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SB-SUB                 PIC 9(05) COMP.
       01  WS-SB-TABLE.
           05  WS-SB-ENTRY OCCURS 10000 TIMES.
               10  WS-SB-BRNO        PIC X(04).
               10  WS-SB-ACCT        PIC X(10).
       01  WS-SB-KEY-BRNO            PIC X(04).
       01  WS-SB-KEY-ACCT            PIC X(10).

       01  WS-PL-WORK.
           05  WPL-BRNO              PIC X(04).
           05  WPL-ACCTNO            PIC X(10).
       01  WS-CNT-FEES               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ACTIVITY           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RECALLED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BARRED-REFUSED     PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BARRED-RECALLED    PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MASTER
           PERFORM 1200-LOAD-BARRED
           PERFORM 2000-INTAKE
           PERFORM 3000-ACTIVITY-FEED
           PERFORM 4000-AUTO-RECALL
           PERFORM 5000-REWRITE-MASTER
           PERFORM 6000-TOTALS
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PLCIN-FILE
           OPEN INPUT  LPJUD-FILE
           OPEN INPUT  LNJUD-FILE
           OPEN INPUT  SOLBAR-FILE
           OPEN OUTPUT ATYFEED-FILE
           OPEN OUTPUT BSGOUT-FILE
           OPEN OUTPUT PLCNEW-FILE
               READ PLC-FILE AT END SET PLC-EOF TO TRUE END-READ
           END-PERFORM.

       1200-LOAD-BARRED.
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
           READ PLCIN-FILE AT END SET PLCIN-EOF TO TRUE END-READ
           PERFORM 2100-ONE-INTAKE UNTIL PLCIN-EOF.
       2100-ONE-INTAKE.
           EVALUATE PIN-TYPE
               WHEN "P"
      * SUING ON A TIME-BARRED DEBT IS NOT PERMITTED.
                   MOVE PIN-BRNO   TO WS-SB-KEY-BRNO
                   MOVE PIN-ACCTNO TO WS-SB-KEY-ACCT
                   PERFORM 2600-FIND-BARRED
                   IF WS-SB-SUB NOT > WS-SB-CNT
                      ADD 1 TO WS-CNT-BARRED-REFUSED
                      MOVE SPACES TO RPT-LINE
                      STRING "NOT PLACED, TIME-BARRED: " PIN-ACCTNO
                          DELIMITED BY SIZE INTO RPT-LINE
                      WRITE RPT-LINE
                   ELSE
                      PERFORM 2200-NEW-PLACEMENT
                   END-IF
               WHEN "F"
                   PERFORM 2300-FEE-ADVICE
               WHEN OTHER
                 MOVE 0             TO AFD-AMOUNT
                 MOVE "PLACEMENT"   TO AFD-NOTE
                 WRITE ATYFEED-REC
                 PERFORM 8910-TALLY-FEED-ROW
              END-IF
           END-IF.

               CONTINUE
           END-PERFORM.

       2600-FIND-BARRED.
           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-SB-CNT
                      OR (WS-SB-BRNO(WS-SB-SUB) = WS-SB-KEY-BRNO
                          AND WS-SB-ACCT(WS-SB-SUB) = WS-SB-KEY-ACCT)
               CONTINUE
           END-PERFORM.

       3000-ACTIVITY-FEED.
           READ LPJUD-FILE AT END SET LPJUD-EOF TO TRUE END-READ
           PERFORM 3100-ONE-PAYMENT UNTIL LPJUD-EOF.
              MOVE LPJ-TRAMT    TO AFD-AMOUNT
              MOVE "PAYMENT POSTED"  TO AFD-NOTE
              WRITE ATYFEED-REC
              PERFORM 8910-TALLY-FEED-ROW
           END-IF
           READ LPJUD-FILE AT END SET LPJUD-EOF TO TRUE END-READ.

                 MOVE 0           TO AFD-AMOUNT
                 MOVE "RECALL - SETTLED"  TO AFD-NOTE
                 WRITE ATYFEED-REC
                 PERFORM 8910-TALLY-FEED-ROW
              END-IF
           END-IF
      * NO JUDGMENT YET AND THE DEBT IS NOW TIME-BARRED: THE SUIT
      * CANNOT PROCEED, SO THE FIRM GIVES THE ACCOUNT BACK.  A
      * JUDGMENT ALREADY ENTERED STANDS ON ITS OWN.
           IF LNJ-SETTLED-FG NOT = "Y" AND LNJ-JDDATE = 0
              PERFORM 4200-BARRED-RECALL
           END-IF
           READ LNJUD-FILE AT END SET LNJUD-EOF TO TRUE END-READ.

       4200-BARRED-RECALL.
           MOVE LNJ-BRNO   TO WS-SB-KEY-BRNO
           MOVE LNJ-ACCTNO TO WS-SB-KEY-ACCT
           PERFORM 2600-FIND-BARRED
           IF WS-SB-SUB NOT > WS-SB-CNT
              PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                      UNTIL WS-PL-SUB > WS-PL-CNT
                         OR (WS-PL-IMAGE(WS-PL-SUB)(1:4)
                                                  = LNJ-BRNO
                             AND WS-PL-IMAGE(WS-PL-SUB)(5:10)
                                                  = LNJ-ACCTNO
                             AND WS-PL-IMAGE(WS-PL-SUB)(78:1)
                                                  = "P")
                  CONTINUE
              END-PERFORM
              IF WS-PL-SUB NOT > WS-PL-CNT
                 ADD 1 TO WS-CNT-BARRED-RECALLED
                 MOVE WS-PL-IMAGE(WS-PL-SUB) TO WS-PL-WORK
                 MOVE "R" TO WPL-STATUS-CD
                 MOVE WS-PL-WORK TO WS-PL-IMAGE(WS-PL-SUB)
                 MOVE WPL-FIRM-ID TO AFD-FIRM-ID
                 MOVE "R"         TO AFD-TYPE
                 MOVE LNJ-BRNO    TO AFD-BRNO
                 MOVE LNJ-ACCTNO  TO AFD-ACCTNO
                 MOVE WS-RUN-DATE TO AFD-DATE
                 MOVE 0           TO AFD-AMOUNT
                 MOVE "RECALL - TIME-BARRED" TO AFD-NOTE
                 WRITE ATYFEED-REC
                 PERFORM 8910-TALLY-FEED-ROW
              END-IF
           END-IF.

       5000-REWRITE-MASTER.
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECALLS        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BARRED-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REFUSED, BARRED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BARRED-RECALLED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECALLS, BARRED " WS-EDIT-CNT
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
           MOVE "ATYPLC" TO TXR-PROGRAM
           MOVE "ATYFEED" TO TXR-FILE-NAME
           MOVE "ATTORNEY" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TX-AMT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       8910-TALLY-FEED-ROW.
           ADD 1 TO WS-TX-CNT
           ADD AFD-AMOUNT TO WS-TX-AMT
           MOVE AFD-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF.

       9999-EXIT.
           CLOSE PLC-FILE PLCIN-FILE LPJUD-FILE LNJUD-FILE SOLBAR-FILE
                 ATYFEED-FILE BSGOUT-FILE PLCNEW-FILE ATYPLC-RPT
           STOP RUN.
