      *================================================================*
      *   P R O G R A M :  S B W S C N                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-12-18
      *  DESC: NIGHTLY SMALL-BALANCE RESIDUAL SCAN.  A PAYOFF THAT
      *        CAME IN A LITTLE SHORT - ROUNDING, A LATE CHARGE
      *        ASSESSED AFTER THE QUOTE, THE $0.01 THE POSTING LEAVES
      *        IN PRINCIPAL WHEN A PAYMENT WILL NOT PAY THE LOAN OFF -
      *        LEFT A FEW CENTS OR DOLLARS ON LN-CURBAL, LN-LCBAL,
      *        LN-OTHBAL OR LN-OT2BAL, AND THE ACCOUNT THEN AGED INTO
      *        PDAGE, DREW DELINQUENCY LETTERS AND WENT TO THE BUREAUS
      *        OVER PENNIES.  READS THE SBWEXT OPEN-LOAN EXTRACT
      *        AGAINST THE SBWTBL TOLERANCE TABLE (THE EXACT STATE/
      *        CLASS ROW, THEN THE STATE'S "**" ROW, THEN "**"/"**"):
      *        A LOAN WHOSE WHOLE REMAINING BALANCE (PRINCIPAL, WHICH
      *        CARRIES LN-OT2BAL, PLUS OTHER CHARGES, ACCRUED INTEREST
      *        AND LATE CHARGES) IS ABOVE ZERO AND NOT OVER THE
      *        TOLERANCE HAS BEEN PAID OUT IN ALL BUT THE RESIDUAL.
      *        ONCE THE TABLE'S WAITING DAYS HAVE PASSED SINCE THE LAST
      *        PAYMENT (TIME FOR THE BORROWER'S OWN MAKE-UP PAYMENT TO
      *        ARRIVE) AN "SB" SMALL-BALANCE WRITE-OFF ITEM FOR THE
      *        RESIDUAL IS STAGED ON BSGOUT.  THE POSTING WRITES IT OFF
      *        TO ITS OWN G/L ACCOUNT, CLOSES THE LOAN AND THE LP ROW
      *        TAKES IT TO LIENRL FOR TITLE RELEASE.  CHARGED-OFF,
      *        BANKRUPT, FROZEN AND CREDIT-BALANCE ACCOUNTS ARE
      *        LISTED, NOT STAGED.  A STATE/CLASS WITH NO ROW AT
      *        ALL (AND NO "**" ROW TO FALL BACK ON) IS NOT WRITTEN
      *        OFF.
      *
      *  MOD HISTORY:
      *   121828 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBWSCN.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-12-18.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SBWTBL-FILE ASSIGN TO "SBWTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBWTBL-STATUS.

           SELECT SBWEXT-FILE ASSIGN TO "SBWEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBWEXT-STATUS.

           SELECT BSGOUT-FILE ASSIGN TO "BSGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSGOUT-STATUS.

           SELECT SBWSCN-RPT ASSIGN TO "SBWSCN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RESIDUAL TOLERANCE BY STATE AND CLASS ("**" MATCHES ANY) AND
      * THE DAYS TO WAIT AFTER THE LAST PAYMENT.
       FD  SBWTBL-FILE.
       01  SBWTBL-REC.
           05  STB-STATE             PIC X(02).
           05  STB-CLASS             PIC X(02).
           05  STB-TOLERANCE         PIC 9(03)V99.
           05  STB-WAIT-DAYS         PIC 9(03).

      * OPEN LOANS, BRANCH/ACCOUNT ORDER.  LN-OT2BAL IS CARRIED
      * INSIDE LN-CURBAL.
       FD  SBWEXT-FILE.
       01  SBWEXT-REC.
           05  SBX-BRNO              PIC X(04).
           05  SBX-ACCTNO            PIC X(10).
           05  SBX-NAME              PIC X(25).
           05  SBX-STATE             PIC X(02).
           05  SBX-CLASS             PIC X(02).
           05  SBX-CURBAL            PIC S9(07)V99.
           05  SBX-OT2BAL            PIC S9(07)V99.
           05  SBX-OTHBAL            PIC S9(07)V99.
           05  SBX-INTBAL            PIC S9(07)V99.
           05  SBX-LCBAL             PIC S9(07)V99.
           05  SBX-LAST-PAY-DATE     PIC 9(08).
           05  SBX-PLCD              PIC X(01).
           05  SBX-BNKRPT-FG         PIC X(01).
           05  SBX-FROZEN-FG         PIC X(01).

       FD  BSGOUT-FILE.
       01  BSGOUT-REC.
           05  BSGOUT-RECTYPE        PIC X(01).
           05  BSGOUT-BATCHID        PIC X(10).
           05  BSGOUT-BRANCH         PIC X(04).
           05  BSGOUT-ACCTNO         PIC X(10).
           05  BSGOUT-TRCD           PIC X(02).
           05  BSGOUT-REFCD          PIC X(05).
           05  BSGOUT-AMT            PIC S9(07)V99.
           05  BSGOUT-PAYDATE        PIC 9(08).
           05  BSGOUT-DIST-ID        PIC X(23).
           05  BSGOUT-RUN-DATE       PIC 9(08).
           05  BSGOUT-RUN-TIME       PIC 9(06).

       FD  SBWSCN-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  SBWTBL-STATUS             PIC XX.
           88  SBWTBL-EOF                       VALUE "10".
       01  SBWEXT-STATUS             PIC XX.
           88  SBWEXT-EOF                       VALUE "10".
       01  BSGOUT-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-RESIDUAL               PIC S9(07)V99.
       01  WS-DAYS-SINCE             PIC S9(05) COMP.
       01  WS-HOLD-REASON            PIC X(20).

      * THE TOLERANCE TABLE.
       01  WS-MAX-TL                 PIC 9(03) COMP VALUE 500.
       01  WS-TL-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-TL-SUB                 PIC 9(03) COMP.
       01  WS-TL-HIT                 PIC 9(03) COMP.
       01  WS-TL-HIT-RANK            PIC 9(01) COMP.
       01  WS-TL-TABLE.
           05  WS-TL-ENTRY OCCURS 500 TIMES.
               10  WS-TL-STATE       PIC X(02).
               10  WS-TL-CLASS       PIC X(02).
               10  WS-TL-TOLERANCE   PIC 9(03)V99.
               10  WS-TL-WAIT        PIC 9(03).

       01  WS-CNT-READ               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NO-ROW             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-STAGED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-WAITING            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HELD               PIC 9(07) COMP VALUE 0.
       01  WS-TOT-STAGED             PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-BAL               PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-DAYS              PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-TOLERANCES
           PERFORM 2000-SCAN-LOANS
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SBWTBL-FILE
           OPEN INPUT  SBWEXT-FILE
           OPEN OUTPUT BSGOUT-FILE
           OPEN OUTPUT SBWSCN-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           MOVE SPACES TO RPT-LINE
           STRING "SMALL-BALANCE RESIDUAL SCAN  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF SBWTBL-STATUS NOT = "00" OR SBWEXT-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "RUN STOPPED - SBWTBL " SBWTBL-STATUS
                     "  SBWEXT " SBWEXT-STATUS
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "BRNO ACCOUNT    NAME                      ST CL "
                  "  PRINCIPAL     OTHER  INTEREST      LATE "
                  "   RESIDUAL LAST PAY  ACTION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-TOLERANCES.
           READ SBWTBL-FILE AT END SET SBWTBL-EOF TO TRUE END-READ
           PERFORM UNTIL SBWTBL-EOF OR WS-TL-CNT = WS-MAX-TL
               ADD 1 TO WS-TL-CNT
               MOVE STB-STATE     TO WS-TL-STATE(WS-TL-CNT)
               MOVE STB-CLASS     TO WS-TL-CLASS(WS-TL-CNT)
               MOVE STB-TOLERANCE TO WS-TL-TOLERANCE(WS-TL-CNT)
               MOVE STB-WAIT-DAYS TO WS-TL-WAIT(WS-TL-CNT)
               READ SBWTBL-FILE AT END SET SBWTBL-EOF TO TRUE
               END-READ
           END-PERFORM.

      * THE EXACT STATE/CLASS ROW WINS, THEN THE STATE'S "**" ROW,
      * THEN THE "**"/"**" HOUSE ROW.
       1300-FIND-TOLERANCE.
           MOVE 0 TO WS-TL-HIT WS-TL-HIT-RANK
           PERFORM VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TL-CNT
               IF WS-TL-STATE(WS-TL-SUB) = SBX-STATE
                  IF WS-TL-CLASS(WS-TL-SUB) = SBX-CLASS
                     MOVE WS-TL-SUB TO WS-TL-HIT
                     MOVE 3 TO WS-TL-HIT-RANK
                  ELSE
                     IF WS-TL-CLASS(WS-TL-SUB) = "**"
                        AND WS-TL-HIT-RANK < 2
                        MOVE WS-TL-SUB TO WS-TL-HIT
                        MOVE 2 TO WS-TL-HIT-RANK
                     END-IF
                  END-IF
               ELSE
                  IF WS-TL-STATE(WS-TL-SUB) = "**"
                     AND WS-TL-CLASS(WS-TL-SUB) = "**"
                     AND WS-TL-HIT-RANK < 1
                     MOVE WS-TL-SUB TO WS-TL-HIT
                     MOVE 1 TO WS-TL-HIT-RANK
                  END-IF
               END-IF
           END-PERFORM.

       2000-SCAN-LOANS.
           READ SBWEXT-FILE AT END SET SBWEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOAN THRU 2100-EXIT UNTIL SBWEXT-EOF.

       2100-ONE-LOAN.
           ADD 1 TO WS-CNT-READ
           COMPUTE WS-RESIDUAL = SBX-CURBAL + SBX-OTHBAL
                               + SBX-INTBAL + SBX-LCBAL
           IF WS-RESIDUAL NOT > 0
              GO TO 2100-NEXT.
           PERFORM 1300-FIND-TOLERANCE
           IF WS-TL-HIT = 0
              ADD 1 TO WS-CNT-NO-ROW
              GO TO 2100-NEXT.
           IF WS-RESIDUAL > WS-TL-TOLERANCE(WS-TL-HIT)
              GO TO 2100-NEXT.

      * UNDER TOLERANCE - ONLY A PLAIN OPEN ACCOUNT IS WRITTEN OFF.
           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN SBX-PLCD = "P"
                   MOVE "HELD - CHARGED OFF" TO WS-HOLD-REASON
               WHEN SBX-BNKRPT-FG = "Y"
                   MOVE "HELD - BANKRUPT" TO WS-HOLD-REASON
               WHEN SBX-FROZEN-FG = "Y"
                   MOVE "HELD - FROZEN" TO WS-HOLD-REASON
               WHEN SBX-CURBAL < 0 OR SBX-OTHBAL < 0
                    OR SBX-INTBAL < 0 OR SBX-LCBAL < 0
                   MOVE "HELD - CREDIT BAL" TO WS-HOLD-REASON
           END-EVALUATE
           IF WS-HOLD-REASON NOT = SPACES
              ADD 1 TO WS-CNT-HELD
              PERFORM 2300-LIST-LOAN
              GO TO 2100-NEXT.

           MOVE 0 TO WS-DAYS-SINCE
           IF SBX-LAST-PAY-DATE NUMERIC AND SBX-LAST-PAY-DATE NOT = 0
              AND SBX-LAST-PAY-DATE NOT > WS-RUN-DATE
              COMPUTE WS-DAYS-SINCE =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(SBX-LAST-PAY-DATE)
           END-IF
           IF WS-DAYS-SINCE < WS-TL-WAIT(WS-TL-HIT)
              ADD 1 TO WS-CNT-WAITING
              MOVE WS-TL-WAIT(WS-TL-HIT) TO WS-EDIT-DAYS
              MOVE SPACES TO WS-HOLD-REASON
              STRING "WAITING " WS-EDIT-DAYS " DAYS"
                  DELIMITED BY SIZE INTO WS-HOLD-REASON
              PERFORM 2300-LIST-LOAN
              GO TO 2100-NEXT.

           PERFORM 2200-STAGE-WRITEOFF
           MOVE "STAGED SB" TO WS-HOLD-REASON
           PERFORM 2300-LIST-LOAN.
       2100-NEXT.
           READ SBWEXT-FILE AT END SET SBWEXT-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      * THE ITEM CARRIES THE RESIDUAL SEEN HERE - THE POSTING REFUSES
      * IT IF THE BALANCES HAVE MOVED SINCE.
       2200-STAGE-WRITEOFF.
           ADD 1 TO WS-CNT-STAGED
           ADD WS-RESIDUAL TO WS-TOT-STAGED
           MOVE SPACES        TO BSGOUT-REC
           MOVE "I"           TO BSGOUT-RECTYPE
           MOVE "SMLBALWO  "  TO BSGOUT-BATCHID
           MOVE SBX-BRNO      TO BSGOUT-BRANCH
           MOVE SBX-ACCTNO    TO BSGOUT-ACCTNO
           MOVE "SB"          TO BSGOUT-TRCD
           MOVE WS-RESIDUAL   TO BSGOUT-AMT
           MOVE WS-RUN-DATE   TO BSGOUT-PAYDATE
           MOVE SPACES        TO BSGOUT-DIST-ID
           MOVE "SBWSCN"      TO BSGOUT-DIST-ID(1:6)
           MOVE WS-RUN-DATE   TO BSGOUT-RUN-DATE
           MOVE WS-RUN-TIME   TO BSGOUT-RUN-TIME
           WRITE BSGOUT-REC.

       2300-LIST-LOAN.
           MOVE SPACES TO RPT-LINE
           MOVE SBX-BRNO   TO RPT-LINE(1:4)
           MOVE SBX-ACCTNO TO RPT-LINE(6:10)
           MOVE SBX-NAME   TO RPT-LINE(17:25)
           MOVE SBX-STATE  TO RPT-LINE(43:2)
           MOVE SBX-CLASS  TO RPT-LINE(46:2)
           MOVE SBX-CURBAL TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(48:11)
           MOVE SBX-OTHBAL TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(59:11)
           MOVE SBX-INTBAL TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(70:11)
           MOVE SBX-LCBAL  TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(81:11)
           MOVE WS-RESIDUAL TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(92:11)
           MOVE SBX-LAST-PAY-DATE TO RPT-LINE(104:8)
           MOVE WS-HOLD-REASON TO RPT-LINE(113:20)
           WRITE RPT-LINE.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-READ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOANS READ              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STAGED TO WS-EDIT-CNT
           MOVE WS-TOT-STAGED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "WRITE-OFFS STAGED       " WS-EDIT-CNT
                  "   " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-WAITING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "WAITING ON LAST PAYMENT " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD                    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-ROW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NO TOLERANCE ROW        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE SBWTBL-FILE SBWEXT-FILE BSGOUT-FILE SBWSCN-RPT
           STOP RUN.
