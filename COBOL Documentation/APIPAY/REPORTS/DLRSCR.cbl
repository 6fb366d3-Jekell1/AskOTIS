      *================================================================*
      *   P R O G R A M :  D L R S C R                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-01
      *  DESC: MONTHLY DEALER PORTFOLIO SCORECARD.  DLRSTM TELLS A
      *        DEALER WHAT RESERVE THEY ARE OWED; THIS TELLS THE
      *        BUYERS WHICH DEALERS SEND BAD PAPER.  OVER EVERY
      *        ACCOUNT ON THE DLRPF EXTRACT (ALL LOANS CARRYING A
      *        MAKER CODE, OPEN AND CLOSED) EACH DEALER GETS: LOANS
      *        AND DOLLARS PURCHASED, FIRST-PAYMENT DEFAULTS (NOTHING
      *        EVER PAID AND 30 DAYS DOWN, OR REPOSSESSED OR CHARGED
      *        OFF WITHOUT A PAYMENT), 30/60/90-DAY DELINQUENCY ON THE
      *        OPEN BOOK, REPOSSESSIONS, CHARGE-OFFS (LN-PLCD "P"),
      *        NET LOSS DOLLARS (CHARGED OFF LESS RECOVERED) AND THE
      *        LOSS RATE ON DOLLARS PURCHASED, AND EARLY PAYOFFS -
      *        WITH THE MONTH'S DEALER-CHARGEBACK DOLLARS FROM DCB
      *        BESIDE THEM, SINCE EARLY PAYOFFS ARE WHAT DRIVE THOSE.
      *        EVERY RATE IS SHOWN AGAINST THE COMPANY RATE OVER ALL
      *        DEALER PAPER.  A DEALER WITH AT LEAST THE MINIMUM LOAN
      *        COUNT WHOSE RATE ON ANY MEASURE EXCEEDS THE COMPANY
      *        RATE BY MORE THAN THAT MEASURE'S TOLERANCE (PERCENT OF
      *        THE COMPANY RATE, DEFAULT 150) IS FLAGGED ON THE
      *        REPORT AND ON THE DSCFLG FILE FOR THE BUYERS.  THE
      *        REPORT MONTH, MINIMUM COUNT AND TOLERANCES COME FROM
      *        THE OPTIONAL DSCPRM ROW (ZERO = DEFAULT; MONTH DEFAULTS
      *        TO THE MONTH BEFORE THE RUN DATE).
      *
      *  MOD HISTORY:
      *   050128 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRSCR.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSCPRM-FILE ASSIGN TO "DSCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSCPRM-STATUS.

           SELECT DLRPF-FILE ASSIGN TO "DLRPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLRPF-STATUS.

           SELECT OPTIONAL DCB-FILE ASSIGN TO "DCB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCB-STATUS.

           SELECT DSCFLG-FILE ASSIGN TO "DSCFLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSCFLG-STATUS.

           SELECT DLRSCR-RPT ASSIGN TO "DLRSCR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSCPRM-FILE.
       01  DSCPRM-REC.
           05  PRM-REPORT-MONTH      PIC 9(06).
           05  PRM-MIN-LOANS         PIC 9(04).
           05  PRM-TOL-PCT           PIC 9(03) OCCURS 8 TIMES.

       FD  DLRPF-FILE.
       01  DLRPF-REC.
           05  DPF-MAKERCD           PIC X(06).
           05  DPF-BRNO              PIC X(04).
           05  DPF-ACCTNO            PIC X(10).
           05  DPF-LOANDATE          PIC 9(08).
           05  DPF-ORGBAL            PIC S9(07)V99.
           05  DPF-MATDATE           PIC 9(08).
           05  DPF-TOTPAYMNTD        PIC S9(07)V99.
           05  DPF-CONTR-DAYS        PIC 9(04).
           05  DPF-CURBAL            PIC S9(07)V99.
           05  DPF-PLCD              PIC X(01).
           05  DPF-REPOCD            PIC X(01).
           05  DPF-CHGOFF-AMT        PIC S9(07)V99.
           05  DPF-RECOV-AMT         PIC S9(07)V99.
           05  DPF-PAYOFF-DATE       PIC 9(08).

       FD  DCB-FILE.
       01  DCB-REC.
           05  DCB-RUN-DATE          PIC 9(08).
           05  DCB-RUN-TIME          PIC 9(06).
           05  DCB-MAKERCD           PIC X(06).
           05  DCB-BRNO              PIC X(04).
           05  DCB-ACCTNO            PIC X(10).
           05  DCB-PAYOFF-DATE       PIC 9(08).
           05  DCB-REBATE-BASE       PIC S9(07)V99.
           05  DCB-PARTIC-PCT        PIC 9(03)V99.
           05  DCB-CHARGEBACK-AMT    PIC S9(07)V99.
           05  DCB-RESERVE-AFTER     PIC S9(09)V99.
           05  DCB-ENTRY-TYPE        PIC X(01).
               88  DCB-REPURCHASE               VALUE "R".
           05  DCB-DEALER-DUE        PIC S9(07)V99.

       FD  DSCFLG-FILE.
       01  DSCFLG-REC.
           05  FLG-REPORT-MONTH      PIC 9(06).
           05  FLG-MAKERCD           PIC X(06).
           05  FLG-MEASURE           PIC X(12).
           05  FLG-LOANS             PIC 9(06).
           05  FLG-DEALER-RATE       PIC 9(03)V99.
           05  FLG-COMPANY-RATE      PIC 9(03)V99.
           05  FLG-TOL-PCT           PIC 9(03).

       FD  DLRSCR-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  DSCPRM-STATUS             PIC XX.
           88  DSCPRM-EOF                       VALUE "10".
       01  DLRPF-STATUS              PIC XX.
           88  DLRPF-EOF                        VALUE "10".
       01  DCB-STATUS                PIC XX.
           88  DCB-EOF                          VALUE "10".
       01  DSCFLG-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).
       01  WS-REPORT-MONTH           PIC 9(06).
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY        PIC 9(04).
           05  WS-REPORT-MM          PIC 9(02).

      * A DEALER NEEDS THIS MANY LOANS BEFORE ITS RATES MEAN ANYTHING.
       01  WS-MIN-LOANS              PIC 9(04) COMP VALUE 10.
       01  WS-STD-TOL-PCT            PIC 9(03) COMP VALUE 150.

      * THE EIGHT MEASURES, IN REPORT ORDER, WITH THEIR TOLERANCES.
       01  WS-MEASURE-NAMES.
           05  FILLER PIC X(12) VALUE "FIRST PMT DF".
           05  FILLER PIC X(12) VALUE "30+ DAYS DQ ".
           05  FILLER PIC X(12) VALUE "60+ DAYS DQ ".
           05  FILLER PIC X(12) VALUE "90+ DAYS DQ ".
           05  FILLER PIC X(12) VALUE "REPOSSESSION".
           05  FILLER PIC X(12) VALUE "CHARGE-OFF  ".
           05  FILLER PIC X(12) VALUE "NET LOSS    ".
           05  FILLER PIC X(12) VALUE "EARLY PAYOFF".
       01  FILLER REDEFINES WS-MEASURE-NAMES.
           05  WS-MEASURE-NAME       PIC X(12) OCCURS 8 TIMES.
       01  WS-FLAG-CODES             PIC X(08) VALUE "F369RCLE".
       01  WS-TOL-TABLE.
           05  WS-TOL-PCT            PIC 9(03) COMP OCCURS 8 TIMES.
       01  WS-M                      PIC 9(02) COMP.

       01  WS-MAX-DLR                PIC 9(04) COMP VALUE 2000.
       01  WS-DLR-CNT                PIC 9(04) COMP VALUE 0.
       01  WS-DLR-SUB                PIC 9(04) COMP.
       01  WS-FIND-MAKER             PIC X(06).
       01  WS-CNT-SKIPPED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FLAGGED            PIC 9(05) COMP VALUE 0.

       01  WS-DLR-TABLE.
           05  WS-DLR-ENTRY OCCURS 2000 TIMES.
               10  WS-DL-MAKERCD     PIC X(06).
               10  WS-DL-COUNTS.
                   15  WS-DL-LOANS   PIC 9(07) COMP.
                   15  WS-DL-OPEN    PIC 9(07) COMP.
                   15  WS-DL-FPD     PIC 9(07) COMP.
                   15  WS-DL-DQ30    PIC 9(07) COMP.
                   15  WS-DL-DQ60    PIC 9(07) COMP.
                   15  WS-DL-DQ90    PIC 9(07) COMP.
                   15  WS-DL-REPO    PIC 9(07) COMP.
                   15  WS-DL-CO      PIC 9(07) COMP.
                   15  WS-DL-EPO     PIC 9(07) COMP.
                   15  WS-DL-PURCH   PIC S9(11)V99 COMP-3.
                   15  WS-DL-LOSS    PIC S9(11)V99 COMP-3.
                   15  WS-DL-CB      PIC S9(11)V99 COMP-3.
               10  WS-DL-RATE        PIC 9(03)V99 OCCURS 8 TIMES.
               10  WS-DL-FLAGS       PIC X(08).

      * THE COMPANY - ALL DEALER PAPER - AND THE WORK AREA THE RATES
      * ARE FIGURED IN, FOR THE COMPANY AND FOR EACH DEALER ALIKE.
       01  WS-CO-COUNTS.
           05  WS-CO-LOANS           PIC 9(07) COMP VALUE 0.
           05  WS-CO-OPEN            PIC 9(07) COMP VALUE 0.
           05  WS-CO-FPD             PIC 9(07) COMP VALUE 0.
           05  WS-CO-DQ30            PIC 9(07) COMP VALUE 0.
           05  WS-CO-DQ60            PIC 9(07) COMP VALUE 0.
           05  WS-CO-DQ90            PIC 9(07) COMP VALUE 0.
           05  WS-CO-REPO            PIC 9(07) COMP VALUE 0.
           05  WS-CO-CO              PIC 9(07) COMP VALUE 0.
           05  WS-CO-EPO             PIC 9(07) COMP VALUE 0.
           05  WS-CO-PURCH           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CO-LOSS            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CO-CB              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CO-RATES.
           05  WS-CO-RATE            PIC 9(03)V99 OCCURS 8 TIMES.

       01  WS-WK-COUNTS.
           05  WS-WK-LOANS           PIC 9(07) COMP.
           05  WS-WK-OPEN            PIC 9(07) COMP.
           05  WS-WK-FPD             PIC 9(07) COMP.
           05  WS-WK-DQ30            PIC 9(07) COMP.
           05  WS-WK-DQ60            PIC 9(07) COMP.
           05  WS-WK-DQ90            PIC 9(07) COMP.
           05  WS-WK-REPO            PIC 9(07) COMP.
           05  WS-WK-CO              PIC 9(07) COMP.
           05  WS-WK-EPO             PIC 9(07) COMP.
           05  WS-WK-PURCH           PIC S9(11)V99 COMP-3.
           05  WS-WK-LOSS            PIC S9(11)V99 COMP-3.
           05  WS-WK-CB              PIC S9(11)V99 COMP-3.
       01  WS-WK-RATES.
           05  WS-WK-RATE            PIC 9(03)V99 OCCURS 8 TIMES.
       01  WS-WK-LIMIT               PIC 9(05)V99.

       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       01  WS-HDG-1.
           05  FILLER                PIC X(40) VALUE
               "MAKER    LOANS PURCHASED $   FPD%   30+%".
           05  FILLER                PIC X(40) VALUE
               "   60+%   90+%  REPO%    CO%     NET LOS".
           05  FILLER                PIC X(39) VALUE
               "S $  LOSS%   EPO%     CHGBACK $   FLAGS".

       01  WS-DTL-LINE.
           05  DTL-MAKER             PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-LOANS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-PURCH             PIC ZZZ,ZZZ,ZZ9-.
           05  DTL-RATES.
               10  DTL-RATE-GRP OCCURS 6 TIMES.
                   15  FILLER        PIC X(01).
                   15  DTL-RATE      PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-LOSS              PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-RATES2.
               10  DTL-RATE2-GRP OCCURS 2 TIMES.
                   15  FILLER        PIC X(01).
                   15  DTL-RATE2     PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CB                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-FLAGS             PIC X(08).

       01  WS-FLG-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FLL-MAKER             PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FLL-MEASURE           PIC X(12).
           05  FILLER                PIC X(10) VALUE "  DEALER ".
           05  FLL-DEALER            PIC ZZ9.99.
           05  FILLER                PIC X(12) VALUE "%  COMPANY ".
           05  FLL-COMPANY           PIC ZZ9.99.
           05  FILLER                PIC X(14) VALUE "%  TOLERANCE ".
           05  FLL-TOL               PIC ZZ9.
           05  FILLER                PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PORTFOLIO
           PERFORM 2500-LOAD-CHARGEBACKS
           PERFORM 3000-RATE-AND-FLAG
           PERFORM 4000-PRINT
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  DSCPRM-FILE
           OPEN INPUT  DLRPF-FILE
           OPEN INPUT  DCB-FILE
           OPEN OUTPUT DSCFLG-FILE
           OPEN OUTPUT DLRSCR-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-MM = 1
              COMPUTE WS-REPORT-YYYY = WS-RUN-YYYY - 1
              MOVE 12 TO WS-REPORT-MM
           ELSE
              MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
              COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 8
               MOVE WS-STD-TOL-PCT TO WS-TOL-PCT(WS-M)
           END-PERFORM
           READ DSCPRM-FILE AT END SET DSCPRM-EOF TO TRUE END-READ
           IF NOT DSCPRM-EOF
              IF PRM-REPORT-MONTH IS NUMERIC AND PRM-REPORT-MONTH > 0
                 MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
              END-IF
              IF PRM-MIN-LOANS IS NUMERIC AND PRM-MIN-LOANS > 0
                 MOVE PRM-MIN-LOANS TO WS-MIN-LOANS
              END-IF
              PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 8
                  IF PRM-TOL-PCT(WS-M) IS NUMERIC
                     AND PRM-TOL-PCT(WS-M) > 0
                     MOVE PRM-TOL-PCT(WS-M) TO WS-TOL-PCT(WS-M)
                  END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "DEALER PORTFOLIO SCORECARD FOR " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE DEALER PAPER, COUNTED PER DEALER.
      *----------------------------------------------------------------*
       2000-LOAD-PORTFOLIO.
           READ DLRPF-FILE AT END SET DLRPF-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOAN UNTIL DLRPF-EOF.

       2100-ONE-LOAN.
           IF DPF-MAKERCD NOT = SPACES
              MOVE DPF-MAKERCD TO WS-FIND-MAKER
              PERFORM 2200-FIND-DEALER
              IF WS-DLR-SUB > 0
                 PERFORM 2300-COUNT-LOAN
              END-IF
           END-IF
           READ DLRPF-FILE AT END SET DLRPF-EOF TO TRUE END-READ.

       2200-FIND-DEALER.
           PERFORM VARYING WS-DLR-SUB FROM 1 BY 1
                   UNTIL WS-DLR-SUB > WS-DLR-CNT
                      OR WS-DL-MAKERCD(WS-DLR-SUB) = WS-FIND-MAKER
               CONTINUE
           END-PERFORM
           IF WS-DLR-SUB > WS-DLR-CNT
              IF WS-DLR-CNT < WS-MAX-DLR
                 ADD 1 TO WS-DLR-CNT
                 MOVE WS-DLR-CNT TO WS-DLR-SUB
                 MOVE WS-FIND-MAKER TO WS-DL-MAKERCD(WS-DLR-SUB)
                 INITIALIZE WS-DL-COUNTS(WS-DLR-SUB)
                 MOVE SPACES TO WS-DL-FLAGS(WS-DLR-SUB)
              ELSE
                 ADD 1 TO WS-CNT-SKIPPED
                 MOVE 0 TO WS-DLR-SUB
              END-IF
           END-IF.

       2300-COUNT-LOAN.
           ADD 1 TO WS-DL-LOANS(WS-DLR-SUB) WS-CO-LOANS
           ADD DPF-ORGBAL TO WS-DL-PURCH(WS-DLR-SUB) WS-CO-PURCH

      * FIRST-PAYMENT DEFAULT - NOTHING EVER PAID, AND EITHER A MONTH
      * DOWN OR ALREADY IN REPOSSESSION OR CHARGED OFF.
           IF DPF-TOTPAYMNTD = 0
              AND (DPF-CONTR-DAYS NOT < 30
                   OR DPF-PLCD = "P"
                   OR DPF-REPOCD = "X" OR DPF-REPOCD = "S")
              ADD 1 TO WS-DL-FPD(WS-DLR-SUB) WS-CO-FPD
           END-IF

           IF DPF-REPOCD = "X" OR DPF-REPOCD = "S"
              ADD 1 TO WS-DL-REPO(WS-DLR-SUB) WS-CO-REPO
           END-IF

           IF DPF-PLCD = "P"
              ADD 1 TO WS-DL-CO(WS-DLR-SUB) WS-CO-CO
              COMPUTE WS-DL-LOSS(WS-DLR-SUB) = WS-DL-LOSS(WS-DLR-SUB)
                    + DPF-CHGOFF-AMT - DPF-RECOV-AMT
              COMPUTE WS-CO-LOSS = WS-CO-LOSS
                    + DPF-CHGOFF-AMT - DPF-RECOV-AMT
           END-IF

      * DELINQUENCY IS MEASURED ON THE OPEN, UNCHARGED-OFF BOOK.
           IF DPF-CURBAL > 0 AND DPF-PLCD NOT = "P"
              ADD 1 TO WS-DL-OPEN(WS-DLR-SUB) WS-CO-OPEN
              IF DPF-CONTR-DAYS NOT < 30
                 ADD 1 TO WS-DL-DQ30(WS-DLR-SUB) WS-CO-DQ30
              END-IF
              IF DPF-CONTR-DAYS NOT < 60
                 ADD 1 TO WS-DL-DQ60(WS-DLR-SUB) WS-CO-DQ60
              END-IF
              IF DPF-CONTR-DAYS NOT < 90
                 ADD 1 TO WS-DL-DQ90(WS-DLR-SUB) WS-CO-DQ90
              END-IF
           END-IF

      * AN EARLY PAYOFF - PAID OUT AHEAD OF MATURITY, NOT THROUGH A
      * REPOSSESSION OR CHARGE-OFF.
           IF DPF-PAYOFF-DATE > 0 AND DPF-PAYOFF-DATE < DPF-MATDATE
              AND DPF-PLCD NOT = "P"
              AND DPF-REPOCD NOT = "X" AND DPF-REPOCD NOT = "S"
              ADD 1 TO WS-DL-EPO(WS-DLR-SUB) WS-CO-EPO
           END-IF.

      *----------------------------------------------------------------*
      * THE MONTH'S CHARGEBACKS FROM DEALER-CHARGEBACK (REPURCHASE
      * ROWS ARE NOT CHARGEBACKS).
      *----------------------------------------------------------------*
       2500-LOAD-CHARGEBACKS.
           READ DCB-FILE AT END SET DCB-EOF TO TRUE END-READ
           PERFORM UNTIL DCB-EOF
               IF DCB-RUN-DATE(1:6) = WS-REPORT-MONTH
                  AND NOT DCB-REPURCHASE
                  MOVE DCB-MAKERCD TO WS-FIND-MAKER
                  PERFORM 2200-FIND-DEALER
                  IF WS-DLR-SUB > 0
                     ADD DCB-CHARGEBACK-AMT TO WS-DL-CB(WS-DLR-SUB)
                                               WS-CO-CB
                  END-IF
               END-IF
               READ DCB-FILE AT END SET DCB-EOF TO TRUE END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * COMPANY RATES FIRST, THEN EACH DEALER AGAINST THEM.
      *----------------------------------------------------------------*
       3000-RATE-AND-FLAG.
           MOVE WS-CO-COUNTS TO WS-WK-COUNTS
           PERFORM 3100-COMPUTE-RATES
           MOVE WS-WK-RATES TO WS-CO-RATES
           PERFORM VARYING WS-DLR-SUB FROM 1 BY 1
                   UNTIL WS-DLR-SUB > WS-DLR-CNT
               MOVE WS-DL-COUNTS(WS-DLR-SUB) TO WS-WK-COUNTS
               PERFORM 3100-COMPUTE-RATES
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 8
                   MOVE WS-WK-RATE(WS-M) TO WS-DL-RATE(WS-DLR-SUB, WS-M)
               END-PERFORM
               IF WS-WK-LOANS NOT < WS-MIN-LOANS
                  PERFORM 3200-FLAG-DEALER
               END-IF
           END-PERFORM.

       3100-COMPUTE-RATES.
           INITIALIZE WS-WK-RATES
           IF WS-WK-LOANS > 0
              COMPUTE WS-WK-RATE(1) ROUNDED =
                 WS-WK-FPD * 100 / WS-WK-LOANS
              COMPUTE WS-WK-RATE(5) ROUNDED =
                 WS-WK-REPO * 100 / WS-WK-LOANS
              COMPUTE WS-WK-RATE(6) ROUNDED =
                 WS-WK-CO * 100 / WS-WK-LOANS
              COMPUTE WS-WK-RATE(8) ROUNDED =
                 WS-WK-EPO * 100 / WS-WK-LOANS
           END-IF
           IF WS-WK-OPEN > 0
              COMPUTE WS-WK-RATE(2) ROUNDED =
                 WS-WK-DQ30 * 100 / WS-WK-OPEN
              COMPUTE WS-WK-RATE(3) ROUNDED =
                 WS-WK-DQ60 * 100 / WS-WK-OPEN
              COMPUTE WS-WK-RATE(4) ROUNDED =
                 WS-WK-DQ90 * 100 / WS-WK-OPEN
           END-IF
           IF WS-WK-PURCH > 0 AND WS-WK-LOSS > 0
              COMPUTE WS-WK-RATE(7) ROUNDED =
                 WS-WK-LOSS * 100 / WS-WK-PURCH
           END-IF.

       3200-FLAG-DEALER.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 8
               COMPUTE WS-WK-LIMIT ROUNDED =
                  WS-CO-RATE(WS-M) * WS-TOL-PCT(WS-M) / 100
               IF WS-WK-RATE(WS-M) > WS-WK-LIMIT
                  AND WS-WK-RATE(WS-M) > 0
                  MOVE WS-FLAG-CODES(WS-M:1)
                     TO WS-DL-FLAGS(WS-DLR-SUB)(WS-M:1)
                  MOVE WS-REPORT-MONTH  TO FLG-REPORT-MONTH
                  MOVE WS-DL-MAKERCD(WS-DLR-SUB) TO FLG-MAKERCD
                  MOVE WS-MEASURE-NAME(WS-M)     TO FLG-MEASURE
                  MOVE WS-WK-LOANS               TO FLG-LOANS
                  MOVE WS-WK-RATE(WS-M)          TO FLG-DEALER-RATE
                  MOVE WS-CO-RATE(WS-M)          TO FLG-COMPANY-RATE
                  MOVE WS-TOL-PCT(WS-M)          TO FLG-TOL-PCT
                  WRITE DSCFLG-REC
               END-IF
           END-PERFORM
           IF WS-DL-FLAGS(WS-DLR-SUB) NOT = SPACES
              ADD 1 TO WS-CNT-FLAGGED
           END-IF.

       4000-PRINT.
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DLR-SUB FROM 1 BY 1
                   UNTIL WS-DLR-SUB > WS-DLR-CNT
               MOVE WS-DL-COUNTS(WS-DLR-SUB) TO WS-WK-COUNTS
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 8
                   MOVE WS-DL-RATE(WS-DLR-SUB, WS-M) TO WS-WK-RATE(WS-M)
               END-PERFORM
               MOVE SPACES TO WS-DTL-LINE
               MOVE WS-DL-MAKERCD(WS-DLR-SUB) TO DTL-MAKER
               MOVE WS-DL-FLAGS(WS-DLR-SUB)   TO DTL-FLAGS
               PERFORM 4100-DETAIL
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CO-COUNTS TO WS-WK-COUNTS
           MOVE WS-CO-RATES  TO WS-WK-RATES
           MOVE SPACES TO WS-DTL-LINE
           MOVE "CO AVG" TO DTL-MAKER
           MOVE SPACES   TO DTL-FLAGS
           PERFORM 4100-DETAIL

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FLAGS: F FIRST-PAYMENT DEFAULT  3/6/9 30/60/90+ "
                  "DELINQUENCY  R REPOSSESSION  C CHARGE-OFF  "
                  "L NET LOSS  E EARLY PAYOFF"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MIN-LOANS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "DEALERS WITH FEWER THAN " WS-EDIT-CNT
                  " LOANS ARE SHOWN BUT NOT FLAGGED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FLAGGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "DEALERS ABOVE TOLERANCE: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DLR-SUB FROM 1 BY 1
                   UNTIL WS-DLR-SUB > WS-DLR-CNT
               IF WS-DL-FLAGS(WS-DLR-SUB) NOT = SPACES
                  PERFORM 4200-FLAG-LINES
               END-IF
           END-PERFORM

           IF WS-CNT-SKIPPED > 0
              MOVE WS-CNT-SKIPPED TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT
                     " ROWS OVER DEALER TABLE LIMIT - NOT SCORED ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

       4100-DETAIL.
           MOVE WS-WK-LOANS TO DTL-LOANS
           MOVE WS-WK-PURCH TO DTL-PURCH
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE WS-WK-RATE(WS-M) TO DTL-RATE(WS-M)
           END-PERFORM
           MOVE WS-WK-LOSS    TO DTL-LOSS
           MOVE WS-WK-RATE(7) TO DTL-RATE2(1)
           MOVE WS-WK-RATE(8) TO DTL-RATE2(2)
           MOVE WS-WK-CB      TO DTL-CB
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4200-FLAG-LINES.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 8
               IF WS-DL-FLAGS(WS-DLR-SUB)(WS-M:1) NOT = SPACE
                  MOVE WS-DL-MAKERCD(WS-DLR-SUB)     TO FLL-MAKER
                  MOVE WS-MEASURE-NAME(WS-M)         TO FLL-MEASURE
                  MOVE WS-DL-RATE(WS-DLR-SUB, WS-M)  TO FLL-DEALER
                  MOVE WS-CO-RATE(WS-M)              TO FLL-COMPANY
                  MOVE WS-TOL-PCT(WS-M)              TO FLL-TOL
                  MOVE WS-FLG-LINE TO RPT-LINE
                  WRITE RPT-LINE
               END-IF
           END-PERFORM.

       9999-EXIT.
           CLOSE DSCPRM-FILE DLRPF-FILE DCB-FILE DSCFLG-FILE
                 DLRSCR-RPT
           STOP RUN.
