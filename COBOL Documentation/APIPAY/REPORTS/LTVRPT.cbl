      *================================================================*
      *   P R O G R A M :  L T V R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-15
      *  DESC: MONTHLY LOAN-TO-VALUE EXPOSURE REPORT.  EACH OPEN
      *        VEHICLE LOAN ON THE CVLLN EXTRACT (SORTED BY BRANCH,
      *        CLASS AND ACCOUNT) IS SET AGAINST ITS BOOK VALUE ON THE
      *        CVL VALUATION FILE (SEE CVLRFR): LTV = LN-CURBAL OVER
      *        BOOK VALUE.  LTV.RPT SHOWS, FOR EACH BRANCH AND CLASS,
      *        THE ACCOUNTS AND BALANCES IN EACH LTV BUCKET - UP TO
      *        80%, 80-100%, 100-120%, OVER 120% AND NO VALUATION -
      *        WITH BRANCH AND COMPANY TOTALS.  LTVUWD.RPT LISTS EVERY
      *        ACCOUNT THAT IS BOTH UNDERWATER (OWES MORE THAN THE CAR
      *        IS WORTH) AND 30 OR MORE DAYS PAST DUE, WITH THE
      *        SHORTFALL - THE LOANS WHERE THE REPOSSESSION DECISION
      *        AND THE DEFICIENCY EXPOSURE ARE.  ACCOUNTS ALREADY IN
      *        REPOSSESSION ARE FLAGGED ON THE LIST.
      *
      *  MOD HISTORY:
      *   051528 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTVRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVLLN-FILE ASSIGN TO "CVLLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CVLLN-STATUS.

           SELECT CVL-FILE ASSIGN TO "CVL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CVL-KEY
               FILE STATUS IS CVL-STATUS.

           SELECT LTV-RPT ASSIGN TO "LTV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT UWD-RPT ASSIGN TO "LTVUWD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UWD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CVLLN-FILE.
       01  CVLLN-REC.
           05  CLN-BRNO              PIC X(04).
           05  CLN-ACCTNO            PIC X(10).
           05  CLN-CLASS             PIC X(02).
           05  CLN-VIN               PIC X(17).
           05  CLN-YEAR              PIC 9(04).
           05  CLN-MAKE              PIC X(12).
           05  CLN-MODEL             PIC X(20).
           05  CLN-CURBAL            PIC S9(07)V99.
           05  CLN-CONTR-DAYS        PIC 9(04).
           05  CLN-REPOCD            PIC X(01).

       FD  CVL-FILE.
       01  CVL-REC.
           05  CVL-KEY.
               10  CVL-BRNO          PIC X(04).
               10  CVL-ACCTNO        PIC X(10).
           05  CVL-VIN               PIC X(17).
           05  CVL-YEAR              PIC 9(04).
           05  CVL-MAKE              PIC X(12).
           05  CVL-MODEL             PIC X(20).
           05  CVL-BOOK-VALUE        PIC 9(07)V99.
           05  CVL-VALUE-DATE        PIC 9(08).
           05  CVL-MATCH-CD          PIC X(01).
           05  CVL-PRIOR-VALUE       PIC 9(07)V99.
           05  CVL-PRIOR-DATE        PIC 9(08).

       FD  LTV-RPT.
       01  RPT-LINE                  PIC X(132).

       FD  UWD-RPT.
       01  UWD-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CVLLN-STATUS              PIC XX.
           88  CVLLN-EOF                        VALUE "10".
       01  CVL-STATUS                PIC XX.
       01  RPT-STATUS                PIC XX.
       01  UWD-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
      * PAST DUE THIS LONG AND UNDERWATER MAKES THE EXPOSURE LIST.
       01  WS-DLQ-DAYS               PIC 9(04) COMP VALUE 30.
       01  WS-LTV-PCT                PIC S9(05)V9.
       01  WS-SHORTFALL              PIC S9(07)V99.
       01  WS-BKT                    PIC 9(01) COMP.
       01  WS-SUB                    PIC 9(01) COMP.
       01  WS-LVL                    PIC 9(01) COMP.
       01  WS-HOLD-BRNO              PIC X(04) VALUE LOW-VALUES.
       01  WS-HOLD-CLASS             PIC X(02) VALUE LOW-VALUES.
       01  WS-CNT-LOANS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-UWD                PIC 9(07) COMP VALUE 0.
       01  WS-TOT-SHORTFALL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-UWD-BAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

      * BUCKET ACCUMULATORS AT THREE LEVELS - 1 CLASS, 2 BRANCH,
      * 3 COMPANY.  BUCKETS: 1 <=80%, 2 80-100%, 3 100-120%,
      * 4 >120%, 5 NO VALUATION.
       01  WS-ACC-TABLE.
           05  WS-ACC-LEVEL OCCURS 3 TIMES.
               10  WS-ACC-BKT OCCURS 5 TIMES.
                   15  WS-ACC-CNT    PIC 9(07) COMP.
                   15  WS-ACC-BAL    PIC S9(11)V99 COMP-3.

       01  WS-SUM-LINE.
           05  SML-BRNO              PIC X(04).
           05  FILLER                PIC X(02).
           05  SML-CLASS             PIC X(06).
           05  SML-BKT OCCURS 5 TIMES.
               10  SML-CNT           PIC ZZ,ZZ9.
               10  FILLER            PIC X(01).
               10  SML-BAL           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(02).

       01  WS-UWD-DTL.
           05  UWL-BRNO              PIC X(04).
           05  FILLER                PIC X(02).
           05  UWL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02).
           05  UWL-CLASS             PIC X(02).
           05  FILLER                PIC X(02).
           05  UWL-YEAR              PIC 9(04).
           05  FILLER                PIC X(01).
           05  UWL-MAKE              PIC X(12).
           05  FILLER                PIC X(01).
           05  UWL-MODEL             PIC X(20).
           05  FILLER                PIC X(01).
           05  UWL-CURBAL            PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01).
           05  UWL-VALUE             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01).
           05  UWL-VALUE-DATE        PIC 9(08).
           05  FILLER                PIC X(01).
           05  UWL-LTV               PIC ZZZ9.9.
           05  FILLER                PIC X(01).
           05  UWL-DAYS              PIC ZZZ9.
           05  FILLER                PIC X(01).
           05  UWL-SHORTFALL         PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02).
           05  UWL-REPO              PIC X(05).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CVLLN-FILE
           OPEN INPUT  CVL-FILE
           OPEN OUTPUT LTV-RPT
           OPEN OUTPUT UWD-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-ACC-TABLE
           MOVE SPACES TO RPT-LINE
           STRING "LOAN-TO-VALUE BY BRANCH AND CLASS FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "            ----- TO 80% -----  ---- 80-100% -----"
                  "  ---- 100-120% ----  --- OVER 120% ----  "
                  "-- NO VALUATION --"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BR    CLASS  LOANS     BALANCE   LOANS     BALANCE"
                  "   LOANS     BALANCE   LOANS     BALANCE   LOANS"
                  "     BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO UWD-LINE
           STRING "UNDERWATER AND DELINQUENT ACCOUNTS FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO UWD-LINE
           WRITE UWD-LINE
           MOVE SPACES TO UWD-LINE
           WRITE UWD-LINE
           MOVE SPACES TO UWD-LINE
           STRING "BR    ACCOUNT     CL  YEAR MAKE         MODEL     "
                  "              BALANCE BOOK VALUE VALUED     LTV% D"
                  "AYS  SHORTFALL"
               DELIMITED BY SIZE INTO UWD-LINE
           WRITE UWD-LINE
           IF CVL-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              MOVE "*** NO CVL VALUATION FILE - EVERY LOAN UNVALUED ***"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * CONTROL BREAKS ON CLASS WITHIN BRANCH.
      *----------------------------------------------------------------*
       2000-PROCESS.
           READ CVLLN-FILE AT END SET CVLLN-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOAN THRU 2100-EXIT UNTIL CVLLN-EOF
           IF WS-HOLD-BRNO NOT = LOW-VALUES
              PERFORM 2400-CLASS-BREAK
              PERFORM 2500-BRANCH-BREAK
           END-IF.

       2100-ONE-LOAN.
           IF CLN-BRNO NOT = WS-HOLD-BRNO
              IF WS-HOLD-BRNO NOT = LOW-VALUES
                 PERFORM 2400-CLASS-BREAK
                 PERFORM 2500-BRANCH-BREAK
              END-IF
              MOVE CLN-BRNO  TO WS-HOLD-BRNO
              MOVE CLN-CLASS TO WS-HOLD-CLASS
           END-IF
           IF CLN-CLASS NOT = WS-HOLD-CLASS
              PERFORM 2400-CLASS-BREAK
              MOVE CLN-CLASS TO WS-HOLD-CLASS
           END-IF
           IF CLN-CURBAL NOT > 0
              GO TO 2100-NEXT.
           ADD 1 TO WS-CNT-LOANS

           MOVE CLN-BRNO   TO CVL-BRNO
           MOVE CLN-ACCTNO TO CVL-ACCTNO
           MOVE 0 TO WS-LTV-PCT
           IF CVL-STATUS NOT = "35"
              READ CVL-FILE
           END-IF
           IF CVL-STATUS NOT = "00" OR CVL-BOOK-VALUE = 0
              MOVE 5 TO WS-BKT
           ELSE
              COMPUTE WS-LTV-PCT ROUNDED =
                 CLN-CURBAL * 100 / CVL-BOOK-VALUE
                 ON SIZE ERROR MOVE 99999.9 TO WS-LTV-PCT
              END-COMPUTE
              EVALUATE TRUE
                  WHEN WS-LTV-PCT NOT > 80  MOVE 1 TO WS-BKT
                  WHEN WS-LTV-PCT NOT > 100 MOVE 2 TO WS-BKT
                  WHEN WS-LTV-PCT NOT > 120 MOVE 3 TO WS-BKT
                  WHEN OTHER                MOVE 4 TO WS-BKT
              END-EVALUATE
           END-IF
           ADD 1          TO WS-ACC-CNT(1, WS-BKT)
           ADD CLN-CURBAL TO WS-ACC-BAL(1, WS-BKT)

           IF WS-BKT > 2 AND WS-BKT < 5
              AND CLN-CONTR-DAYS NOT < WS-DLQ-DAYS
              PERFORM 2200-UNDERWATER
           END-IF.
       2100-NEXT.
           READ CVLLN-FILE AT END SET CVLLN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-UNDERWATER.
           ADD 1 TO WS-CNT-UWD
           COMPUTE WS-SHORTFALL = CLN-CURBAL - CVL-BOOK-VALUE
           ADD WS-SHORTFALL TO WS-TOT-SHORTFALL
           ADD CLN-CURBAL   TO WS-TOT-UWD-BAL
           MOVE SPACES         TO WS-UWD-DTL
           MOVE CLN-BRNO       TO UWL-BRNO
           MOVE CLN-ACCTNO     TO UWL-ACCTNO
           MOVE CLN-CLASS      TO UWL-CLASS
           MOVE CLN-YEAR       TO UWL-YEAR
           MOVE CLN-MAKE       TO UWL-MAKE
           MOVE CLN-MODEL      TO UWL-MODEL
           MOVE CLN-CURBAL     TO UWL-CURBAL
           MOVE CVL-BOOK-VALUE TO UWL-VALUE
           MOVE CVL-VALUE-DATE TO UWL-VALUE-DATE
           MOVE WS-LTV-PCT     TO UWL-LTV
           MOVE CLN-CONTR-DAYS TO UWL-DAYS
           MOVE WS-SHORTFALL   TO UWL-SHORTFALL
           IF CLN-REPOCD = "X" OR CLN-REPOCD = "S"
              MOVE "REPO" TO UWL-REPO
           END-IF
           MOVE WS-UWD-DTL TO UWD-LINE
           WRITE UWD-LINE.

      * PRINT ONE LEVEL'S BUCKETS AND ROLL THEM UP TO THE NEXT.
       2300-PRINT-LEVEL.
           MOVE SPACES TO WS-SUM-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE WS-ACC-CNT(WS-LVL, WS-SUB) TO SML-CNT(WS-SUB)
               MOVE WS-ACC-BAL(WS-LVL, WS-SUB) TO SML-BAL(WS-SUB)
               IF WS-LVL < 3
                  ADD WS-ACC-CNT(WS-LVL, WS-SUB)
                     TO WS-ACC-CNT(WS-LVL + 1, WS-SUB)
                  ADD WS-ACC-BAL(WS-LVL, WS-SUB)
                     TO WS-ACC-BAL(WS-LVL + 1, WS-SUB)
               END-IF
               MOVE 0 TO WS-ACC-CNT(WS-LVL, WS-SUB)
                         WS-ACC-BAL(WS-LVL, WS-SUB)
           END-PERFORM.

       2400-CLASS-BREAK.
           MOVE 1 TO WS-LVL
           PERFORM 2300-PRINT-LEVEL
           MOVE WS-HOLD-BRNO  TO SML-BRNO
           MOVE WS-HOLD-CLASS TO SML-CLASS
           MOVE WS-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2500-BRANCH-BREAK.
           MOVE 2 TO WS-LVL
           PERFORM 2300-PRINT-LEVEL
           MOVE WS-HOLD-BRNO TO SML-BRNO
           MOVE "TOTAL"      TO SML-CLASS
           MOVE WS-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       3000-TOTALS.
           MOVE 3 TO WS-LVL
           PERFORM 2300-PRINT-LEVEL
           MOVE "ALL"   TO SML-BRNO
           MOVE "TOTAL" TO SML-CLASS
           MOVE WS-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LOANS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOANS WITH A BALANCE: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UWD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "UNDERWATER AND DELINQUENT: " WS-EDIT-CNT
                  "  (SEE LTVUWD.RPT)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO UWD-LINE
           WRITE UWD-LINE
           MOVE WS-CNT-UWD TO WS-EDIT-CNT
           MOVE SPACES TO UWD-LINE
           STRING "ACCOUNTS: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO UWD-LINE
           WRITE UWD-LINE
           MOVE WS-TOT-UWD-BAL TO WS-EDIT-AMT
           MOVE SPACES TO UWD-LINE
           STRING "BALANCE: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO UWD-LINE
           WRITE UWD-LINE
           MOVE WS-TOT-SHORTFALL TO WS-EDIT-AMT
           MOVE SPACES TO UWD-LINE
           STRING "SHORTFALL TO BOOK VALUE: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO UWD-LINE
           WRITE UWD-LINE.

       9999-EXIT.
           CLOSE CVLLN-FILE CVL-FILE LTV-RPT UWD-RPT
           STOP RUN.
