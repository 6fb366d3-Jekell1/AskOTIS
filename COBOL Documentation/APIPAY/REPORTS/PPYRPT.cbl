      *================================================================*
      *   P R O G R A M :  P P Y R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-02-12
      *  DESC: MONTHLY PREPAYMENT PENALTY REPORT.  READS THE PPY LOG
      *        PREPAY-PENALTY-POSTING AND REINSTATE-PAYOFF WRITE - ONE
      *        ROW PER PENALTY ASSESSED AT PAYOFF ("A"), WAIVED AT
      *        PAYOFF WITH ITS REASON ("W") OR REFUNDED WHEN THE
      *        PAYOFF WAS REINSTATED ("R") - FOR ONE CALENDAR MONTH OF
      *        POSTING DATES AND SHOWS:
      *          - BY BRANCH, THE COUNT AND DOLLARS ASSESSED, WAIVED
      *            AND REVERSED, AND THE NET PENALTY INCOME KEPT
      *          - THE WAIVERS BY REASON
      *          - EVERY WAIVER WITH THE ACCOUNT, AMOUNT, REASON AND
      *            THE USER WHO POSTED IT
      *        PPYRPT.PARM GIVES THE MONTH (YYYYMM, ZERO OR NO PARM =
      *        THE MONTH BEFORE THE RUN DATE).  RC 4 WHEN A TABLE
      *        FILLS.
      *
      *  MOD HISTORY:
      *   021229 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPYRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-02-12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PPYPRM-FILE ASSIGN TO "PPYRPT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPYPRM-STATUS.

           SELECT OPTIONAL PPY-FILE ASSIGN TO "PPY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPY-STATUS.

           SELECT PPYRPT-RPT ASSIGN TO "PPYRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPYPRM-FILE.
       01  PPYPRM-REC.
           05  PRM-MONTH             PIC 9(06).

      * PREPAYMENT PENALTY LOG (LOG-PREPAY-PENALTY).
       FD  PPY-FILE.
       01  PPY-REC.
           05  PPY-RUN-DATE          PIC 9(08).
           05  PPY-BRNO              PIC X(04).
           05  PPY-NUMBER            PIC X(10).
           05  PPY-PAYDATE           PIC 9(08).
           05  PPY-EVENT             PIC X(01).
               88  PPY-ASSESSED                 VALUE "A".
               88  PPY-WAIVED                   VALUE "W".
               88  PPY-REVERSED                 VALUE "R".
           05  PPY-STATE             PIC X(02).
           05  PPY-CLASS             PIC X(02).
           05  PPY-METHOD            PIC X(01).
           05  PPY-BASIS             PIC S9(07)V99.
           05  PPY-AMT               PIC S9(07)V99.
           05  PPY-GL-ACCT           PIC 9(06).
           05  PPY-LP-SEQNO          PIC 9(05).
           05  PPY-REFCD             PIC X(05).
           05  PPY-USERID            PIC X(10).
           05  PPY-REASON            PIC X(30).

       FD  PPYRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  PPYPRM-STATUS             PIC XX.
       01  PPY-STATUS                PIC XX.
           88  PPY-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY         PIC 9(04).
           05  WS-MONTH-MM           PIC 9(02).

      * PER-BRANCH TOTALS, KEPT IN BRANCH ORDER AS THEY ARE ADDED.
       01  WS-MAX-BR                 PIC 9(03) COMP VALUE 500.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-BR-MOV                 PIC 9(03) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 500 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-A-CNT       PIC 9(07) COMP.
               10  WS-BR-A-AMT       PIC S9(09)V99 COMP-3.
               10  WS-BR-W-CNT       PIC 9(07) COMP.
               10  WS-BR-W-AMT       PIC S9(09)V99 COMP-3.
               10  WS-BR-R-CNT       PIC 9(07) COMP.
               10  WS-BR-R-AMT       PIC S9(09)V99 COMP-3.

      * WAIVER TOTALS BY REASON.
       01  WS-MAX-RSN                PIC 9(03) COMP VALUE 200.
       01  WS-RSN-CNT                PIC 9(03) COMP VALUE 0.
       01  WS-RSN-SUB                PIC 9(03) COMP.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 200 TIMES.
               10  WS-RSN-TEXT       PIC X(30).
               10  WS-RSN-W-CNT      PIC 9(07) COMP.
               10  WS-RSN-W-AMT      PIC S9(09)V99 COMP-3.

      * COMPANY TOTALS.
       01  WS-CO-A-CNT               PIC 9(07) COMP VALUE 0.
       01  WS-CO-A-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CO-W-CNT               PIC 9(07) COMP VALUE 0.
       01  WS-CO-W-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CO-R-CNT               PIC 9(07) COMP VALUE 0.
       01  WS-CO-R-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CNT-READ               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-SKIPPED            PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

       01  WS-HDG-LINE-1.
           05  FILLER                PIC X(06) VALUE "BRANCH".
           05  FILLER                PIC X(24) VALUE
               "  COUNT     ASSESSED $  ".
           05  FILLER                PIC X(24) VALUE
               "  COUNT       WAIVED $  ".
           05  FILLER                PIC X(26) VALUE
               "  COUNT     REVERSED $    ".
           05  FILLER                PIC X(15) VALUE
               "    NET KEPT $ ".

       01  WS-BR-LINE.
           05  BRL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BRL-A-CNT             PIC ZZZ,ZZ9.
           05  BRL-A-AMT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BRL-W-CNT             PIC ZZZ,ZZ9.
           05  BRL-W-AMT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BRL-R-CNT             PIC ZZZ,ZZ9.
           05  BRL-R-AMT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  BRL-NET-AMT           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-RSN-LINE.
           05  RSL-TEXT              PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RSL-CNT               PIC ZZZ,ZZ9.
           05  RSL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PAYDATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-STATE             PIC X(02).
           05  FILLER                PIC X(01) VALUE "/".
           05  DTL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-METHOD            PIC X(01).
           05  DTL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REASON            PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-USERID            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE
           PERFORM 3000-PRINT-BRANCHES
           PERFORM 4000-PRINT-REASONS
           PERFORM 5000-PRINT-WAIVERS
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PPYPRM-FILE
           READ PPYPRM-FILE
               AT END MOVE ZEROS TO PPYPRM-REC
           END-READ
           CLOSE PPYPRM-FILE
           IF PRM-MONTH NOT NUMERIC
              MOVE ZEROS TO PPYPRM-REC
           END-IF
           IF PRM-MONTH NOT = 0
              MOVE PRM-MONTH TO WS-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-MONTH
              IF WS-MONTH-MM = 1
                 MOVE 12 TO WS-MONTH-MM
                 SUBTRACT 1 FROM WS-MONTH-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF
           INITIALIZE WS-BR-TABLE WS-RSN-TABLE
           OPEN OUTPUT PPYRPT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "PREPAYMENT PENALTIES ASSESSED AND WAIVED FOR "
                  WS-MONTH-MM "/" WS-MONTH-YYYY "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * ONE PASS OF THE LOG FOR THE MONTH - BRANCH AND REASON TOTALS.
      *----------------------------------------------------------------
       2000-ACCUMULATE.
           OPEN INPUT PPY-FILE
           READ PPY-FILE AT END SET PPY-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ROW UNTIL PPY-EOF
           CLOSE PPY-FILE.

       2100-ONE-ROW.
           IF PPY-RUN-DATE(1:6) = WS-MONTH-X
              ADD 1 TO WS-CNT-READ
              PERFORM 7000-FIND-BRANCH
              IF WS-BR-SUB > 0
                 PERFORM 2200-TAKE-ROW
              END-IF
           END-IF
           READ PPY-FILE AT END SET PPY-EOF TO TRUE END-READ.

       2200-TAKE-ROW.
           EVALUATE TRUE
               WHEN PPY-ASSESSED
                   ADD 1       TO WS-BR-A-CNT(WS-BR-SUB) WS-CO-A-CNT
                   ADD PPY-AMT TO WS-BR-A-AMT(WS-BR-SUB) WS-CO-A-AMT
               WHEN PPY-WAIVED
                   ADD 1       TO WS-BR-W-CNT(WS-BR-SUB) WS-CO-W-CNT
                   ADD PPY-AMT TO WS-BR-W-AMT(WS-BR-SUB) WS-CO-W-AMT
                   PERFORM 7100-FIND-REASON
                   IF WS-RSN-SUB > 0
                      ADD 1       TO WS-RSN-W-CNT(WS-RSN-SUB)
                      ADD PPY-AMT TO WS-RSN-W-AMT(WS-RSN-SUB)
                   END-IF
               WHEN PPY-REVERSED
                   ADD 1       TO WS-BR-R-CNT(WS-BR-SUB) WS-CO-R-CNT
                   ADD PPY-AMT TO WS-BR-R-AMT(WS-BR-SUB) WS-CO-R-AMT
           END-EVALUATE.

      *----------------------------------------------------------------
      * BRANCH SUMMARY.  THE NET KEPT IS ASSESSED LESS REVERSED - A
      * WAIVED PENALTY WAS NEVER CHARGED.
      *----------------------------------------------------------------
       3000-PRINT-BRANCHES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               MOVE WS-BR-BRNO(WS-BR-SUB)  TO BRL-BRNO
               MOVE WS-BR-A-CNT(WS-BR-SUB) TO BRL-A-CNT
               MOVE WS-BR-A-AMT(WS-BR-SUB) TO BRL-A-AMT
               MOVE WS-BR-W-CNT(WS-BR-SUB) TO BRL-W-CNT
               MOVE WS-BR-W-AMT(WS-BR-SUB) TO BRL-W-AMT
               MOVE WS-BR-R-CNT(WS-BR-SUB) TO BRL-R-CNT
               MOVE WS-BR-R-AMT(WS-BR-SUB) TO BRL-R-AMT
               COMPUTE BRL-NET-AMT = WS-BR-A-AMT(WS-BR-SUB)
                                   - WS-BR-R-AMT(WS-BR-SUB)
               MOVE WS-BR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE "ALL "      TO BRL-BRNO
           MOVE WS-CO-A-CNT TO BRL-A-CNT
           MOVE WS-CO-A-AMT TO BRL-A-AMT
           MOVE WS-CO-W-CNT TO BRL-W-CNT
           MOVE WS-CO-W-AMT TO BRL-W-AMT
           MOVE WS-CO-R-CNT TO BRL-R-CNT
           MOVE WS-CO-R-AMT TO BRL-R-AMT
           COMPUTE BRL-NET-AMT = WS-CO-A-AMT - WS-CO-R-AMT
           MOVE WS-BR-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4000-PRINT-REASONS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WAIVERS BY REASON                 "
                  "COUNT      DOLLARS $"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-CNT
               MOVE WS-RSN-TEXT(WS-RSN-SUB)  TO RSL-TEXT
               MOVE WS-RSN-W-CNT(WS-RSN-SUB) TO RSL-CNT
               MOVE WS-RSN-W-AMT(WS-RSN-SUB) TO RSL-AMT
               MOVE WS-RSN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * EVERY WAIVER IN THE MONTH, IN LOG ORDER - A SECOND PASS.
      *----------------------------------------------------------------
       5000-PRINT-WAIVERS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "WAIVERS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BR    ACCOUNT     PAYDATE   ST/CL M"
                  "       AMOUNT $   REASON"
                  "                          USER"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO PPY-STATUS
           OPEN INPUT PPY-FILE
           READ PPY-FILE AT END SET PPY-EOF TO TRUE END-READ
           PERFORM 5100-ONE-WAIVER UNTIL PPY-EOF
           CLOSE PPY-FILE.

       5100-ONE-WAIVER.
           IF PPY-RUN-DATE(1:6) = WS-MONTH-X AND PPY-WAIVED
              MOVE PPY-BRNO    TO DTL-BRNO
              MOVE PPY-NUMBER  TO DTL-ACCTNO
              MOVE PPY-PAYDATE TO DTL-PAYDATE
              MOVE PPY-STATE   TO DTL-STATE
              MOVE PPY-CLASS   TO DTL-CLASS
              MOVE PPY-METHOD  TO DTL-METHOD
              MOVE PPY-AMT     TO DTL-AMT
              MOVE PPY-REASON  TO DTL-REASON
              MOVE PPY-USERID  TO DTL-USERID
              MOVE WS-DTL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           READ PPY-FILE AT END SET PPY-EOF TO TRUE END-READ.

      *----------------------------------------------------------------
      * BRANCH SLOT, INSERTED IN BRANCH ORDER.  0 = TABLE FULL.
      *----------------------------------------------------------------
       7000-FIND-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-BRNO(WS-BR-SUB) NOT < PPY-BRNO
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB > WS-BR-CNT
              OR WS-BR-BRNO(WS-BR-SUB) NOT = PPY-BRNO
              IF WS-BR-CNT < WS-MAX-BR
                 PERFORM VARYING WS-BR-MOV FROM WS-BR-CNT BY -1
                         UNTIL WS-BR-MOV < WS-BR-SUB
                     MOVE WS-BR-ENTRY(WS-BR-MOV)
                       TO WS-BR-ENTRY(WS-BR-MOV + 1)
                 END-PERFORM
                 ADD 1 TO WS-BR-CNT
                 INITIALIZE WS-BR-ENTRY(WS-BR-SUB)
                 MOVE PPY-BRNO TO WS-BR-BRNO(WS-BR-SUB)
              ELSE
                 MOVE 0 TO WS-BR-SUB
                 ADD 1 TO WS-CNT-SKIPPED
              END-IF
           END-IF.

       7100-FIND-REASON.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-CNT
                      OR WS-RSN-TEXT(WS-RSN-SUB) = PPY-REASON
               CONTINUE
           END-PERFORM
           IF WS-RSN-SUB > WS-RSN-CNT
              IF WS-RSN-CNT < WS-MAX-RSN
                 ADD 1 TO WS-RSN-CNT
                 MOVE PPY-REASON TO WS-RSN-TEXT(WS-RSN-SUB)
              ELSE
                 MOVE 0 TO WS-RSN-SUB
                 ADD 1 TO WS-CNT-SKIPPED
              END-IF
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-READ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PENALTY LOG ROWS FOR THE MONTH  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-SKIPPED > 0
              MOVE WS-CNT-SKIPPED TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT
                     " ROWS OVER THE BRANCH/REASON TABLE LIMIT -"
                     " NOT TOTALED ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE PPYRPT-RPT
           STOP RUN.
