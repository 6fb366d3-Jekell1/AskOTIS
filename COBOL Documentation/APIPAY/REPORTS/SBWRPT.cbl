      *================================================================*
      *   P R O G R A M :  S B W R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-12-18
      *  DESC: MONTHLY SMALL-BALANCE WRITE-OFF REPORT BY BRANCH.
      *        READS THE SBW ROWS THE "SB" POSTING WRITES (SBWHST)
      *        AND TOTALS ONE CALENDAR MONTH BY BRANCH: WRITE-OFFS
      *        AND DOLLARS, SPLIT PRINCIPAL (WITH OT2) / OTHER
      *        CHARGES / INTEREST AND LATE CHARGES, THE AVERAGE, AND -
      *        AGAINST THE MONTH'S PAYOFFS FROM THE POFEVT PAYOFF
      *        EVENT EXTRACT - THE SHARE OF PAYOFFS THAT CAME IN SHORT.
      *        A BRANCH WITH AT LEAST THREE WRITE-OFFS AND TWICE THE
      *        COMPANY SHARE IS FLAGGED: ITS PAYOFF QUOTES ARE NOT
      *        BEING COLLECTED IN FULL.  THE MONTH (YYYYMM) COMES FROM
      *        SBWRPT.PARM; ZERO OR NO PARM MEANS THE MONTH BEFORE THE
      *        RUN DATE.
      *
      *  MOD HISTORY:
      *   121828 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SBWRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-12-18.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SBPPRM-FILE ASSIGN TO "SBWRPT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBPPRM-STATUS.

           SELECT OPTIONAL SBWHST-FILE ASSIGN TO "SBWHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBWHST-STATUS.

           SELECT OPTIONAL POFEVT-FILE ASSIGN TO "POFEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POFEVT-STATUS.

           SELECT SBWRPT-RPT ASSIGN TO "SBWRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SBPPRM-FILE.
       01  SBPPRM-REC.
           05  SBP-MONTH             PIC 9(06).

      * ONE ROW PER SMALL-BALANCE WRITE-OFF POSTED.
       FD  SBWHST-FILE.
       01  SBWHST-REC.
           05  SBW-RUN-DATE          PIC 9(08).
           05  SBW-RUN-TIME          PIC 9(06).
           05  SBW-BRNO              PIC X(04).
           05  SBW-ACCTNO            PIC X(10).
           05  SBW-WO-DATE           PIC 9(08).
           05  SBW-WO-DATE-X REDEFINES SBW-WO-DATE.
               10  SBW-WO-YYYYMM     PIC 9(06).
               10  FILLER            PIC 9(02).
           05  SBW-CLASS             PIC X(02).
           05  SBW-WO-CURBAL         PIC S9(07)V99.
           05  SBW-WO-OT2BAL         PIC S9(07)V99.
           05  SBW-WO-OTHBAL         PIC S9(07)V99.
           05  SBW-WO-INTBAL         PIC S9(07)V99.
           05  SBW-WO-LCBAL          PIC S9(07)V99.
           05  SBW-WO-TOTAL          PIC S9(07)V99.

      * THE MONTH'S PAYOFF EVENTS, AS LIENRL READS THEM.
       FD  POFEVT-FILE.
       01  POFEVT-REC.
           05  PVT-BRNO              PIC X(04).
           05  PVT-ACCTNO            PIC X(10).
           05  PVT-TRCD              PIC X(02).
           05  PVT-PAYDATE           PIC 9(08).
           05  PVT-PAYDATE-X REDEFINES PVT-PAYDATE.
               10  PVT-YYYYMM        PIC 9(06).
               10  FILLER            PIC 9(02).
           05  PVT-FUND-TYPE         PIC X(01).
           05  PVT-STATE             PIC X(02).

       FD  SBWRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  SBPPRM-STATUS             PIC XX.
       01  SBWHST-STATUS             PIC XX.
           88  SBWHST-EOF                       VALUE "10".
       01  POFEVT-STATUS             PIC XX.
           88  POFEVT-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY         PIC 9(04).
           05  WS-MONTH-MM           PIC 9(02).
       01  WS-BRNO                   PIC X(04).
       01  WS-CO-PCT                 PIC 9(03)V9 VALUE 0.
       01  WS-BR-PCT                 PIC 9(03)V9.

      * BRANCHES IN BRANCH ORDER; THE LAST ENTRY PAST THE COUNT IS
      * NOT USED - THE COMPANY LINE IS ITS OWN ENTRY.
       01  WS-MAX-BR                 PIC 9(03) COMP VALUE 500.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-BR-MOVE                PIC 9(03) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 501 TIMES.
               10  WS-BR-ID          PIC X(04).
               10  WS-BR-PAYOFFS     PIC 9(07) COMP.
               10  WS-BR-WO-CNT      PIC 9(07) COMP.
               10  WS-BR-PRIN        PIC S9(09)V99 COMP-3.
               10  WS-BR-OTH         PIC S9(09)V99 COMP-3.
               10  WS-BR-CHGS        PIC S9(09)V99 COMP-3.
               10  WS-BR-TOTAL       PIC S9(09)V99 COMP-3.
       01  WS-CO-ENTRY.
           05  WS-CO-ID              PIC X(04) VALUE "ALL ".
           05  WS-CO-PAYOFFS         PIC 9(07) COMP VALUE 0.
           05  WS-CO-WO-CNT          PIC 9(07) COMP VALUE 0.
           05  WS-CO-PRIN            PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CO-OTH             PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CO-CHGS            PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CO-TOTAL           PIC S9(09)V99 COMP-3 VALUE 0.

       01  WS-CNT-FLAGGED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OVFL               PIC 9(07) COMP VALUE 0.
       01  WS-AVG                    PIC S9(07)V99.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-PCT               PIC ZZ9.9.

       01  WS-DETAIL.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02).
           05  DTL-PAYOFFS           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  DTL-WO-CNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  DTL-PCT               PIC ZZ9.9.
           05  FILLER                PIC X(01).
           05  DTL-PRIN              PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01).
           05  DTL-OTH               PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01).
           05  DTL-CHGS              PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01).
           05  DTL-TOTAL             PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01).
           05  DTL-AVG               PIC ZZ9.99-.
           05  FILLER                PIC X(02).
           05  DTL-FLAG              PIC X(26).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-WRITEOFFS
           PERFORM 3000-READ-PAYOFFS
           PERFORM 4000-PRINT-REPORT
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SBPPRM-FILE
           READ SBPPRM-FILE
               AT END MOVE ZEROS TO SBPPRM-REC
           END-READ
           CLOSE SBPPRM-FILE
           IF SBP-MONTH NOT = 0
              MOVE SBP-MONTH TO WS-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-MONTH
              IF WS-MONTH-MM = 1
                 MOVE 12 TO WS-MONTH-MM
                 SUBTRACT 1 FROM WS-MONTH-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF
           OPEN INPUT SBWHST-FILE
           MOVE "00" TO SBWHST-STATUS
           OPEN INPUT POFEVT-FILE
           MOVE "00" TO POFEVT-STATUS
           OPEN OUTPUT SBWRPT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "SMALL-BALANCE WRITE-OFFS BY BRANCH FOR "
                  WS-MONTH-MM "/" WS-MONTH-YYYY "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRNO  PAYOFFS  WR-OFF   PCT   PRINCIPAL"
                  "       OTHER   INT/LATE       TOTAL     AVG"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-READ-WRITEOFFS.
           READ SBWHST-FILE AT END SET SBWHST-EOF TO TRUE END-READ
           PERFORM 2100-ONE-WRITEOFF UNTIL SBWHST-EOF.

       2100-ONE-WRITEOFF.
           IF SBW-WO-YYYYMM = WS-MONTH
              MOVE SBW-BRNO TO WS-BRNO
              PERFORM 8000-FIND-BRANCH THRU 8000-EXIT
              IF WS-BR-SUB NOT = 0
                 ADD 1 TO WS-BR-WO-CNT(WS-BR-SUB)
                 ADD SBW-WO-CURBAL TO WS-BR-PRIN(WS-BR-SUB)
                 ADD SBW-WO-OTHBAL TO WS-BR-OTH(WS-BR-SUB)
                 ADD SBW-WO-INTBAL SBW-WO-LCBAL
                     TO WS-BR-CHGS(WS-BR-SUB)
                 ADD SBW-WO-TOTAL  TO WS-BR-TOTAL(WS-BR-SUB)
              END-IF
              ADD 1 TO WS-CO-WO-CNT
              ADD SBW-WO-CURBAL TO WS-CO-PRIN
              ADD SBW-WO-OTHBAL TO WS-CO-OTH
              ADD SBW-WO-INTBAL SBW-WO-LCBAL TO WS-CO-CHGS
              ADD SBW-WO-TOTAL  TO WS-CO-TOTAL
           END-IF
           READ SBWHST-FILE AT END SET SBWHST-EOF TO TRUE END-READ.

      * A SHORT PAYOFF IS ITSELF A PAYOFF EVENT, SO THE "SB" ROWS ON
      * THE EXTRACT ARE NOT COUNTED AGAIN.
       3000-READ-PAYOFFS.
           READ POFEVT-FILE AT END SET POFEVT-EOF TO TRUE END-READ
           PERFORM 3100-ONE-PAYOFF UNTIL POFEVT-EOF.

       3100-ONE-PAYOFF.
           IF PVT-YYYYMM = WS-MONTH
              AND (PVT-TRCD = "99" OR PVT-TRCD = "PO")
              MOVE PVT-BRNO TO WS-BRNO
              PERFORM 8000-FIND-BRANCH THRU 8000-EXIT
              IF WS-BR-SUB NOT = 0
                 ADD 1 TO WS-BR-PAYOFFS(WS-BR-SUB)
              END-IF
              ADD 1 TO WS-CO-PAYOFFS
           END-IF
           READ POFEVT-FILE AT END SET POFEVT-EOF TO TRUE END-READ.

       4000-PRINT-REPORT.
           IF WS-CO-PAYOFFS > 0
              COMPUTE WS-CO-PCT ROUNDED =
                 WS-CO-WO-CNT * 100 / WS-CO-PAYOFFS
           END-IF
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               IF WS-BR-WO-CNT(WS-BR-SUB) > 0
                  PERFORM 4100-BRANCH-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES         TO WS-DETAIL
           MOVE WS-CO-ID       TO DTL-BRNO
           MOVE WS-CO-PAYOFFS  TO DTL-PAYOFFS
           MOVE WS-CO-WO-CNT   TO DTL-WO-CNT
           MOVE WS-CO-PCT      TO DTL-PCT
           MOVE WS-CO-PRIN     TO DTL-PRIN
           MOVE WS-CO-OTH      TO DTL-OTH
           MOVE WS-CO-CHGS     TO DTL-CHGS
           MOVE WS-CO-TOTAL    TO DTL-TOTAL
           MOVE 0 TO WS-AVG
           IF WS-CO-WO-CNT > 0
              COMPUTE WS-AVG ROUNDED = WS-CO-TOTAL / WS-CO-WO-CNT
           END-IF
           MOVE WS-AVG         TO DTL-AVG
           WRITE RPT-LINE FROM WS-DETAIL
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FLAGGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BRANCHES FLAGGED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVFL NOT = 0
              MOVE WS-CNT-OVFL TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** BRANCH TABLE FULL - ROWS IN TOTAL ONLY "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       4100-BRANCH-LINE.
           MOVE SPACES                   TO WS-DETAIL
           MOVE WS-BR-ID(WS-BR-SUB)      TO DTL-BRNO
           MOVE WS-BR-PAYOFFS(WS-BR-SUB) TO DTL-PAYOFFS
           MOVE WS-BR-WO-CNT(WS-BR-SUB)  TO DTL-WO-CNT
           MOVE 0 TO WS-BR-PCT
           IF WS-BR-PAYOFFS(WS-BR-SUB) > 0
              COMPUTE WS-BR-PCT ROUNDED =
                 WS-BR-WO-CNT(WS-BR-SUB) * 100
                    / WS-BR-PAYOFFS(WS-BR-SUB)
              MOVE WS-BR-PCT TO DTL-PCT
           END-IF
           MOVE WS-BR-PRIN(WS-BR-SUB)    TO DTL-PRIN
           MOVE WS-BR-OTH(WS-BR-SUB)     TO DTL-OTH
           MOVE WS-BR-CHGS(WS-BR-SUB)    TO DTL-CHGS
           MOVE WS-BR-TOTAL(WS-BR-SUB)   TO DTL-TOTAL
           COMPUTE WS-AVG ROUNDED =
              WS-BR-TOTAL(WS-BR-SUB) / WS-BR-WO-CNT(WS-BR-SUB)
           MOVE WS-AVG                   TO DTL-AVG
      * WRITE-OFFS WITH NO PAYOFFS ON THE EXTRACT COUNT AS OVER.
           IF WS-BR-WO-CNT(WS-BR-SUB) NOT < 3
              AND (WS-BR-PAYOFFS(WS-BR-SUB) = 0
                   OR WS-BR-PCT NOT < WS-CO-PCT * 2)
              ADD 1 TO WS-CNT-FLAGGED
              MOVE "** PAYOFFS COLLECTED SHORT" TO DTL-FLAG
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL.

      * THE BRANCH'S ENTRY, ADDED IN BRANCH ORDER WHEN NEW.  ZERO
      * WHEN THE TABLE IS FULL - THE ROW STILL COUNTS IN THE TOTAL.
       8000-FIND-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-ID(WS-BR-SUB) NOT < WS-BRNO
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB NOT > WS-BR-CNT
              IF WS-BR-ID(WS-BR-SUB) = WS-BRNO
                 GO TO 8000-EXIT
              END-IF
           END-IF
           IF WS-BR-CNT = WS-MAX-BR
              ADD 1 TO WS-CNT-OVFL
              MOVE 0 TO WS-BR-SUB
              GO TO 8000-EXIT
           END-IF
           PERFORM VARYING WS-BR-MOVE FROM WS-BR-CNT BY -1
                   UNTIL WS-BR-MOVE < WS-BR-SUB
               MOVE WS-BR-ENTRY(WS-BR-MOVE)
                 TO WS-BR-ENTRY(WS-BR-MOVE + 1)
           END-PERFORM
           ADD 1 TO WS-BR-CNT
           MOVE WS-BRNO TO WS-BR-ID(WS-BR-SUB)
           MOVE 0 TO WS-BR-PAYOFFS(WS-BR-SUB)
                     WS-BR-WO-CNT(WS-BR-SUB)
                     WS-BR-PRIN(WS-BR-SUB)
                     WS-BR-OTH(WS-BR-SUB)
                     WS-BR-CHGS(WS-BR-SUB)
                     WS-BR-TOTAL(WS-BR-SUB).
       8000-EXIT.
           EXIT.

       9999-EXIT.
           CLOSE SBWHST-FILE POFEVT-FILE SBWRPT-RPT
           STOP RUN.
