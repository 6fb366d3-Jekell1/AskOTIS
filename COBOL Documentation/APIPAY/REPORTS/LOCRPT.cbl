      *================================================================*
      *   P R O G R A M :  L O C R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-02-26
      *  DESC: MONTHLY OPEN-END CREDIT LINE UTILIZATION REPORT BY
      *        BRANCH.  FROM THE MONTH-END LINE SNAPSHOT (LOCEXT, ONE
      *        ROW PER ACCOUNT CARRYING A CREDIT LIMIT) IT TOTALS THE
      *        LINES, LIMITS, BALANCES AND AVAILABLE CREDIT, AND THE
      *        SHARE OF THE LIMITS DRAWN; A LINE OVER ITS LIMIT (BY
      *        INTEREST OR FEES) HAS NO CREDIT AVAILABLE AND IS
      *        COUNTED, AS IS A LINE THE "AV" POSTING WOULD REFUSE A
      *        DRAW (CHARGED OFF, BANKRUPT, FROZEN OR PAST DUE).  FROM
      *        THE LOC ROWS THE "AV" POSTING WRITES (LOCHST) IT ADDS
      *        THE MONTH'S DRAWS, THE DRAWS REVERSED, AND THE NET
      *        DOLLARS ADVANCED.  A BRANCH DRAWN TO 90 PERCENT OR MORE
      *        OF ITS LIMITS IS FLAGGED.  THE MONTH (YYYYMM) COMES FROM
      *        LOCRPT.PARM; ZERO OR NO PARM MEANS THE MONTH BEFORE THE
      *        RUN DATE.  SNAPSHOT ROWS FOR ANY OTHER MONTH ARE SKIPPED
      *        AND COUNTED (RC 4).
      *
      *  MOD HISTORY:
      *   022629 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-02-26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LCPPRM-FILE ASSIGN TO "LOCRPT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCPPRM-STATUS.

           SELECT OPTIONAL LOCEXT-FILE ASSIGN TO "LOCEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCEXT-STATUS.

           SELECT OPTIONAL LOCHST-FILE ASSIGN TO "LOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCHST-STATUS.

           SELECT LOCRPT-RPT ASSIGN TO "LOCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LCPPRM-FILE.
       01  LCPPRM-REC.
           05  LCP-MONTH             PIC 9(06).

      * MONTH-END SNAPSHOT, ONE ROW PER ACCOUNT WITH A CREDIT LIMIT.
      * LCX-STATUS: BLANK = OPEN TO DRAW, P = CHARGED OFF,
      * B = BANKRUPT, F = FROZEN, D = PAST DUE.
       FD  LOCEXT-FILE.
       01  LOCEXT-REC.
           05  LCX-ASOF-DATE         PIC 9(08).
           05  LCX-ASOF-DATE-X REDEFINES LCX-ASOF-DATE.
               10  LCX-ASOF-YYYYMM   PIC 9(06).
               10  FILLER            PIC 9(02).
           05  LCX-BRNO              PIC X(04).
           05  LCX-ACCTNO            PIC X(10).
           05  LCX-STATE             PIC X(02).
           05  LCX-CLASS             PIC X(02).
           05  LCX-CREDITLIM         PIC S9(07)V99.
           05  LCX-CURBAL            PIC S9(07)V99.
           05  LCX-REGPYAMT          PIC S9(07)V99.
           05  LCX-STATUS            PIC X(01).

      * ONE ROW PER LINE ADVANCE ("A") OR REVERSED ADVANCE ("R").
       FD  LOCHST-FILE.
       01  LOCHST-REC.
           05  LOC-RUN-DATE          PIC 9(08).
           05  LOC-RUN-TIME          PIC 9(06).
           05  LOC-BRNO              PIC X(04).
           05  LOC-ACCTNO            PIC X(10).
           05  LOC-EVENT             PIC X(01).
           05  LOC-PAYDATE           PIC 9(08).
           05  LOC-PAYDATE-X REDEFINES LOC-PAYDATE.
               10  LOC-YYYYMM        PIC 9(06).
               10  FILLER            PIC 9(02).
           05  LOC-STATE             PIC X(02).
           05  LOC-CLASS             PIC X(02).
           05  LOC-SEQNO             PIC 9(06).
           05  LOC-REFCD             PIC X(05).
           05  LOC-AMT               PIC S9(07)V99.
           05  LOC-CREDITLIM         PIC S9(07)V99.
           05  LOC-CURBAL            PIC S9(07)V99.
           05  LOC-OLD-MINPAY        PIC S9(07)V99.
           05  LOC-NEW-MINPAY        PIC S9(07)V99.

       FD  LOCRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  LCPPRM-STATUS             PIC XX.
       01  LOCEXT-STATUS             PIC XX.
           88  LOCEXT-EOF                       VALUE "10".
       01  LOCHST-STATUS             PIC XX.
           88  LOCHST-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY         PIC 9(04).
           05  WS-MONTH-MM           PIC 9(02).
       01  WS-BRNO                   PIC X(04).
       01  WS-AVAIL                  PIC S9(09)V99.
       01  WS-UTIL-PCT               PIC 9(03)V9.

      * BRANCHES IN BRANCH ORDER; THE COMPANY LINE IS ITS OWN ENTRY.
       01  WS-MAX-BR                 PIC 9(03) COMP VALUE 500.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-BR-MOVE                PIC 9(03) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 501 TIMES.
               10  WS-BR-ID          PIC X(04).
               10  WS-BR-LINES       PIC 9(07) COMP.
               10  WS-BR-OVER        PIC 9(07) COMP.
               10  WS-BR-BLOCKED     PIC 9(07) COMP.
               10  WS-BR-ADV-CNT     PIC 9(07) COMP.
               10  WS-BR-REV-CNT     PIC 9(07) COMP.
               10  WS-BR-LIMIT       PIC S9(11)V99 COMP-3.
               10  WS-BR-BAL         PIC S9(11)V99 COMP-3.
               10  WS-BR-AVAIL       PIC S9(11)V99 COMP-3.
               10  WS-BR-NET-ADV     PIC S9(11)V99 COMP-3.
       01  WS-CO-ENTRY.
           05  WS-CO-ID              PIC X(04) VALUE "ALL ".
           05  WS-CO-LINES           PIC 9(07) COMP VALUE 0.
           05  WS-CO-OVER            PIC 9(07) COMP VALUE 0.
           05  WS-CO-BLOCKED         PIC 9(07) COMP VALUE 0.
           05  WS-CO-ADV-CNT         PIC 9(07) COMP VALUE 0.
           05  WS-CO-REV-CNT         PIC 9(07) COMP VALUE 0.
           05  WS-CO-LIMIT           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CO-BAL             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CO-AVAIL           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CO-NET-ADV         PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CNT-FLAGGED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OVFL               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-STALE              PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

       01  WS-DETAIL.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02).
           05  DTL-LINES             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  DTL-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01).
           05  DTL-BAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01).
           05  DTL-AVAIL             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01).
           05  DTL-UTIL              PIC ZZ9.9.
           05  FILLER                PIC X(01).
           05  DTL-OVER              PIC ZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  DTL-BLOCKED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  DTL-ADV-CNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  DTL-REV-CNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  DTL-NET-ADV           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02).
           05  DTL-FLAG              PIC X(16).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-LINES
           PERFORM 3000-READ-ADVANCES
           PERFORM 4000-PRINT-REPORT
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT LCPPRM-FILE
           READ LCPPRM-FILE
               AT END MOVE ZEROS TO LCPPRM-REC
           END-READ
           CLOSE LCPPRM-FILE
           IF LCP-MONTH NOT = 0
              MOVE LCP-MONTH TO WS-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-MONTH
              IF WS-MONTH-MM = 1
                 MOVE 12 TO WS-MONTH-MM
                 SUBTRACT 1 FROM WS-MONTH-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF
           OPEN INPUT LOCEXT-FILE
           MOVE "00" TO LOCEXT-STATUS
           OPEN INPUT LOCHST-FILE
           MOVE "00" TO LOCHST-STATUS
           OPEN OUTPUT LOCRPT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT LINE UTILIZATION BY BRANCH FOR "
                  WS-MONTH-MM "/" WS-MONTH-YYYY "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRNO    LINES   CREDIT LIMIT        BALANCE"
                  "       AVAILABLE UTIL%   OVER BLOCKD  DRAWS"
                  "  REVSD   NET ADVANCED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-READ-LINES.
           READ LOCEXT-FILE AT END SET LOCEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LINE UNTIL LOCEXT-EOF.

      * AN OVER-LIMIT LINE HAS NOTHING AVAILABLE, NOT A NEGATIVE.
       2100-ONE-LINE.
           IF LCX-ASOF-YYYYMM NOT = WS-MONTH
              ADD 1 TO WS-CNT-STALE
           ELSE
              COMPUTE WS-AVAIL = LCX-CREDITLIM - LCX-CURBAL
              IF WS-AVAIL < 0
                 MOVE 0 TO WS-AVAIL
              END-IF
              MOVE LCX-BRNO TO WS-BRNO
              PERFORM 8000-FIND-BRANCH THRU 8000-EXIT
              IF WS-BR-SUB NOT = 0
                 ADD 1             TO WS-BR-LINES(WS-BR-SUB)
                 ADD LCX-CREDITLIM TO WS-BR-LIMIT(WS-BR-SUB)
                 ADD LCX-CURBAL    TO WS-BR-BAL(WS-BR-SUB)
                 ADD WS-AVAIL      TO WS-BR-AVAIL(WS-BR-SUB)
                 IF LCX-CURBAL > LCX-CREDITLIM
                    ADD 1 TO WS-BR-OVER(WS-BR-SUB)
                 END-IF
                 IF LCX-STATUS NOT = SPACE
                    ADD 1 TO WS-BR-BLOCKED(WS-BR-SUB)
                 END-IF
              END-IF
              ADD 1             TO WS-CO-LINES
              ADD LCX-CREDITLIM TO WS-CO-LIMIT
              ADD LCX-CURBAL    TO WS-CO-BAL
              ADD WS-AVAIL      TO WS-CO-AVAIL
              IF LCX-CURBAL > LCX-CREDITLIM
                 ADD 1 TO WS-CO-OVER
              END-IF
              IF LCX-STATUS NOT = SPACE
                 ADD 1 TO WS-CO-BLOCKED
              END-IF
           END-IF
           READ LOCEXT-FILE AT END SET LOCEXT-EOF TO TRUE END-READ.

       3000-READ-ADVANCES.
           READ LOCHST-FILE AT END SET LOCHST-EOF TO TRUE END-READ
           PERFORM 3100-ONE-ADVANCE UNTIL LOCHST-EOF.

      * A REVERSED DRAW COMES BACK OUT OF THE NET DOLLARS ADVANCED.
       3100-ONE-ADVANCE.
           IF LOC-YYYYMM = WS-MONTH
              AND (LOC-EVENT = "A" OR LOC-EVENT = "R")
              MOVE LOC-BRNO TO WS-BRNO
              PERFORM 8000-FIND-BRANCH THRU 8000-EXIT
              IF LOC-EVENT = "A"
                 IF WS-BR-SUB NOT = 0
                    ADD 1       TO WS-BR-ADV-CNT(WS-BR-SUB)
                    ADD LOC-AMT TO WS-BR-NET-ADV(WS-BR-SUB)
                 END-IF
                 ADD 1       TO WS-CO-ADV-CNT
                 ADD LOC-AMT TO WS-CO-NET-ADV
              ELSE
                 IF WS-BR-SUB NOT = 0
                    ADD 1            TO WS-BR-REV-CNT(WS-BR-SUB)
                    SUBTRACT LOC-AMT FROM WS-BR-NET-ADV(WS-BR-SUB)
                 END-IF
                 ADD 1            TO WS-CO-REV-CNT
                 SUBTRACT LOC-AMT FROM WS-CO-NET-ADV
              END-IF
           END-IF
           READ LOCHST-FILE AT END SET LOCHST-EOF TO TRUE END-READ.

       4000-PRINT-REPORT.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               PERFORM 4100-BRANCH-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES         TO WS-DETAIL
           MOVE WS-CO-ID       TO DTL-BRNO
           MOVE WS-CO-LINES    TO DTL-LINES
           MOVE WS-CO-LIMIT    TO DTL-LIMIT
           MOVE WS-CO-BAL      TO DTL-BAL
           MOVE WS-CO-AVAIL    TO DTL-AVAIL
           MOVE 0 TO WS-UTIL-PCT
           IF WS-CO-LIMIT > 0 AND WS-CO-BAL > 0
              COMPUTE WS-UTIL-PCT ROUNDED =
                 WS-CO-BAL * 100 / WS-CO-LIMIT
           END-IF
           MOVE WS-UTIL-PCT    TO DTL-UTIL
           MOVE WS-CO-OVER     TO DTL-OVER
           MOVE WS-CO-BLOCKED  TO DTL-BLOCKED
           MOVE WS-CO-ADV-CNT  TO DTL-ADV-CNT
           MOVE WS-CO-REV-CNT  TO DTL-REV-CNT
           MOVE WS-CO-NET-ADV  TO DTL-NET-ADV
           WRITE RPT-LINE FROM WS-DETAIL
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FLAGGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BRANCHES FLAGGED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-STALE NOT = 0
              MOVE WS-CNT-STALE TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** SNAPSHOT ROWS NOT FOR THIS MONTH - SKIPPED "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
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
           MOVE WS-BR-LINES(WS-BR-SUB)   TO DTL-LINES
           MOVE WS-BR-LIMIT(WS-BR-SUB)   TO DTL-LIMIT
           MOVE WS-BR-BAL(WS-BR-SUB)     TO DTL-BAL
           MOVE WS-BR-AVAIL(WS-BR-SUB)   TO DTL-AVAIL
           MOVE 0 TO WS-UTIL-PCT
           IF WS-BR-LIMIT(WS-BR-SUB) > 0 AND WS-BR-BAL(WS-BR-SUB) > 0
              COMPUTE WS-UTIL-PCT ROUNDED =
                 WS-BR-BAL(WS-BR-SUB) * 100 / WS-BR-LIMIT(WS-BR-SUB)
           END-IF
           MOVE WS-UTIL-PCT              TO DTL-UTIL
           MOVE WS-BR-OVER(WS-BR-SUB)    TO DTL-OVER
           MOVE WS-BR-BLOCKED(WS-BR-SUB) TO DTL-BLOCKED
           MOVE WS-BR-ADV-CNT(WS-BR-SUB) TO DTL-ADV-CNT
           MOVE WS-BR-REV-CNT(WS-BR-SUB) TO DTL-REV-CNT
           MOVE WS-BR-NET-ADV(WS-BR-SUB) TO DTL-NET-ADV
           IF WS-UTIL-PCT NOT < 90
              ADD 1 TO WS-CNT-FLAGGED
              MOVE "** DRAWN 90%+" TO DTL-FLAG
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
           MOVE 0 TO WS-BR-LINES(WS-BR-SUB)
                     WS-BR-OVER(WS-BR-SUB)
                     WS-BR-BLOCKED(WS-BR-SUB)
                     WS-BR-ADV-CNT(WS-BR-SUB)
                     WS-BR-REV-CNT(WS-BR-SUB)
                     WS-BR-LIMIT(WS-BR-SUB)
                     WS-BR-BAL(WS-BR-SUB)
                     WS-BR-AVAIL(WS-BR-SUB)
                     WS-BR-NET-ADV(WS-BR-SUB).
       8000-EXIT.
           EXIT.

       9999-EXIT.
           CLOSE LOCEXT-FILE LOCHST-FILE LOCRPT-RPT
           STOP RUN.
