      *================================================================*
      *   P R O G R A M :  N A C R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-22
      *  DESC: MONTHLY NON-ACCRUAL TRANSITION REPORT.  LISTS EVERY
      *        MOVE NACSCN MADE IN THE MONTH FROM ITS NATRN HISTORY -
      *        ONTO NON-ACCRUAL WITH THE REASON AND THE ACCRUED
      *        INTEREST REVERSED, AND BACK TO ACCRUAL WITH THE
      *        INTEREST REINSTATED - WITH TOTALS BY LOAN CLASS AND FOR
      *        THE MONTH, SO FINANCE CAN TIE THE INCOME ADJUSTMENTS TO
      *        THE LEDGER.  THE MONTH COMES FROM THE OPTIONAL NACPRM
      *        ROW (YYYYMM); WITHOUT ONE IT IS THE MONTH BEFORE THE
      *        RUN DATE.
      *
      *  MOD HISTORY:
      *   052228 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NACPRM-FILE ASSIGN TO "NACPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NACPRM-STATUS.

           SELECT OPTIONAL NATRN-FILE ASSIGN TO "NATRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NATRN-STATUS.

           SELECT NACRPT-RPT ASSIGN TO "NACRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NACPRM-FILE.
       01  NACPRM-REC.
           05  PRM-REPORT-MONTH      PIC 9(06).

       FD  NATRN-FILE.
       01  NATRN-REC.
           05  NTR-DATE              PIC 9(08).
           05  NTR-DATE-X REDEFINES NTR-DATE.
               10  NTR-MONTH         PIC 9(06).
               10  FILLER            PIC 9(02).
           05  NTR-BRNO              PIC X(04).
           05  NTR-ACCTNO            PIC X(10).
           05  NTR-CLASS             PIC X(02).
           05  NTR-TYPE              PIC X(01).
           05  NTR-REASON            PIC X(01).
           05  NTR-CONTR-DAYS        PIC 9(04).
           05  NTR-CURBAL            PIC S9(07)V99.
           05  NTR-AMOUNT            PIC S9(07)V99.

       FD  NACRPT-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  NACPRM-STATUS             PIC XX.
           88  NACPRM-EOF                       VALUE "10".
       01  NATRN-STATUS              PIC XX.
           88  NATRN-EOF                        VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).
       01  WS-REPORT-MONTH           PIC 9(06).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY        PIC 9(04).
           05  WS-REPORT-MM          PIC 9(02).

       01  WS-MAX-CL                 PIC 9(04) COMP VALUE 100.
       01  WS-CL-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-SUB                    PIC 9(04) COMP.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 100 TIMES.
               10  WS-CL-CLASS       PIC X(02).
               10  WS-CL-NA-CNT      PIC 9(05) COMP.
               10  WS-CL-REVERSED    PIC S9(09)V99 COMP-3.
               10  WS-CL-AC-CNT      PIC 9(05) COMP.
               10  WS-CL-REINSTATED  PIC S9(09)V99 COMP-3.

       01  WS-CNT-NA                 PIC 9(05) COMP VALUE 0.
       01  WS-CNT-AC                 PIC 9(05) COMP VALUE 0.
       01  WS-TOT-REVERSED           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-REINSTATED         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-MOVE              PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-WHY               PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DAYS              PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REVERSED          PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REINSTATED        PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  NACPRM-FILE
           OPEN INPUT  NATRN-FILE
           OPEN OUTPUT NACRPT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-MM = 1
              COMPUTE WS-REPORT-YYYY = WS-RUN-YYYY - 1
              MOVE 12 TO WS-REPORT-MM
           ELSE
              MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
              COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
           END-IF
           READ NACPRM-FILE AT END SET NACPRM-EOF TO TRUE END-READ
           IF NOT NACPRM-EOF
              IF PRM-REPORT-MONTH IS NUMERIC AND PRM-REPORT-MONTH > 0
                 MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
              END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "NON-ACCRUAL STATUS TRANSITIONS FOR " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATE      BR    ACCOUNT     CL  MOVE            "
                  "WHY           DAYS     REVERSED   REINSTATED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-LIST.
           READ NATRN-FILE AT END SET NATRN-EOF TO TRUE END-READ
           PERFORM 2100-ONE-MOVE THRU 2100-EXIT UNTIL NATRN-EOF.

       2100-ONE-MOVE.
           IF NTR-MONTH NOT = WS-REPORT-MONTH
              GO TO 2100-NEXT.
           PERFORM 2200-FIND-CLASS
           MOVE SPACES         TO WS-DTL-LINE
           MOVE NTR-DATE       TO DTL-DATE
           MOVE NTR-BRNO       TO DTL-BRNO
           MOVE NTR-ACCTNO     TO DTL-ACCTNO
           MOVE NTR-CLASS      TO DTL-CLASS
           MOVE NTR-CONTR-DAYS TO DTL-DAYS
           EVALUATE NTR-REASON
               WHEN "D" MOVE "DELINQUENCY"  TO DTL-WHY
               WHEN "B" MOVE "BANKRUPTCY"   TO DTL-WHY
               WHEN "R" MOVE "REPOSSESSION" TO DTL-WHY
               WHEN "J" MOVE "JUDGMENT"     TO DTL-WHY
               WHEN OTHER MOVE "PERFORMING" TO DTL-WHY
           END-EVALUATE
           IF NTR-TYPE = "N"
              MOVE "TO NON-ACCRUAL" TO DTL-MOVE
              MOVE NTR-AMOUNT       TO DTL-REVERSED
              ADD 1 TO WS-CNT-NA
              ADD NTR-AMOUNT TO WS-TOT-REVERSED
              IF WS-SUB NOT > WS-CL-CNT
                 ADD 1 TO WS-CL-NA-CNT(WS-SUB)
                 ADD NTR-AMOUNT TO WS-CL-REVERSED(WS-SUB)
              END-IF
           ELSE
              MOVE "TO ACCRUAL"     TO DTL-MOVE
              MOVE NTR-AMOUNT       TO DTL-REINSTATED
              ADD 1 TO WS-CNT-AC
              ADD NTR-AMOUNT TO WS-TOT-REINSTATED
              IF WS-SUB NOT > WS-CL-CNT
                 ADD 1 TO WS-CL-AC-CNT(WS-SUB)
                 ADD NTR-AMOUNT TO WS-CL-REINSTATED(WS-SUB)
              END-IF
           END-IF
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2100-NEXT.
           READ NATRN-FILE AT END SET NATRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-CLASS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CL-CNT
                      OR WS-CL-CLASS(WS-SUB) = NTR-CLASS
               CONTINUE
           END-PERFORM
           IF WS-SUB > WS-CL-CNT AND WS-CL-CNT < WS-MAX-CL
              ADD 1 TO WS-CL-CNT
              MOVE WS-CL-CNT TO WS-SUB
              MOVE NTR-CLASS TO WS-CL-CLASS(WS-SUB)
              MOVE 0 TO WS-CL-NA-CNT(WS-SUB) WS-CL-REVERSED(WS-SUB)
                        WS-CL-AC-CNT(WS-SUB) WS-CL-REINSTATED(WS-SUB)
           END-IF.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BY CLASS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-CL-CNT
               MOVE WS-CL-NA-CNT(WS-SUB)     TO WS-EDIT-CNT
               MOVE WS-CL-REVERSED(WS-SUB)   TO WS-EDIT-AMT
               MOVE WS-CL-AC-CNT(WS-SUB)     TO WS-EDIT-CNT2
               MOVE WS-CL-REINSTATED(WS-SUB) TO WS-EDIT-AMT2
               MOVE SPACES TO RPT-LINE
               STRING "  CLASS " WS-CL-CLASS(WS-SUB)
                      "  TO NON-ACCRUAL " WS-EDIT-CNT
                      " REVERSED " WS-EDIT-AMT
                      "  BACK " WS-EDIT-CNT2
                      " REINSTATED " WS-EDIT-AMT2
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NA TO WS-EDIT-CNT
           MOVE WS-TOT-REVERSED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "MOVED TO NON-ACCRUAL: " WS-EDIT-CNT
                  "  INTEREST REVERSED: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-AC TO WS-EDIT-CNT
           MOVE WS-TOT-REINSTATED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED TO ACCRUAL: " WS-EDIT-CNT
                  "  INTEREST REINSTATED: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE NACPRM-FILE NATRN-FILE NACRPT-RPT
           STOP RUN.
