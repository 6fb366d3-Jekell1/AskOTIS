      *================================================================*
      *   P R O G R A M :  R C V R F W                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-06-12
      *  DESC: MONTH-END RECEIVABLE AND UNEARNED-INCOME ROLL-FORWARD
      *        BY BRANCH AND CLASS.  GLTIE PROVES THE DAY'S BALANCES
      *        TIE TO THE LEDGER; THIS EXPLAINS HOW THEY MOVED OVER
      *        THE MONTH - THE PACKAGE THE EXTERNAL AUDITORS ASK FOR
      *        AT YEAR-END.  READS:
      *          RFBAL - LAST MONTH'S ENDING BALANCES (ONE ROW PER
      *                  BRANCH/CLASS, WRITTEN BY LAST MONTH'S RUN AS
      *                  RFBAL.NEW), THE BEGINNING BALANCES;
      *          RFACT - THE MONTH'S POSTINGS, ONE ROW PER LP ROW,
      *                  TYPED BY THE EXTRACT (NEW LOAN, RENEWAL,
      *                  ADD-ON, CASH TO PRINCIPAL, REBATE WITH ITS
      *                  LN-REBATE COMPONENT, CHARGE-OFF, OTHER) AND
      *                  CARRYING ITS SIGNED EFFECT ON THE GROSS
      *                  RECEIVABLE AND ON THE UNEARNED FINANCE
      *                  CHARGE, AND THE FINANCE CHARGE IT EARNED
      *                  (LP-EARNED/LXE-EARN);
      *          RFEND - THE MONTH-END ACCOUNTS: LN-CURBAL, LN-INTCHG
      *                  AND LN-ACCERN (UNEARNED = INTCHG - ACCERN).
      *        BOTH ROLLS ARE PRINTED SIDE BY SIDE FOR EACH BRANCH/
      *        CLASS, BRANCH AND COMPANY:
      *          BEGINNING + ACTIVITY = CALCULATED ENDING, AGAINST THE
      *          ACTUAL ENDING, WITH ANY UNEXPLAINED DIFFERENCE SHOWN
      *          AS ITS OWN RECONCILING LINE - NEVER FORCED.
      *        THE ACTUAL ENDING BALANCES ARE WRITTEN TO RFBAL.NEW FOR
      *        NEXT MONTH.  RETURN CODE 4 WHEN ANY CELL CARRIES AN
      *        UNEXPLAINED DIFFERENCE.
      *
      *  MOD HISTORY:
      *   061228 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVRFW.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-06-12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RFPRM-FILE ASSIGN TO "RFPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFPRM-STATUS.

           SELECT OPTIONAL RFBAL-FILE ASSIGN TO "RFBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFBAL-STATUS.

           SELECT RFACT-FILE ASSIGN TO "RFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFACT-STATUS.

           SELECT RFEND-FILE ASSIGN TO "RFEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFEND-STATUS.

           SELECT RFNEW-FILE ASSIGN TO "RFBAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFNEW-STATUS.

           SELECT RCVRFW-RPT ASSIGN TO "RCVRFW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RFPRM-FILE.
       01  RFPRM-REC.
           05  PRM-PERIOD-END        PIC 9(08).

       FD  RFBAL-FILE.
       01  RFBAL-REC.
           05  RFB-BRNO              PIC X(04).
           05  RFB-CLASS             PIC X(02).
           05  RFB-PERIOD-END        PIC 9(08).
           05  RFB-GROSS             PIC S9(11)V99.
           05  RFB-UNEARNED          PIC S9(11)V99.

       FD  RFACT-FILE.
       01  RFACT-REC.
           05  RFA-BRNO              PIC X(04).
           05  RFA-CLASS             PIC X(02).
           05  RFA-ACCTNO            PIC X(10).
           05  RFA-SEQNO             PIC 9(05).
           05  RFA-POST-DATE         PIC 9(08).
           05  RFA-TRCD              PIC X(02).
           05  RFA-KIND              PIC X(02).
               88  RFA-NEW-LOAN                 VALUE "NL".
               88  RFA-RENEWAL                  VALUE "RN".
               88  RFA-ADD-ON                   VALUE "AO".
               88  RFA-CASH-PRIN                VALUE "PA".
               88  RFA-REBATE                   VALUE "RB".
               88  RFA-CHARGE-OFF               VALUE "CO".
               88  RFA-OTHER-ADJ                VALUE "AD".
      * LN-REBATE-TAB SUBSCRIPT OF A REBATE: 1 CL, 2 AH, 3 PP,
      * 4 INTEREST, 5-8 SERVICE/MAINTENANCE/OTHER, 9-15 O1-O7.
           05  RFA-REB-SUB           PIC 9(02).
           05  RFA-GROSS-AMT         PIC S9(09)V99.
           05  RFA-UNEARN-AMT        PIC S9(09)V99.
           05  RFA-EARNED            PIC S9(09)V99.

       FD  RFEND-FILE.
       01  RFEND-REC.
           05  RFE-BRNO              PIC X(04).
           05  RFE-CLASS             PIC X(02).
           05  RFE-ACCTNO            PIC X(10).
           05  RFE-CURBAL            PIC S9(09)V99.
           05  RFE-INTCHG            PIC S9(09)V99.
           05  RFE-ACCERN            PIC S9(09)V99.

       FD  RFNEW-FILE.
       01  RFNEW-REC.
           05  RFN-BRNO              PIC X(04).
           05  RFN-CLASS             PIC X(02).
           05  RFN-PERIOD-END        PIC 9(08).
           05  RFN-GROSS             PIC S9(11)V99.
           05  RFN-UNEARNED          PIC S9(11)V99.

       FD  RCVRFW-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  RFPRM-STATUS              PIC XX.
           88  RFPRM-EOF                        VALUE "10".
       01  RFBAL-STATUS              PIC XX.
           88  RFBAL-EOF                        VALUE "10".
       01  RFACT-STATUS              PIC XX.
           88  RFACT-EOF                        VALUE "10".
       01  RFEND-STATUS              PIC XX.
           88  RFEND-EOF                        VALUE "10".
       01  RFNEW-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-PERIOD-END             PIC 9(08).
       01  WS-PERIOD-START           PIC 9(08).
       01  WS-PRIOR-END              PIC 9(08).

      * ROLL LINES, THE SAME FOR BOTH ROLLS.  1 BEGINNING, 2-14 THE
      * MONTH'S ACTIVITY, 15 ACTUAL ENDING.  CALCULATED ENDING AND
      * THE UNEXPLAINED DIFFERENCE ARE WORKED OUT WHEN PRINTED.
       01  WS-LINE-LABELS.
           05  FILLER PIC X(32) VALUE "BEGINNING BALANCE".
           05  FILLER PIC X(32) VALUE "  NEW LOANS".
           05  FILLER PIC X(32) VALUE "  RENEWALS".
           05  FILLER PIC X(32) VALUE "  ADD-ONS".
           05  FILLER PIC X(32) VALUE "  CASH APPLIED TO PRINCIPAL".
           05  FILLER PIC X(32) VALUE "  REBATES - INTEREST".
           05  FILLER PIC X(32) VALUE "  REBATES - CREDIT LIFE".
           05  FILLER PIC X(32) VALUE "  REBATES - ACCIDENT & HEALTH".
           05  FILLER PIC X(32) VALUE "  REBATES - PROPERTY".
           05  FILLER PIC X(32) VALUE "  REBATES - SERVICE/MAINT/OTHER".
           05  FILLER PIC X(32) VALUE "  REBATES - OTHER INSURANCE".
           05  FILLER PIC X(32) VALUE "  FINANCE CHARGE EARNED".
           05  FILLER PIC X(32) VALUE "  CHARGE-OFFS".
           05  FILLER PIC X(32) VALUE "  OTHER ADJUSTMENTS".
           05  FILLER PIC X(32) VALUE "ACTUAL ENDING BALANCE".
       01  WS-LINE-LABEL-TBL REDEFINES WS-LINE-LABELS.
           05  WS-LINE-LABEL         PIC X(32) OCCURS 15 TIMES.

       01  WS-LN                     PIC 9(02) COMP.
       01  WS-RL                     PIC 9(01) COMP.

      * ONE CELL PER BRANCH/CLASS, KEPT IN BRANCH/CLASS ORDER.
       01  WS-MAX-CELL               PIC 9(04) COMP VALUE 2000.
       01  WS-CELL-CNT               PIC 9(04) COMP VALUE 0.
       01  WS-CELL-SUB               PIC 9(04) COMP.
       01  WS-SHIFT-SUB              PIC 9(04) COMP.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 2001 TIMES.
               10  WS-CL-BRNO        PIC X(04).
               10  WS-CL-CLASS       PIC X(02).
               10  WS-CL-LINE OCCURS 15 TIMES.
                   15  WS-CL-AMT     PIC S9(11)V99 COMP-3
                                     OCCURS 2 TIMES.
       01  WS-FIND-BRNO              PIC X(04).
       01  WS-FIND-CLASS             PIC X(02).
       01  WS-FIND-KEY               PIC X(06).
       01  WS-CELL-KEY               PIC X(06).

      * BRANCH AND COMPANY TOTALS, SAME SHAPE AS A CELL.
       01  WS-BR-TOTALS.
           05  WS-BT-LINE OCCURS 15 TIMES.
               10  WS-BT-AMT         PIC S9(11)V99 COMP-3
                                     OCCURS 2 TIMES.
       01  WS-CO-TOTALS.
           05  WS-GT-LINE OCCURS 15 TIMES.
               10  WS-GT-AMT         PIC S9(11)V99 COMP-3
                                     OCCURS 2 TIMES.
      * THE FIGURES BEING PRINTED.
       01  WS-PRT-TOTALS.
           05  WS-PT-LINE OCCURS 15 TIMES.
               10  WS-PT-AMT         PIC S9(11)V99 COMP-3
                                     OCCURS 2 TIMES.
       01  WS-PRT-TITLE              PIC X(40).
       01  WS-CALC-TABLE.
           05  WS-CALC-END           PIC S9(11)V99 OCCURS 2 TIMES.
           05  WS-DIFF               PIC S9(11)V99 OCCURS 2 TIMES.
       01  WS-LAST-BRNO              PIC X(04).

       01  WS-CNT-BEG                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BEG-STALE          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ACT                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ACT-OUT            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ACT-UNTYPED        PIC 9(07) COMP VALUE 0.
       01  WS-CNT-END                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CELLS-OK           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CELLS-DIFF         PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CELL-OVERFLOW      PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

       01  WS-ROLL-LINE.
           05  RLL-LABEL             PIC X(32).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RLL-GROSS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  RLL-UNEARNED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-BEGINNING
           PERFORM 1200-LOAD-ACTIVITY
           PERFORM 1300-LOAD-ENDING
           PERFORM 2000-PRINT-ROLLS
           PERFORM 3000-WRITE-NEW-BALANCES
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RFPRM-FILE
           OPEN INPUT  RFBAL-FILE
           OPEN INPUT  RFACT-FILE
           OPEN INPUT  RFEND-FILE
           OPEN OUTPUT RFNEW-FILE
           OPEN OUTPUT RCVRFW-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PERIOD-END
           READ RFPRM-FILE AT END SET RFPRM-EOF TO TRUE END-READ
           IF NOT RFPRM-EOF AND PRM-PERIOD-END NUMERIC
              AND PRM-PERIOD-END NOT = 0
              MOVE PRM-PERIOD-END TO WS-PERIOD-END
           END-IF
           MOVE WS-PERIOD-END TO WS-PERIOD-START
           MOVE "01" TO WS-PERIOD-START(7:2)
           COMPUTE WS-PRIOR-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) - 1)
           INITIALIZE WS-CO-TOTALS
           MOVE SPACES TO RPT-LINE
           STRING "RECEIVABLE AND UNEARNED INCOME ROLL-FORWARD  "
                  WS-PERIOD-START " THRU " WS-PERIOD-END
                  "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-BEGINNING.
           READ RFBAL-FILE AT END SET RFBAL-EOF TO TRUE END-READ
           PERFORM UNTIL RFBAL-EOF
               ADD 1 TO WS-CNT-BEG
               IF RFB-PERIOD-END NOT = WS-PRIOR-END
                  ADD 1 TO WS-CNT-BEG-STALE
               END-IF
               MOVE RFB-BRNO  TO WS-FIND-BRNO
               MOVE RFB-CLASS TO WS-FIND-CLASS
               PERFORM 1500-FIND-CELL THRU 1500-EXIT
               ADD RFB-GROSS    TO WS-CL-AMT(WS-CELL-SUB, 1, 1)
               ADD RFB-UNEARNED TO WS-CL-AMT(WS-CELL-SUB, 1, 2)
               READ RFBAL-FILE AT END SET RFBAL-EOF TO TRUE END-READ
           END-PERFORM.

       1200-LOAD-ACTIVITY.
           READ RFACT-FILE AT END SET RFACT-EOF TO TRUE END-READ
           PERFORM UNTIL RFACT-EOF
               IF RFA-POST-DATE < WS-PERIOD-START
                  OR RFA-POST-DATE > WS-PERIOD-END
                  ADD 1 TO WS-CNT-ACT-OUT
               ELSE
                  ADD 1 TO WS-CNT-ACT
                  MOVE RFA-BRNO  TO WS-FIND-BRNO
                  MOVE RFA-CLASS TO WS-FIND-CLASS
                  PERFORM 1500-FIND-CELL THRU 1500-EXIT
                  PERFORM 1600-LINE-NO
                  ADD RFA-GROSS-AMT
                    TO WS-CL-AMT(WS-CELL-SUB, WS-LN, 1)
                  ADD RFA-UNEARN-AMT
                    TO WS-CL-AMT(WS-CELL-SUB, WS-LN, 2)
                  SUBTRACT RFA-EARNED
                    FROM WS-CL-AMT(WS-CELL-SUB, 12, 2)
               END-IF
               READ RFACT-FILE AT END SET RFACT-EOF TO TRUE
               END-READ
           END-PERFORM.

       1300-LOAD-ENDING.
           READ RFEND-FILE AT END SET RFEND-EOF TO TRUE END-READ
           PERFORM UNTIL RFEND-EOF
               ADD 1 TO WS-CNT-END
               MOVE RFE-BRNO  TO WS-FIND-BRNO
               MOVE RFE-CLASS TO WS-FIND-CLASS
               PERFORM 1500-FIND-CELL THRU 1500-EXIT
               ADD RFE-CURBAL TO WS-CL-AMT(WS-CELL-SUB, 15, 1)
               COMPUTE WS-CL-AMT(WS-CELL-SUB, 15, 2) =
                       WS-CL-AMT(WS-CELL-SUB, 15, 2)
                     + RFE-INTCHG - RFE-ACCERN
               READ RFEND-FILE AT END SET RFEND-EOF TO TRUE
               END-READ
           END-PERFORM.

      * FIND THE BRANCH/CLASS CELL, INSERTING IT IN ORDER IF NEW.
      * WHEN THE TABLE IS FULL THE LAST ENTRY COLLECTS THE REST.
       1500-FIND-CELL.
           STRING WS-FIND-BRNO WS-FIND-CLASS
               DELIMITED BY SIZE INTO WS-FIND-KEY
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-CNT
                      OR WS-CL-BRNO(WS-CELL-SUB) > WS-FIND-BRNO
                      OR (WS-CL-BRNO(WS-CELL-SUB) = WS-FIND-BRNO
                          AND WS-CL-CLASS(WS-CELL-SUB)
                                        NOT < WS-FIND-CLASS)
               CONTINUE
           END-PERFORM
           IF WS-CELL-SUB NOT > WS-CELL-CNT
              STRING WS-CL-BRNO(WS-CELL-SUB) WS-CL-CLASS(WS-CELL-SUB)
                  DELIMITED BY SIZE INTO WS-CELL-KEY
              IF WS-CELL-KEY = WS-FIND-KEY
                 GO TO 1500-EXIT
              END-IF
           END-IF
           IF WS-CELL-CNT NOT < WS-MAX-CELL
              ADD 1 TO WS-CNT-CELL-OVERFLOW
              MOVE WS-CELL-CNT TO WS-CELL-SUB
              GO TO 1500-EXIT
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-CELL-CNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-CELL-SUB
               MOVE WS-CELL-ENTRY(WS-SHIFT-SUB)
                 TO WS-CELL-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-CELL-CNT
           INITIALIZE WS-CELL-ENTRY(WS-CELL-SUB)
           MOVE WS-FIND-BRNO  TO WS-CL-BRNO(WS-CELL-SUB)
           MOVE WS-FIND-CLASS TO WS-CL-CLASS(WS-CELL-SUB).
       1500-EXIT.
           EXIT.

       1600-LINE-NO.
           EVALUATE TRUE
               WHEN RFA-NEW-LOAN   MOVE 2  TO WS-LN
               WHEN RFA-RENEWAL    MOVE 3  TO WS-LN
               WHEN RFA-ADD-ON     MOVE 4  TO WS-LN
               WHEN RFA-CASH-PRIN  MOVE 5  TO WS-LN
               WHEN RFA-CHARGE-OFF MOVE 13 TO WS-LN
               WHEN RFA-OTHER-ADJ  MOVE 14 TO WS-LN
               WHEN RFA-REBATE
                   EVALUATE RFA-REB-SUB
                       WHEN 4          MOVE 6  TO WS-LN
                       WHEN 1          MOVE 7  TO WS-LN
                       WHEN 2          MOVE 8  TO WS-LN
                       WHEN 3          MOVE 9  TO WS-LN
                       WHEN 9 THRU 15  MOVE 11 TO WS-LN
                       WHEN OTHER      MOVE 10 TO WS-LN
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-CNT-ACT-UNTYPED
                   MOVE 14 TO WS-LN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EACH CELL, THEN EACH BRANCH'S TOTAL, THEN THE COMPANY.
      *----------------------------------------------------------------*
       2000-PRINT-ROLLS.
           MOVE SPACES TO WS-LAST-BRNO
           INITIALIZE WS-BR-TOTALS
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-CNT
               IF WS-CL-BRNO(WS-CELL-SUB) NOT = WS-LAST-BRNO
                  AND WS-LAST-BRNO NOT = SPACES
                  PERFORM 2200-BRANCH-BREAK
               END-IF
               MOVE WS-CL-BRNO(WS-CELL-SUB) TO WS-LAST-BRNO
               PERFORM VARYING WS-LN FROM 1 BY 1 UNTIL WS-LN > 15
                   PERFORM VARYING WS-RL FROM 1 BY 1 UNTIL WS-RL > 2
                       MOVE WS-CL-AMT(WS-CELL-SUB, WS-LN, WS-RL)
                         TO WS-PT-AMT(WS-LN, WS-RL)
                       ADD WS-CL-AMT(WS-CELL-SUB, WS-LN, WS-RL)
                         TO WS-BT-AMT(WS-LN, WS-RL)
                            WS-GT-AMT(WS-LN, WS-RL)
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO WS-PRT-TITLE
               STRING "BRANCH " WS-CL-BRNO(WS-CELL-SUB)
                      "  CLASS " WS-CL-CLASS(WS-CELL-SUB)
                   DELIMITED BY SIZE INTO WS-PRT-TITLE
               PERFORM 2100-PRINT-ONE
               IF WS-DIFF(1) = 0 AND WS-DIFF(2) = 0
                  ADD 1 TO WS-CNT-CELLS-OK
               ELSE
                  ADD 1 TO WS-CNT-CELLS-DIFF
               END-IF
           END-PERFORM
           IF WS-LAST-BRNO NOT = SPACES
              PERFORM 2200-BRANCH-BREAK
           END-IF
           MOVE WS-CO-TOTALS TO WS-PRT-TOTALS
           MOVE "COMPANY TOTAL" TO WS-PRT-TITLE
           PERFORM 2100-PRINT-ONE.

      * PRINT ONE ROLL-FORWARD FROM WS-PRT-TOTALS.
       2100-PRINT-ONE.
           MOVE SPACES TO RPT-LINE
           STRING WS-PRT-TITLE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-ROLL-LINE
           MOVE SPACES TO RPT-LINE
           STRING "                                "
                  "              GROSS RECEIVABLE"
                  "        UNEARNED INCOME"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-CALC-END(1) WS-CALC-END(2)
           PERFORM VARYING WS-LN FROM 1 BY 1 UNTIL WS-LN > 14
               ADD WS-PT-AMT(WS-LN, 1) TO WS-CALC-END(1)
               ADD WS-PT-AMT(WS-LN, 2) TO WS-CALC-END(2)
               MOVE WS-LINE-LABEL(WS-LN) TO RLL-LABEL
               MOVE WS-PT-AMT(WS-LN, 1)  TO RLL-GROSS
               MOVE WS-PT-AMT(WS-LN, 2)  TO RLL-UNEARNED
               MOVE WS-ROLL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE "CALCULATED ENDING BALANCE" TO RLL-LABEL
           MOVE WS-CALC-END(1) TO RLL-GROSS
           MOVE WS-CALC-END(2) TO RLL-UNEARNED
           MOVE WS-ROLL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LINE-LABEL(15)   TO RLL-LABEL
           MOVE WS-PT-AMT(15, 1)    TO RLL-GROSS
           MOVE WS-PT-AMT(15, 2)    TO RLL-UNEARNED
           MOVE WS-ROLL-LINE TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-DIFF(1) = WS-PT-AMT(15, 1) - WS-CALC-END(1)
           COMPUTE WS-DIFF(2) = WS-PT-AMT(15, 2) - WS-CALC-END(2)
           MOVE "UNEXPLAINED DIFFERENCE" TO RLL-LABEL
           MOVE WS-DIFF(1) TO RLL-GROSS
           MOVE WS-DIFF(2) TO RLL-UNEARNED
           MOVE WS-ROLL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2200-BRANCH-BREAK.
           MOVE WS-BR-TOTALS TO WS-PRT-TOTALS
           MOVE SPACES TO WS-PRT-TITLE
           STRING "BRANCH " WS-LAST-BRNO " TOTAL"
               DELIMITED BY SIZE INTO WS-PRT-TITLE
           PERFORM 2100-PRINT-ONE
           INITIALIZE WS-BR-TOTALS.

       3000-WRITE-NEW-BALANCES.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-CNT
               MOVE WS-CL-BRNO(WS-CELL-SUB)       TO RFN-BRNO
               MOVE WS-CL-CLASS(WS-CELL-SUB)      TO RFN-CLASS
               MOVE WS-PERIOD-END                 TO RFN-PERIOD-END
               MOVE WS-CL-AMT(WS-CELL-SUB, 15, 1) TO RFN-GROSS
               MOVE WS-CL-AMT(WS-CELL-SUB, 15, 2) TO RFN-UNEARNED
               WRITE RFNEW-REC
           END-PERFORM.

       4000-TOTALS.
           MOVE WS-CNT-BEG TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BEGINNING BALANCE ROWS       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-BEG = 0
              MOVE SPACES TO RPT-LINE
              STRING "*** NO BEGINNING BALANCES - "
                     "FIRST RUN OR RFBAL MISSING"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-CNT-BEG-STALE > 0
              MOVE WS-CNT-BEG-STALE TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** BEGINNING ROWS NOT DATED " WS-PRIOR-END
                     ": " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE WS-CNT-ACT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVITY ROWS IN PERIOD      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ACT-OUT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVITY ROWS OUT OF PERIOD  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ACT-UNTYPED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "UNTYPED ROWS IN OTHER ADJ    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-END TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "MONTH-END ACCOUNTS           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CELLS-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CELLS FULLY EXPLAINED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CELLS-DIFF TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CELLS WITH A DIFFERENCE      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-CELL-OVERFLOW > 0
              MOVE WS-CNT-CELL-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** CELL TABLE FULL - ROWS IN LAST CELL "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-CNT-CELLS-DIFF NOT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE RFPRM-FILE RFBAL-FILE RFACT-FILE RFEND-FILE
                 RFNEW-FILE RCVRFW-RPT
           STOP RUN.
