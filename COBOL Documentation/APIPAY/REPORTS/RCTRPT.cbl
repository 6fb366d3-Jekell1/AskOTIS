      *================================================================*
      *   P R O G R A M :  R C T R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-01-01
      *  DESC: DAILY CASH RECEIPT CONTROL REPORT, PER BRANCH/TILL.
      *        READS THE KEYED RCL RECEIPT LOG (CASH-RECEIPT AT
      *        POSTING, RCTMNT FOR VOIDS, SPOILS AND REPRINTS) IN
      *        BRANCH/TILL/RECEIPT ORDER AND, FOR EACH TILL:
      *          - FLAGS EVERY GAP IN THE SEQUENCE FROM 1 TO THE LAST
      *            NUMBER ISSUED.  A GAP IS FLAGGED ON EVERY RUN UNTIL
      *            RCTMNT RECORDS THE NUMBER AS SPOILED
      *          - LISTS THE DAY'S VOIDS AND SPOILS WITH REASON, USER
      *            AND SUPERVISOR, AND THE DAY'S REPRINTS
      *          - TOTALS THE RECEIPTS ISSUED TODAY AND STILL GOOD AND
      *            TIES THEM TO THE TELLER'S TILL SETTLEMENT (TILSET -
      *            BRANCH, TILL, DATE, CASH SETTLED) WITH THE OVER/SHORT
      *        A TILL WITH RECEIPTS BUT NO SETTLEMENT ROW, AND A
      *        SETTLEMENT ROW WITH NO RECEIPTS, ARE FLAGGED.  THE
      *        REPORT DATE IS TODAY UNLESS THE RCTDATE ENVIRONMENT
      *        VARIABLE NAMES ONE (CCYYMMDD), FOR A RERUN.
      *
      *  MOD HISTORY:
      *   010129 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCTRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-01-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCL-FILE ASSIGN TO "RCL"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RCL-KEY
               FILE STATUS IS RCL-STATUS.

           SELECT OPTIONAL TILSET-FILE ASSIGN TO "TILSET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILSET-STATUS.

           SELECT RCTRPT-RPT ASSIGN TO "RCTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CASH RECEIPT LOG (FROM CASH-RECEIPT AT POSTING).
       FD  RCL-FILE.
       01  RCL-REC.
           05  RCL-KEY.
               10  RCL-BRNO          PIC X(04).
               10  RCL-TILLNO        PIC 9(04).
               10  RCL-RCPTNO        PIC 9(07).
           05  RCL-STATUS-CD         PIC X(01).
               88  RCL-CONTROL                  VALUE "H".
               88  RCL-ISSUED                   VALUE "I".
               88  RCL-VOIDED                   VALUE "V".
               88  RCL-SPOILED                  VALUE "S".
           05  RCL-BODY.
               10  RCL-ACCTNO        PIC X(10).
               10  RCL-LP-SEQNO      PIC 9(05).
               10  RCL-TRCD          PIC X(02).
               10  RCL-REFCD         PIC X(05).
               10  RCL-ISSUE-DATE    PIC 9(08).
               10  RCL-USERID        PIC X(08).
               10  RCL-TRAMT         PIC S9(07)V99.
               10  RCL-APCUR         PIC S9(07)V99.
               10  RCL-APINT         PIC S9(07)V99.
               10  RCL-APLC          PIC S9(07)V99.
               10  RCL-OTHER         PIC S9(07)V99.
               10  RCL-NEW-BAL       PIC S9(07)V99.
               10  RCL-REPRINT-CNT   PIC 9(03).
               10  RCL-REPRINT-DATE  PIC 9(08).
               10  RCL-REPRINT-USER  PIC X(08).
      * VOID-DATE, REASON, USER AND SUPERVISOR ALSO RECORD A SPOIL.
               10  RCL-VOID-DATE     PIC 9(08).
               10  RCL-VOID-REASON   PIC X(30).
               10  RCL-VOID-USER     PIC X(08).
               10  RCL-VOID-SUPV     PIC X(08).
               10  RCL-TEXT          PIC X(60) OCCURS 5 TIMES.
      * THE TILL'S CONTROL ROW (RECEIPT NUMBER ZERO).
           05  RCL-CTL REDEFINES RCL-BODY.
               10  RCL-NEXT-RCPTNO   PIC 9(07).

      * ONE ROW PER TILL SETTLED, FROM THE TELLERS' END-OF-DAY COUNT.
       FD  TILSET-FILE.
       01  TILSET-REC.
           05  TSL-BRNO              PIC X(04).
           05  TSL-TILLNO            PIC 9(04).
           05  TSL-DATE              PIC 9(08).
           05  TSL-CASH-AMT          PIC S9(09)V99.

       FD  RCTRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  RCL-STATUS                PIC XX.
           88  RCL-EOF                          VALUE "10".
       01  TILSET-STATUS             PIC XX.
           88  TILSET-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-PARM-DATE              PIC X(08).

      * THE TILL BEING REPORTED.
       01  WS-CUR-BRNO               PIC X(04).
       01  WS-CUR-TILLNO             PIC 9(04).
       01  WS-CUR-NEXT               PIC 9(07).
       01  WS-EXPECT-RCPTNO          PIC 9(07).
       01  WS-GAP-FROM               PIC 9(07).
       01  WS-GAP-THRU               PIC 9(07).
       01  WS-TILL-HDR-FG            PIC X(01).
           88  WS-TILL-HDR-DONE                 VALUE "Y".
       01  WS-TILL-CNT-ISSUED        PIC 9(05) COMP.
       01  WS-TILL-AMT-ISSUED        PIC S9(09)V99.
       01  WS-TILL-CNT-GOOD          PIC 9(05) COMP.
       01  WS-TILL-AMT-GOOD          PIC S9(09)V99.
       01  WS-TILL-CNT-VOID          PIC 9(05) COMP.
       01  WS-TILL-CNT-SPOIL         PIC 9(05) COMP.
       01  WS-TILL-CNT-REPRINT       PIC 9(05) COMP.
       01  WS-TILL-CNT-GAP           PIC 9(07) COMP.
       01  WS-OVER-SHORT             PIC S9(09)V99.

      * THE DAY'S TILL SETTLEMENTS.
       01  WS-TS-MAX                 PIC 9(05) COMP VALUE 500.
       01  WS-TS-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-TS-SUB                 PIC 9(05) COMP.
       01  WS-TS-HIT                 PIC 9(05) COMP.
       01  WS-TS-FULL-FG             PIC X(01) VALUE "N".
           88  WS-TS-FULL                       VALUE "Y".
       01  WS-TS-TABLE.
           05  WS-TS-ENTRY OCCURS 500 TIMES.
               10  WS-TS-BRNO        PIC X(04).
               10  WS-TS-TILLNO      PIC 9(04).
               10  WS-TS-CASH-AMT    PIC S9(09)V99.
               10  WS-TS-USED-FG     PIC X(01).

       01  WS-CNT-TILLS              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ISSUED             PIC 9(07) COMP VALUE 0.
       01  WS-AMT-ISSUED             PIC S9(11)V99 VALUE 0.
       01  WS-CNT-VOID               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-SPOIL              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REPRINT            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-GAP                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OUT-BAL            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-NO-SETTLE          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-NO-RCPTS           PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-CNT3              PIC ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DTL-KIND              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-RCPTNO            PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AMT               PIC ZZZ,ZZ9.99-
                                     BLANK WHEN ZERO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SUPV              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NOTE              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SETTLEMENTS
           PERFORM 2000-SCAN-LOG
           PERFORM 4000-UNMATCHED-SETTLEMENTS
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-DATE
           ACCEPT WS-PARM-DATE FROM ENVIRONMENT "RCTDATE"
           IF WS-PARM-DATE NOT = SPACES AND WS-PARM-DATE NUMERIC
              MOVE WS-PARM-DATE TO WS-RUN-DATE
           END-IF
           OPEN INPUT RCL-FILE
           OPEN INPUT TILSET-FILE
           OPEN OUTPUT RCTRPT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CASH RECEIPT CONTROL BY TILL FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1500-LOAD-SETTLEMENTS.
           READ TILSET-FILE AT END SET TILSET-EOF TO TRUE END-READ
           PERFORM UNTIL TILSET-EOF
               IF TSL-DATE = WS-RUN-DATE
                  IF WS-TS-CNT = WS-TS-MAX
                     SET WS-TS-FULL TO TRUE
                  ELSE
                     ADD 1 TO WS-TS-CNT
                     MOVE TSL-BRNO     TO WS-TS-BRNO(WS-TS-CNT)
                     MOVE TSL-TILLNO   TO WS-TS-TILLNO(WS-TS-CNT)
                     MOVE TSL-CASH-AMT TO WS-TS-CASH-AMT(WS-TS-CNT)
                     MOVE "N"          TO WS-TS-USED-FG(WS-TS-CNT)
                  END-IF
               END-IF
               READ TILSET-FILE AT END SET TILSET-EOF TO TRUE END-READ
           END-PERFORM
           IF WS-TS-FULL
              MOVE "*** SETTLEMENT TABLE FULL - SOME TILLS NOT TIED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE LOG.  EACH TILL STARTS AT ITS CONTROL ROW;
      * A RECEIPT ROW WITH NO CONTROL ROW AHEAD OF IT STILL OPENS ITS
      * TILL, WITH THE SEQUENCE END TAKEN FROM THE ROWS THEMSELVES.
      *----------------------------------------------------------------*
       2000-SCAN-LOG.
           MOVE SPACES TO WS-CUR-BRNO
           MOVE 0      TO WS-CUR-TILLNO
           READ RCL-FILE NEXT RECORD
               AT END SET RCL-EOF TO TRUE
           END-READ
           PERFORM 2100-ONE-ROW UNTIL RCL-EOF
           IF WS-CUR-BRNO NOT = SPACES
              PERFORM 3000-TILL-END THRU 3000-EXIT
           END-IF.

       2100-ONE-ROW.
           IF RCL-BRNO NOT = WS-CUR-BRNO
              OR RCL-TILLNO NOT = WS-CUR-TILLNO
              IF WS-CUR-BRNO NOT = SPACES
                 PERFORM 3000-TILL-END THRU 3000-EXIT
              END-IF
              PERFORM 2200-TILL-START
           END-IF
           IF RCL-CONTROL
              MOVE RCL-NEXT-RCPTNO TO WS-CUR-NEXT
           ELSE
              PERFORM 2300-RECEIPT-ROW
           END-IF
           READ RCL-FILE NEXT RECORD
               AT END SET RCL-EOF TO TRUE
           END-READ.

       2200-TILL-START.
           MOVE RCL-BRNO   TO WS-CUR-BRNO
           MOVE RCL-TILLNO TO WS-CUR-TILLNO
           MOVE 0 TO WS-CUR-NEXT
                     WS-TILL-CNT-ISSUED WS-TILL-AMT-ISSUED
                     WS-TILL-CNT-GOOD   WS-TILL-AMT-GOOD
                     WS-TILL-CNT-VOID   WS-TILL-CNT-SPOIL
                     WS-TILL-CNT-REPRINT WS-TILL-CNT-GAP
           MOVE 1   TO WS-EXPECT-RCPTNO
           MOVE "N" TO WS-TILL-HDR-FG.

       2300-RECEIPT-ROW.
           IF RCL-RCPTNO > WS-EXPECT-RCPTNO
              MOVE WS-EXPECT-RCPTNO TO WS-GAP-FROM
              COMPUTE WS-GAP-THRU = RCL-RCPTNO - 1
              PERFORM 2500-GAP-LINE
           END-IF
           COMPUTE WS-EXPECT-RCPTNO = RCL-RCPTNO + 1
           IF WS-CUR-NEXT < WS-EXPECT-RCPTNO
              MOVE WS-EXPECT-RCPTNO TO WS-CUR-NEXT
           END-IF

           IF (RCL-ISSUED OR RCL-VOIDED)
              AND RCL-ISSUE-DATE = WS-RUN-DATE
              ADD 1         TO WS-TILL-CNT-ISSUED
              ADD RCL-TRAMT TO WS-TILL-AMT-ISSUED
              IF RCL-ISSUED
                 ADD 1         TO WS-TILL-CNT-GOOD
                 ADD RCL-TRAMT TO WS-TILL-AMT-GOOD
              END-IF
           END-IF
           IF RCL-VOIDED AND RCL-VOID-DATE = WS-RUN-DATE
              ADD 1 TO WS-TILL-CNT-VOID
              MOVE "VOID    "      TO DTL-KIND
              MOVE RCL-ACCTNO      TO DTL-ACCTNO
              MOVE RCL-TRAMT       TO DTL-AMT
              MOVE RCL-VOID-USER   TO DTL-USERID
              MOVE RCL-VOID-SUPV   TO DTL-SUPV
              MOVE RCL-VOID-REASON TO DTL-NOTE
              PERFORM 2600-DETAIL-LINE
           END-IF
           IF RCL-SPOILED AND RCL-VOID-DATE = WS-RUN-DATE
              ADD 1 TO WS-TILL-CNT-SPOIL
              MOVE "SPOILED "      TO DTL-KIND
              MOVE SPACES          TO DTL-ACCTNO
              MOVE 0               TO DTL-AMT
              MOVE RCL-VOID-USER   TO DTL-USERID
              MOVE RCL-VOID-SUPV   TO DTL-SUPV
              MOVE RCL-VOID-REASON TO DTL-NOTE
              PERFORM 2600-DETAIL-LINE
           END-IF
           IF RCL-REPRINT-CNT > 0 AND RCL-REPRINT-DATE = WS-RUN-DATE
              ADD 1 TO WS-TILL-CNT-REPRINT
              MOVE "REPRINT "       TO DTL-KIND
              MOVE RCL-ACCTNO       TO DTL-ACCTNO
              MOVE RCL-TRAMT        TO DTL-AMT
              MOVE RCL-REPRINT-USER TO DTL-USERID
              MOVE SPACES           TO DTL-SUPV
              MOVE RCL-REPRINT-CNT  TO WS-EDIT-CNT3
              MOVE SPACES           TO DTL-NOTE
              STRING "REPRINTED" WS-EDIT-CNT3 " TIME(S) SINCE ISSUE"
                  DELIMITED BY SIZE INTO DTL-NOTE
              PERFORM 2600-DETAIL-LINE
           END-IF.

       2400-TILL-HEADER.
           IF NOT WS-TILL-HDR-DONE
              MOVE "Y" TO WS-TILL-HDR-FG
              MOVE SPACES TO RPT-LINE
              STRING "BRANCH " WS-CUR-BRNO "  TILL " WS-CUR-TILLNO
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       2500-GAP-LINE.
           COMPUTE WS-TILL-CNT-GAP = WS-TILL-CNT-GAP
                                   + WS-GAP-THRU - WS-GAP-FROM + 1
           MOVE "GAP     "  TO DTL-KIND
           MOVE WS-GAP-FROM TO DTL-RCPTNO
           MOVE SPACES      TO DTL-ACCTNO DTL-USERID DTL-SUPV
           MOVE 0           TO DTL-AMT
           MOVE SPACES      TO DTL-NOTE
           STRING "*** " WS-GAP-FROM " THRU " WS-GAP-THRU
                  " UNACCOUNTED"
               DELIMITED BY SIZE INTO DTL-NOTE
           PERFORM 2400-TILL-HEADER
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2600-DETAIL-LINE.
           MOVE RCL-RCPTNO TO DTL-RCPTNO
           PERFORM 2400-TILL-HEADER
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE TILL'S TAIL GAP (NUMBERS THE CONTROL ROW HAS PASSED WITH NO
      * ROW BEHIND THEM), ITS COUNTS, AND THE TIE TO ITS SETTLEMENT.
      *----------------------------------------------------------------*
       3000-TILL-END.
           IF WS-CUR-NEXT > WS-EXPECT-RCPTNO
              MOVE WS-EXPECT-RCPTNO TO WS-GAP-FROM
              COMPUTE WS-GAP-THRU = WS-CUR-NEXT - 1
              PERFORM 2500-GAP-LINE
           END-IF
           MOVE 0 TO WS-TS-HIT
           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-CNT
               IF WS-TS-BRNO(WS-TS-SUB) = WS-CUR-BRNO
                  AND WS-TS-TILLNO(WS-TS-SUB) = WS-CUR-TILLNO
                  MOVE WS-TS-SUB TO WS-TS-HIT
               END-IF
           END-PERFORM
           IF WS-TILL-CNT-ISSUED = 0 AND WS-TILL-CNT-VOID = 0
              AND WS-TILL-CNT-SPOIL = 0 AND WS-TILL-CNT-REPRINT = 0
              AND WS-TILL-CNT-GAP = 0 AND WS-TS-HIT = 0
              GO TO 3000-EXIT
           END-IF
           PERFORM 2400-TILL-HEADER
           ADD 1 TO WS-CNT-TILLS
           ADD WS-TILL-CNT-ISSUED  TO WS-CNT-ISSUED
           ADD WS-TILL-AMT-GOOD    TO WS-AMT-ISSUED
           ADD WS-TILL-CNT-VOID    TO WS-CNT-VOID
           ADD WS-TILL-CNT-SPOIL   TO WS-CNT-SPOIL
           ADD WS-TILL-CNT-REPRINT TO WS-CNT-REPRINT
           ADD WS-TILL-CNT-GAP     TO WS-CNT-GAP
           MOVE WS-TILL-CNT-ISSUED TO WS-EDIT-CNT
           MOVE WS-TILL-AMT-ISSUED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "    ISSUED TODAY        " WS-EDIT-CNT "  "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TILL-CNT-GOOD TO WS-EDIT-CNT
           MOVE WS-TILL-AMT-GOOD TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "    NOT VOIDED          " WS-EDIT-CNT "  "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TILL-CNT-VOID TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "    VOIDS TODAY         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TILL-CNT-SPOIL TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "    SPOILS TODAY        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TILL-CNT-REPRINT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "    REPRINTS TODAY      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TILL-CNT-GAP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "    NUMBERS MISSING     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-TS-HIT = 0
              IF WS-TILL-CNT-GOOD > 0
                 ADD 1 TO WS-CNT-NO-SETTLE
                 MOVE "    *** NO TILL SETTLEMENT FOR THESE RECEIPTS"
                   TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           ELSE
              MOVE "Y" TO WS-TS-USED-FG(WS-TS-HIT)
              COMPUTE WS-OVER-SHORT = WS-TS-CASH-AMT(WS-TS-HIT)
                                    - WS-TILL-AMT-GOOD
              MOVE WS-TS-CASH-AMT(WS-TS-HIT) TO WS-EDIT-AMT
              MOVE WS-OVER-SHORT TO WS-EDIT-AMT2
              MOVE SPACES TO RPT-LINE
              IF WS-OVER-SHORT = 0
                 STRING "    TILL SETTLED        " WS-EDIT-AMT
                        "  IN BALANCE"
                     DELIMITED BY SIZE INTO RPT-LINE
              ELSE
                 ADD 1 TO WS-CNT-OUT-BAL
                 STRING "    TILL SETTLED        " WS-EDIT-AMT
                        "  *** OVER/SHORT " WS-EDIT-AMT2
                     DELIMITED BY SIZE INTO RPT-LINE
              END-IF
              WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       3000-EXIT.
           EXIT.

      * A SETTLED TILL THE LOG HAS NEVER HEARD OF.
       4000-UNMATCHED-SETTLEMENTS.
           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-CNT
               IF WS-TS-USED-FG(WS-TS-SUB) = "N"
                  ADD 1 TO WS-CNT-NO-RCPTS
                  MOVE WS-TS-CASH-AMT(WS-TS-SUB) TO WS-EDIT-AMT
                  MOVE SPACES TO RPT-LINE
                  STRING "BRANCH " WS-TS-BRNO(WS-TS-SUB)
                         "  TILL " WS-TS-TILLNO(WS-TS-SUB)
                         "  SETTLED " WS-EDIT-AMT
                         "  *** NO RECEIPTS ON THE LOG"
                      DELIMITED BY SIZE INTO RPT-LINE
                  WRITE RPT-LINE
               END-IF
           END-PERFORM.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TILLS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TILLS REPORTED          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ISSUED TO WS-EDIT-CNT
           MOVE WS-AMT-ISSUED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS ISSUED         " WS-EDIT-CNT
                  "  NOT VOIDED " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-VOID TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "VOIDS                   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SPOIL TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SPOILS                  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REPRINT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REPRINTS                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-GAP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NUMBERS MISSING         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OUT-BAL TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TILLS OVER/SHORT        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-SETTLE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TILLS NOT SETTLED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-RCPTS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SETTLED, NO RECEIPTS    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-GAP > 0 OR WS-CNT-OUT-BAL > 0
              OR WS-CNT-NO-SETTLE > 0 OR WS-CNT-NO-RCPTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE RCL-FILE TILSET-FILE RCTRPT-RPT
           STOP RUN.
