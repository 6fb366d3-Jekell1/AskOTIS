      *================================================================*
      *   P R O G R A M :  F H L R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-09-04
      *  DESC: PAYOFFS WAITING ON COLLECTED FUNDS.  EVERY OPEN HOLD ON
      *        THE FHL MASTER THAT CARRIES A PAYOFF (FHL-PAYOFF-FG,
      *        SET BY FUNDS-HOLD-RECORD WHEN A "99" POSTS AGAINST
      *        UNCOLLECTED CHECK MONEY) IS LISTED WITH THE DATE THE
      *        FUNDS COLLECT, THE CALENDAR DAYS LEFT, THE CHECK
      *        DOLLARS STILL UNCOLLECTED AND ANY REFUND PARKED ON IT.
      *        THESE ARE THE TITLES LIENRL IS HOLDING AND THE CUSTOMERS
      *        THE BRANCH WILL HEAR FROM - A ROW ALREADY PAST ITS DATE
      *        MEANS FHLREL HAS NOT RUN.  TOTALS BY BRANCH AND FOR THE
      *        RUN CLOSE THE REPORT.
      *
      *  MOD HISTORY:
      *   090428 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FHLRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-09-04.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHL-FILE ASSIGN TO "FHL"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FHL-KEY
               FILE STATUS IS FHL-STATUS.

           SELECT FHLRPT-RPT ASSIGN TO "FHLRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * UNCOLLECTED-FUNDS HOLDS (FROM FUNDS-HOLD-RECORD AT POSTING).
       FD  FHL-FILE.
       01  FHL-REC.
           05  FHL-KEY.
               10  FHL-BRNO          PIC X(04).
               10  FHL-ACCTNO        PIC X(10).
           05  FHL-STATUS-CD         PIC X(01).
               88  FHL-OPEN                     VALUE "O".
               88  FHL-CLEARED                  VALUE "C".
               88  FHL-RETURNED                 VALUE "R".
           05  FHL-HOLD-DATE         PIC 9(08).
           05  FHL-AVAIL-DATE        PIC 9(08).
           05  FHL-HOLD-AMT          PIC S9(09)V99.
           05  FHL-ITEMS             PIC 9(03).
           05  FHL-PAYOFF-FG         PIC X(01).
           05  FHL-REFUND-AMT        PIC S9(07)V99.
           05  FHL-REFUND-STATE      PIC X(02).
           05  FHL-CLEAR-DATE        PIC 9(08).
           05  FHL-LAST-TRCD         PIC X(02).
           05  FHL-LAST-REFCD        PIC X(05).
           05  FHL-CHANNEL           PIC X(03).

       FD  FHLRPT-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  FHL-STATUS                PIC XX.
           88  FHL-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-DAYS-LEFT              PIC S9(05).
       01  WS-LAST-BRNO              PIC X(04) VALUE SPACES.

       01  WS-BR-CNT                 PIC 9(07) COMP VALUE 0.
       01  WS-BR-AMT                 PIC S9(11)V99 VALUE 0.
       01  WS-CNT-LISTED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-PAST               PIC 9(07) COMP VALUE 0.
       01  WS-AMT-HELD               PIC S9(11)V99 VALUE 0.
       01  WS-AMT-PARKED             PIC S9(09)V99 VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-HOLD-DATE         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AVAIL-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DAYS-LEFT         PIC ZZ,ZZ9-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ITEMS             PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-HOLD-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REFUND-AMT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REFCD             PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CHANNEL           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-FLAG              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-PAYOFFS
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FHL-FILE
           IF FHL-STATUS NOT = "00"
              SET FHL-EOF TO TRUE
           END-IF
           OPEN OUTPUT FHLRPT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "PAYOFFS WAITING ON COLLECTED FUNDS AS OF "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRNO  ACCOUNT     HELD      AVAIL     "
                  "   DAYS  ITM      UNCOLLECTED  PARKED REFUND"
                  "  REFCD  CHN"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-LIST-PAYOFFS.
           IF NOT FHL-EOF
              READ FHL-FILE NEXT RECORD
                  AT END SET FHL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 2100-ONE-HOLD UNTIL FHL-EOF
           PERFORM 2300-BRANCH-BREAK.

       2100-ONE-HOLD.
           IF FHL-OPEN AND FHL-PAYOFF-FG = "Y"
              IF FHL-BRNO NOT = WS-LAST-BRNO
                 PERFORM 2300-BRANCH-BREAK
                 MOVE FHL-BRNO TO WS-LAST-BRNO
              END-IF
              PERFORM 2200-LIST-ONE
           END-IF
           READ FHL-FILE NEXT RECORD
               AT END SET FHL-EOF TO TRUE
           END-READ.

      * "*" - THE FUNDS DATE HAS PASSED AND THE HOLD IS STILL OPEN.
       2200-LIST-ONE.
           ADD 1 TO WS-CNT-LISTED WS-BR-CNT
           ADD FHL-HOLD-AMT   TO WS-AMT-HELD WS-BR-AMT
           ADD FHL-REFUND-AMT TO WS-AMT-PARKED
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(FHL-AVAIL-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE FHL-BRNO       TO DTL-BRNO
           MOVE FHL-ACCTNO     TO DTL-ACCTNO
           MOVE FHL-HOLD-DATE  TO DTL-HOLD-DATE
           MOVE FHL-AVAIL-DATE TO DTL-AVAIL-DATE
           MOVE WS-DAYS-LEFT   TO DTL-DAYS-LEFT
           MOVE FHL-ITEMS      TO DTL-ITEMS
           MOVE FHL-HOLD-AMT   TO DTL-HOLD-AMT
           MOVE FHL-REFUND-AMT TO DTL-REFUND-AMT
           MOVE FHL-LAST-REFCD TO DTL-REFCD
           MOVE FHL-CHANNEL    TO DTL-CHANNEL
           MOVE SPACE          TO DTL-FLAG
           IF WS-DAYS-LEFT NOT > 0
              ADD 1 TO WS-CNT-PAST
              MOVE "*" TO DTL-FLAG
           END-IF
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2300-BRANCH-BREAK.
           IF WS-BR-CNT > 0
              MOVE WS-BR-CNT TO WS-EDIT-CNT
              MOVE WS-BR-AMT TO WS-EDIT-AMT
              MOVE SPACES TO RPT-LINE
              STRING "  BRANCH " WS-LAST-BRNO " PAYOFFS HELD "
                     WS-EDIT-CNT "  " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE 0 TO WS-BR-CNT WS-BR-AMT.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LISTED TO WS-EDIT-CNT
           MOVE WS-AMT-HELD   TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "PAYOFFS ON HOLD      " WS-EDIT-CNT "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AMT-PARKED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "REFUNDS PARKED       " "         " "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PAST TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PAST FUNDS DATE (*)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE FHL-FILE FHLRPT-RPT
           STOP RUN.
