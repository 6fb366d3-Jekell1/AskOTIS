      *================================================================*
      *   P R O G R A M :  C V L R F R                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-15
      *  DESC: COLLATERAL VALUATION REFRESH.  RUN WHENEVER THE BOOK-
      *        VALUE VENDOR SENDS ITS FEED (BOOKVAL).  EVERY OPEN
      *        VEHICLE LOAN ON THE CVLLN EXTRACT IS PRICED FROM THE
      *        FEED - BY ITS VIN WHEN THE VENDOR PRICED THAT VIN, ELSE
      *        BY YEAR, MAKE AND MODEL - AND THE KEYED CVL VALUATION
      *        FILE (ONE ROW PER BRANCH AND ACCOUNT) IS UPDATED, THE
      *        VALUE IT HAD BEFORE KEPT AS THE PRIOR VALUE.  AN
      *        ACCOUNT THE FEED CANNOT PRICE KEEPS WHATEVER VALUE IT
      *        HAD AND IS LISTED.  LTVRPT READS CVL FOR THE MONTHLY
      *        LOAN-TO-VALUE REPORT, RPIMNT STAMPS A REPOSSESSED UNIT
      *        WITH IT, AND REPO-DEFICIENCY SETS THE SALE AGAINST IT.
      *
      *  MOD HISTORY:
      *   051528 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CVLRFR.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKVAL-FILE ASSIGN TO "BOOKVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKVAL-STATUS.

           SELECT CVLLN-FILE ASSIGN TO "CVLLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CVLLN-STATUS.

           SELECT CVL-FILE ASSIGN TO "CVL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CVL-KEY
               FILE STATUS IS CVL-STATUS.

           SELECT CVLRFR-RPT ASSIGN TO "CVLRFR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * VENDOR BOOK VALUES.  A ROW WITH A VIN PRICES THAT VEHICLE; A
      * ROW WITHOUT ONE PRICES THE YEAR/MAKE/MODEL.
       FD  BOOKVAL-FILE.
       01  BOOKVAL-REC.
           05  BKV-VIN               PIC X(17).
           05  BKV-YEAR              PIC 9(04).
           05  BKV-MAKE              PIC X(12).
           05  BKV-MODEL             PIC X(20).
           05  BKV-VALUE             PIC 9(07)V99.

      * OPEN VEHICLE LOANS, SORTED BY BRANCH, CLASS AND ACCOUNT.
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
      * V = PRICED BY VIN, M = BY YEAR/MAKE/MODEL.
           05  CVL-MATCH-CD          PIC X(01).
           05  CVL-PRIOR-VALUE       PIC 9(07)V99.
           05  CVL-PRIOR-DATE        PIC 9(08).

       FD  CVLRFR-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  BOOKVAL-STATUS            PIC XX.
           88  BOOKVAL-EOF                      VALUE "10".
       01  CVLLN-STATUS              PIC XX.
           88  CVLLN-EOF                        VALUE "10".
       01  CVL-STATUS                PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-BKV-SUB                PIC 9(05) COMP.
       01  WS-VIN-HIT                PIC 9(05) COMP.
       01  WS-YMM-HIT                PIC 9(05) COMP.
       01  WS-MAX-BKV                PIC 9(05) COMP VALUE 20000.
       01  WS-BKV-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-NEW-VALUE              PIC 9(07)V99.
       01  WS-MATCH-CD               PIC X(01).
       01  WS-CHANGE                 PIC S9(07)V99.

       01  WS-CNT-FEED               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FEED-LOST          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-LOANS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BY-VIN             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BY-YMM             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-UNPRICED           PIC 9(07) COMP VALUE 0.
       01  WS-TOT-VALUE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-CHANGE             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-BKV-TABLE.
           05  WS-BKV-ENTRY OCCURS 20000 TIMES.
               10  WS-BKV-VIN        PIC X(17).
               10  WS-BKV-YEAR       PIC 9(04).
               10  WS-BKV-MAKE       PIC X(12).
               10  WS-BKV-MODEL      PIC X(20).
               10  WS-BKV-VALUE      PIC 9(07)V99.

       01  WS-DTL-LINE.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02).
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02).
           05  DTL-VIN               PIC X(17).
           05  FILLER                PIC X(02).
           05  DTL-YEAR              PIC 9(04).
           05  FILLER                PIC X(01).
           05  DTL-MAKE              PIC X(12).
           05  FILLER                PIC X(01).
           05  DTL-MODEL             PIC X(20).
           05  FILLER                PIC X(02).
           05  DTL-NOTE              PIC X(23).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FEED
           PERFORM 3000-REFRESH
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BOOKVAL-FILE
           OPEN INPUT  CVLLN-FILE
           OPEN I-O CVL-FILE
           IF CVL-STATUS = "35"
              OPEN OUTPUT CVL-FILE
              CLOSE CVL-FILE
              OPEN I-O CVL-FILE
           END-IF
           OPEN OUTPUT CVLRFR-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "COLLATERAL VALUATION REFRESH FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-LOAD-FEED.
           READ BOOKVAL-FILE AT END SET BOOKVAL-EOF TO TRUE END-READ
           PERFORM UNTIL BOOKVAL-EOF
               ADD 1 TO WS-CNT-FEED
               IF BKV-VALUE NOT NUMERIC OR BKV-VALUE = 0
                  ADD 1 TO WS-CNT-FEED-LOST
               ELSE
               IF WS-BKV-CNT < WS-MAX-BKV
                  ADD 1 TO WS-BKV-CNT
                  MOVE BOOKVAL-REC TO WS-BKV-ENTRY(WS-BKV-CNT)
               ELSE
                  ADD 1 TO WS-CNT-FEED-LOST
               END-IF
               END-IF
               READ BOOKVAL-FILE AT END SET BOOKVAL-EOF TO TRUE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * PRICE EACH LOAN.  A VIN PRICE BEATS A YEAR/MAKE/MODEL PRICE.
      *----------------------------------------------------------------*
       3000-REFRESH.
           MOVE "ACCOUNTS THE FEED COULD NOT PRICE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BR    ACCOUNT     VIN                YEAR MAKE"
                  "         MODEL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           READ CVLLN-FILE AT END SET CVLLN-EOF TO TRUE END-READ
           PERFORM 3100-ONE-LOAN THRU 3100-EXIT UNTIL CVLLN-EOF.

       3100-ONE-LOAN.
           ADD 1 TO WS-CNT-LOANS
           MOVE 0 TO WS-VIN-HIT WS-YMM-HIT
           PERFORM VARYING WS-BKV-SUB FROM 1 BY 1
                   UNTIL WS-BKV-SUB > WS-BKV-CNT OR WS-VIN-HIT > 0
               IF WS-BKV-VIN(WS-BKV-SUB) NOT = SPACES
                  IF CLN-VIN NOT = SPACES
                     AND WS-BKV-VIN(WS-BKV-SUB) = CLN-VIN
                     MOVE WS-BKV-SUB TO WS-VIN-HIT
                  END-IF
               ELSE
                  IF WS-YMM-HIT = 0
                     AND WS-BKV-YEAR(WS-BKV-SUB)  = CLN-YEAR
                     AND WS-BKV-MAKE(WS-BKV-SUB)  = CLN-MAKE
                     AND WS-BKV-MODEL(WS-BKV-SUB) = CLN-MODEL
                     MOVE WS-BKV-SUB TO WS-YMM-HIT
                  END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-VIN-HIT > 0
                  MOVE WS-BKV-VALUE(WS-VIN-HIT) TO WS-NEW-VALUE
                  MOVE "V" TO WS-MATCH-CD
                  ADD 1 TO WS-CNT-BY-VIN
               WHEN WS-YMM-HIT > 0
                  MOVE WS-BKV-VALUE(WS-YMM-HIT) TO WS-NEW-VALUE
                  MOVE "M" TO WS-MATCH-CD
                  ADD 1 TO WS-CNT-BY-YMM
               WHEN OTHER
                  ADD 1 TO WS-CNT-UNPRICED
                  MOVE SPACES     TO WS-DTL-LINE
                  MOVE CLN-BRNO   TO DTL-BRNO
                  MOVE CLN-ACCTNO TO DTL-ACCTNO
                  MOVE CLN-VIN    TO DTL-VIN
                  MOVE CLN-YEAR   TO DTL-YEAR
                  MOVE CLN-MAKE   TO DTL-MAKE
                  MOVE CLN-MODEL  TO DTL-MODEL
                  MOVE "NO BOOK VALUE IN FEED" TO DTL-NOTE
                  MOVE WS-DTL-LINE TO RPT-LINE
                  WRITE RPT-LINE
                  GO TO 3100-NEXT
           END-EVALUATE

           MOVE CLN-BRNO   TO CVL-BRNO
           MOVE CLN-ACCTNO TO CVL-ACCTNO
           READ CVL-FILE
           IF CVL-STATUS = "00"
              MOVE CVL-BOOK-VALUE TO CVL-PRIOR-VALUE
              MOVE CVL-VALUE-DATE TO CVL-PRIOR-DATE
              COMPUTE WS-CHANGE = WS-NEW-VALUE - CVL-BOOK-VALUE
              ADD WS-CHANGE TO WS-TOT-CHANGE
           ELSE
              MOVE CLN-BRNO   TO CVL-BRNO
              MOVE CLN-ACCTNO TO CVL-ACCTNO
              MOVE 0 TO CVL-PRIOR-VALUE CVL-PRIOR-DATE
              ADD 1 TO WS-CNT-NEW
           END-IF
           MOVE CLN-VIN      TO CVL-VIN
           MOVE CLN-YEAR     TO CVL-YEAR
           MOVE CLN-MAKE     TO CVL-MAKE
           MOVE CLN-MODEL    TO CVL-MODEL
           MOVE WS-NEW-VALUE TO CVL-BOOK-VALUE
           MOVE WS-RUN-DATE  TO CVL-VALUE-DATE
           MOVE WS-MATCH-CD  TO CVL-MATCH-CD
           IF CVL-STATUS = "00"
              REWRITE CVL-REC
           ELSE
              WRITE CVL-REC
           END-IF
           ADD WS-NEW-VALUE TO WS-TOT-VALUE.
       3100-NEXT.
           READ CVLLN-FILE AT END SET CVLLN-EOF TO TRUE END-READ.
       3100-EXIT.
           EXIT.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FEED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FEED ROWS READ: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FEED-LOST TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FEED ROWS UNUSABLE OR OVER TABLE LIMIT: "
                  WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LOANS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOANS READ: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BY-VIN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PRICED BY VIN: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BY-YMM TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PRICED BY YEAR/MAKE/MODEL: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FIRST VALUATIONS: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UNPRICED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NOT PRICED (VALUE LEFT AS IT WAS): " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-VALUE TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "BOOK VALUE PRICED THIS RUN: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-CHANGE TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "CHANGE ON ACCOUNTS VALUED BEFORE: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-FEED-LOST > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE BOOKVAL-FILE CVLLN-FILE CVL-FILE CVLRFR-RPT
           STOP RUN.
