      *================================================================*
      *   P R O G R A M :  R P I M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-08
      *  DESC: DAILY REPOSSESSED COLLATERAL INVENTORY PASS.  A UNIT
      *        IS ON THE KEYED RPI MASTER (ONE ROW PER BRANCH AND
      *        ACCOUNT) FROM THE DAY IT IS PICKED UP UNTIL IT IS SOLD
      *        OR REDEEMED.  FIRST THE REPO DESK'S RPITRN ACTIONS ARE
      *        APPLIED:
      *          A  ADD THE UNIT - COLLATERAL, VIN, REPO DATE, LOT AND
      *             DAILY STORAGE RATE
      *          U  MOVED TO ANOTHER LOT OR RATE CHANGED - STORAGE TO
      *             THE CHANGE DATE IS BANKED AT THE OLD RATE
      *          N  REDEMPTION NOTICE SENT, WITH ITS DEADLINE
      *          G  ASSIGNED TO AN AUCTION, WITH SALE DATE AND FEE
      *          C  CONDITION GRADE (A-E) AND ESTIMATED VALUE
      *          R  REDEEMED BY THE BORROWER - THE ROW IS CLOSED
      *        THE "RE" POSTING CLOSES A SOLD UNIT ITSELF (REPO-
      *        INVENTORY-CLOSE), AND WILL NOT TAKE A SALE FOR A UNIT
      *        THAT IS NOT HERE OR WHOSE REDEMPTION PERIOD IS OPEN.
      *        THEN THE OPEN UNITS ARE LISTED TWICE: AN AGING REPORT
      *        (DAYS IN INVENTORY, STORAGE RUN UP, AGE BUCKETS) AND A
      *        REDEMPTION-DEADLINE REPORT OF THE UNITS THAT NEED THE
      *        DESK - NO NOTICE SENT, DEADLINE COMING UP, DEADLINE
      *        PASSED WITH NO AUCTION ASSIGNED, AND DEADLINE PASSED
      *        AND READY TO SELL.
      *
      *  MOD HISTORY:
      *   050828 RTC  ORIGINAL PROGRAM.
      *   051528 RTC  AN ADDED UNIT IS STAMPED WITH ITS CVL BOOK VALUE
      *               SO REPO-DEFICIENCY CAN SET THE SALE AGAINST IT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPIMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RPITRN-FILE ASSIGN TO "RPITRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPITRN-STATUS.

           SELECT RPI-FILE ASSIGN TO "RPI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RPI-KEY
               FILE STATUS IS RPI-STATUS.

           SELECT CVL-FILE ASSIGN TO "CVL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CVL-KEY
               FILE STATUS IS CVL-STATUS.

           SELECT RPIMNT-RPT ASSIGN TO "RPIMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPITRN-FILE.
       01  RPITRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-ADD                      VALUE "A".
               88  TRN-UPDATE                   VALUE "U".
               88  TRN-NOTICE                   VALUE "N".
               88  TRN-AUCTION                  VALUE "G".
               88  TRN-CONDITION                VALUE "C".
               88  TRN-REDEEMED                 VALUE "R".
           05  TRN-BRNO              PIC X(04).
           05  TRN-ACCTNO            PIC X(10).
      * REPO DATE (A), CHANGE DATE (U), NOTICE DATE (N), SALE DATE
      * (G), REDEEMED DATE (R).  ZERO ON U OR R MEANS TODAY.
           05  TRN-DATE              PIC 9(08).
           05  TRN-DEADLINE          PIC 9(08).
           05  TRN-COLL-DESC         PIC X(30).
           05  TRN-VIN               PIC X(17).
           05  TRN-STORAGE-LOC       PIC X(20).
           05  TRN-STORAGE-RATE      PIC 9(03)V99.
           05  TRN-AUCTION-NAME      PIC X(20).
           05  TRN-AUCTION-FEE       PIC 9(05)V99.
           05  TRN-COND-GRADE        PIC X(01).
           05  TRN-EST-VALUE         PIC 9(07)V99.
           05  TRN-USERID            PIC X(08).

       FD  RPI-FILE.
       01  RPI-REC.
           05  RPI-KEY.
               10  RPI-BRNO          PIC X(04).
               10  RPI-ACCTNO        PIC X(10).
           05  RPI-STATUS-CD         PIC X(01).
               88  RPI-IN-STOCK                 VALUE "O".
               88  RPI-AT-AUCTION               VALUE "A".
               88  RPI-REDEEMED                 VALUE "R".
               88  RPI-SOLD                     VALUE "S".
               88  RPI-OPEN                     VALUE "O" "A".
           05  RPI-COLL-DESC         PIC X(30).
           05  RPI-VIN               PIC X(17).
           05  RPI-REPO-DATE         PIC 9(08).
           05  RPI-STORAGE-LOC       PIC X(20).
           05  RPI-STORAGE-RATE      PIC 9(03)V99.
           05  RPI-RATE-DATE         PIC 9(08).
           05  RPI-STORAGE-ACCUM     PIC S9(07)V99.
           05  RPI-NOTICE-DATE       PIC 9(08).
           05  RPI-REDEEM-DEADLINE   PIC 9(08).
           05  RPI-AUCTION-NAME      PIC X(20).
           05  RPI-AUCTION-DATE      PIC 9(08).
           05  RPI-AUCTION-FEE       PIC 9(05)V99.
           05  RPI-COND-GRADE        PIC X(01).
           05  RPI-EST-VALUE         PIC 9(07)V99.
           05  RPI-CLOSE-DATE        PIC 9(08).
           05  RPI-SALE-AMT          PIC S9(07)V99.
           05  RPI-FEES-TAKEN        PIC S9(07)V99.
           05  RPI-CHG-DATE          PIC 9(08).
           05  RPI-CHG-USER          PIC X(08).
           05  RPI-REPO-BOOK-VALUE   PIC 9(07)V99.
           05  RPI-REPO-BOOK-DATE    PIC 9(08).

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

       FD  RPIMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  RPITRN-STATUS             PIC XX.
           88  RPITRN-EOF                       VALUE "10".
       01  RPI-STATUS                PIC XX.
           88  RPI-EOF                          VALUE "10".
       01  CVL-STATUS                PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-INT                PIC 9(08) COMP.
       01  WS-CHG-DATE               PIC 9(08).
       01  WS-CHK-DATE               PIC 9(08).
       01  WS-CHK-DATE-X REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY           PIC 9(04).
           05  WS-CHK-MM             PIC 9(02).
           05  WS-CHK-DD             PIC 9(02).
       01  WS-DATE-OK                PIC X(01).
       01  WS-DAYS                   PIC S9(05) COMP.
       01  WS-STORAGE                PIC S9(07)V99.
      * A DEADLINE THIS MANY DAYS OUT OR CLOSER IS CALLED OUT.
       01  WS-WARN-DAYS              PIC 9(03) COMP VALUE 7.
       01  WS-DEADLINE-WHY           PIC X(30).

       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OPEN               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-DEADLINE           PIC 9(05) COMP VALUE 0.
       01  WS-TOT-STORAGE            PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-TOT-EST-VALUE          PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

      * AGE BUCKETS - DAYS IN INVENTORY UP TO 30, 60, 90, OVER 90.
       01  WS-BKT-SUB                PIC 9(01) COMP.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 4 TIMES.
               10  WS-BKT-CNT        PIC 9(05) COMP.
               10  WS-BKT-STORAGE    PIC S9(09)V99 COMP-3.
       01  WS-BKT-NAMES.
           05  FILLER                PIC X(12) VALUE "  0 -  30   ".
           05  FILLER                PIC X(12) VALUE " 31 -  60   ".
           05  FILLER                PIC X(12) VALUE " 61 -  90   ".
           05  FILLER                PIC X(12) VALUE " OVER 90    ".
       01  WS-BKT-NAME-TBL REDEFINES WS-BKT-NAMES.
           05  WS-BKT-NAME           PIC X(12) OCCURS 4 TIMES.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-AGE-LINE.
           05  AGL-BRNO              PIC X(04).
           05  FILLER                PIC X(02).
           05  AGL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02).
           05  AGL-COLL-DESC         PIC X(30).
           05  FILLER                PIC X(02).
           05  AGL-REPO-DATE         PIC 9(08).
           05  FILLER                PIC X(02).
           05  AGL-DAYS              PIC ZZZ9.
           05  FILLER                PIC X(02).
           05  AGL-LOC               PIC X(20).
           05  FILLER                PIC X(01).
           05  AGL-RATE              PIC ZZ9.99.
           05  FILLER                PIC X(01).
           05  AGL-STORAGE           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02).
           05  AGL-STATUS            PIC X(01).
           05  FILLER                PIC X(02).
           05  AGL-GRADE             PIC X(01).
           05  FILLER                PIC X(01).
           05  AGL-EST-VALUE         PIC Z,ZZZ,ZZ9.99.

       01  WS-DLN-LINE.
           05  DLN-BRNO              PIC X(04).
           05  FILLER                PIC X(02).
           05  DLN-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02).
           05  DLN-REPO-DATE         PIC 9(08).
           05  FILLER                PIC X(02).
           05  DLN-NOTICE-DATE       PIC 9(08).
           05  FILLER                PIC X(02).
           05  DLN-DEADLINE          PIC 9(08).
           05  FILLER                PIC X(02).
           05  DLN-AUCTION           PIC X(20).
           05  FILLER                PIC X(02).
           05  DLN-AUCTION-DATE      PIC 9(08).
           05  FILLER                PIC X(02).
           05  DLN-WHY               PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 3000-AGING
           PERFORM 4000-DEADLINES
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RPITRN-FILE
           OPEN I-O RPI-FILE
           IF RPI-STATUS = "35"
              OPEN OUTPUT RPI-FILE
              CLOSE RPI-FILE
              OPEN I-O RPI-FILE
           END-IF
           OPEN INPUT  CVL-FILE
           OPEN OUTPUT RPIMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-BKT-TABLE
           MOVE SPACES TO RPT-LINE
           STRING "REPOSSESSED COLLATERAL INVENTORY FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ RPITRN-FILE AT END SET RPITRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * REPO DESK ACTIONS.  EVERY ACTION BUT AN ADD NEEDS AN OPEN ROW.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT RPITRN-EOF
              MOVE "INVENTORY ACTIONS" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL RPITRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION TO TRL-ACTION
           MOVE TRN-BRNO   TO TRL-BRNO
           MOVE TRN-ACCTNO TO TRL-ACCTNO
           MOVE "ERROR   " TO TRL-RESULT
           MOVE SPACES     TO TRL-NOTE
           IF TRN-BRNO = SPACES OR TRN-ACCTNO = SPACES
              MOVE "NO BRANCH OR ACCOUNT" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT TRN-ADD AND NOT TRN-UPDATE AND NOT TRN-NOTICE
              AND NOT TRN-AUCTION AND NOT TRN-CONDITION
              AND NOT TRN-REDEEMED
              MOVE "ACTION MUST BE A, U, N, G, C OR R" TO TRL-NOTE
              GO TO 2100-REJECT.

           MOVE TRN-BRNO   TO RPI-BRNO
           MOVE TRN-ACCTNO TO RPI-ACCTNO
           READ RPI-FILE
           IF TRN-ADD
              IF RPI-STATUS = "00" AND RPI-OPEN
                 MOVE "UNIT ALREADY IN INVENTORY" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           ELSE
              IF RPI-STATUS NOT = "00"
                 MOVE "NO INVENTORY ROW" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF NOT RPI-OPEN
                 MOVE "INVENTORY ROW IS CLOSED" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN TRN-ADD       PERFORM 2200-ADD
               WHEN TRN-UPDATE    PERFORM 2300-UPDATE
               WHEN TRN-NOTICE    PERFORM 2400-NOTICE
               WHEN TRN-AUCTION   PERFORM 2500-AUCTION
               WHEN TRN-CONDITION PERFORM 2600-CONDITION
               WHEN TRN-REDEEMED  PERFORM 2700-REDEEMED
           END-EVALUATE
           IF TRL-NOTE NOT = SPACES
              GO TO 2100-REJECT.

           MOVE WS-RUN-DATE TO RPI-CHG-DATE
           MOVE TRN-USERID  TO RPI-CHG-USER
           IF TRN-ADD
              WRITE RPI-REC
              IF RPI-STATUS = "22"
                 REWRITE RPI-REC
              END-IF
           ELSE
              REWRITE RPI-REC
           END-IF
           ADD 1 TO WS-CNT-TRN-OK
           MOVE "APPLIED " TO TRL-RESULT
           GO TO 2100-PRINT.
       2100-REJECT.
           ADD 1 TO WS-CNT-TRN-ERR.
       2100-PRINT.
           MOVE SPACES TO RPT-LINE
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ RPITRN-FILE AT END SET RPITRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      * A NEW UNIT.  A SOLD OR REDEEMED ROW FOR THE SAME ACCOUNT (A
      * SECOND REPOSSESSION) IS WRITTEN OVER.
       2200-ADD.
           MOVE TRN-DATE TO WS-CHK-DATE
           PERFORM 2900-CHECK-DATE
           IF WS-DATE-OK NOT = "Y" OR TRN-DATE > WS-RUN-DATE
              MOVE "REPO DATE MISSING, INVALID OR FUTURE" TO TRL-NOTE
           ELSE
           IF TRN-COLL-DESC = SPACES
              MOVE "NO COLLATERAL DESCRIPTION" TO TRL-NOTE
           ELSE
           IF TRN-STORAGE-RATE NOT NUMERIC
              MOVE "STORAGE RATE NOT NUMERIC" TO TRL-NOTE
           ELSE
              MOVE TRN-BRNO         TO RPI-BRNO
              MOVE TRN-ACCTNO       TO RPI-ACCTNO
              MOVE "O"              TO RPI-STATUS-CD
              MOVE TRN-COLL-DESC    TO RPI-COLL-DESC
              MOVE TRN-VIN          TO RPI-VIN
              MOVE TRN-DATE         TO RPI-REPO-DATE RPI-RATE-DATE
              MOVE TRN-STORAGE-LOC  TO RPI-STORAGE-LOC
              MOVE TRN-STORAGE-RATE TO RPI-STORAGE-RATE
              MOVE SPACES           TO RPI-AUCTION-NAME
                                       RPI-COND-GRADE
              MOVE 0 TO RPI-STORAGE-ACCUM RPI-NOTICE-DATE
                        RPI-REDEEM-DEADLINE RPI-AUCTION-DATE
                        RPI-AUCTION-FEE RPI-EST-VALUE
                        RPI-CLOSE-DATE RPI-SALE-AMT RPI-FEES-TAKEN
                        RPI-REPO-BOOK-VALUE RPI-REPO-BOOK-DATE
              MOVE TRN-BRNO   TO CVL-BRNO
              MOVE TRN-ACCTNO TO CVL-ACCTNO
              IF CVL-STATUS NOT = "35"
                 READ CVL-FILE
                 IF CVL-STATUS = "00"
                    MOVE CVL-BOOK-VALUE TO RPI-REPO-BOOK-VALUE
                    MOVE CVL-VALUE-DATE TO RPI-REPO-BOOK-DATE
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

      * NEW LOT OR RATE.  WHAT THE OLD RATE RAN UP TO THE CHANGE DATE
      * IS BANKED SO THE SALE CHARGES EACH DAY AT THE RATE IN FORCE.
       2300-UPDATE.
           MOVE TRN-DATE TO WS-CHG-DATE
           IF WS-CHG-DATE = 0
              MOVE WS-RUN-DATE TO WS-CHG-DATE
           END-IF
           MOVE WS-CHG-DATE TO WS-CHK-DATE
           PERFORM 2900-CHECK-DATE
           IF WS-DATE-OK NOT = "Y" OR WS-CHG-DATE < RPI-RATE-DATE
              MOVE "CHANGE DATE INVALID OR BEFORE LAST CHANGE"
                 TO TRL-NOTE
           ELSE
           IF TRN-STORAGE-LOC = SPACES
              MOVE "NO STORAGE LOCATION" TO TRL-NOTE
           ELSE
           IF TRN-STORAGE-RATE NOT NUMERIC
              MOVE "STORAGE RATE NOT NUMERIC" TO TRL-NOTE
           ELSE
              MOVE WS-CHG-DATE TO WS-CHK-DATE
              PERFORM 2800-STORAGE-TO-DATE
              MOVE WS-STORAGE       TO RPI-STORAGE-ACCUM
              MOVE WS-CHG-DATE      TO RPI-RATE-DATE
              MOVE TRN-STORAGE-LOC  TO RPI-STORAGE-LOC
              MOVE TRN-STORAGE-RATE TO RPI-STORAGE-RATE
           END-IF
           END-IF
           END-IF.

       2400-NOTICE.
           MOVE TRN-DATE TO WS-CHK-DATE
           PERFORM 2900-CHECK-DATE
           IF WS-DATE-OK NOT = "Y" OR TRN-DATE < RPI-REPO-DATE
              MOVE "NOTICE DATE INVALID OR BEFORE REPO" TO TRL-NOTE
           ELSE
              MOVE TRN-DEADLINE TO WS-CHK-DATE
              PERFORM 2900-CHECK-DATE
              IF WS-DATE-OK NOT = "Y" OR TRN-DEADLINE NOT > TRN-DATE
                 MOVE "DEADLINE INVALID OR NOT AFTER NOTICE"
                    TO TRL-NOTE
              ELSE
                 MOVE TRN-DATE     TO RPI-NOTICE-DATE
                 MOVE TRN-DEADLINE TO RPI-REDEEM-DEADLINE
              END-IF
           END-IF.

      * AN AUCTION MAY BE LINED UP BEFORE THE DEADLINE, BUT THE SALE
      * ITSELF CANNOT FALL INSIDE THE REDEMPTION PERIOD.
       2500-AUCTION.
           MOVE TRN-DATE TO WS-CHK-DATE
           PERFORM 2900-CHECK-DATE
           IF TRN-AUCTION-NAME = SPACES
              MOVE "NO AUCTION NAMED" TO TRL-NOTE
           ELSE
           IF WS-DATE-OK NOT = "Y"
              MOVE "SALE DATE MISSING OR INVALID" TO TRL-NOTE
           ELSE
           IF RPI-REDEEM-DEADLINE NOT = 0
              AND TRN-DATE NOT > RPI-REDEEM-DEADLINE
              MOVE "SALE DATE INSIDE REDEMPTION PERIOD" TO TRL-NOTE
           ELSE
           IF TRN-AUCTION-FEE NOT NUMERIC
              MOVE "AUCTION FEE NOT NUMERIC" TO TRL-NOTE
           ELSE
              MOVE "A"              TO RPI-STATUS-CD
              MOVE TRN-AUCTION-NAME TO RPI-AUCTION-NAME
              MOVE TRN-DATE         TO RPI-AUCTION-DATE
              MOVE TRN-AUCTION-FEE  TO RPI-AUCTION-FEE
           END-IF
           END-IF
           END-IF
           END-IF.

       2600-CONDITION.
           IF TRN-COND-GRADE NOT = "A" AND NOT = "B" AND NOT = "C"
              AND NOT = "D" AND NOT = "E"
              MOVE "CONDITION GRADE MUST BE A THRU E" TO TRL-NOTE
           ELSE
           IF TRN-EST-VALUE NOT NUMERIC
              MOVE "ESTIMATED VALUE NOT NUMERIC" TO TRL-NOTE
           ELSE
              MOVE TRN-COND-GRADE TO RPI-COND-GRADE
              MOVE TRN-EST-VALUE  TO RPI-EST-VALUE
           END-IF
           END-IF.

      * THE BORROWER PAID TO GET THE UNIT BACK.  STORAGE IS BANKED TO
      * THE REDEMPTION DATE FOR THE RECORD.
       2700-REDEEMED.
           MOVE TRN-DATE TO WS-CHG-DATE
           IF WS-CHG-DATE = 0
              MOVE WS-RUN-DATE TO WS-CHG-DATE
           END-IF
           MOVE WS-CHG-DATE TO WS-CHK-DATE
           PERFORM 2900-CHECK-DATE
           IF WS-DATE-OK NOT = "Y" OR WS-CHG-DATE < RPI-REPO-DATE
              MOVE "REDEEMED DATE INVALID OR BEFORE REPO" TO TRL-NOTE
           ELSE
              PERFORM 2800-STORAGE-TO-DATE
              MOVE WS-STORAGE  TO RPI-STORAGE-ACCUM
              MOVE WS-CHG-DATE TO RPI-RATE-DATE RPI-CLOSE-DATE
              MOVE "R"         TO RPI-STATUS-CD
              MOVE 0           TO RPI-SALE-AMT RPI-FEES-TAKEN
           END-IF.

      * STORAGE THROUGH WS-CHK-DATE - BANKED PLUS CURRENT RATE.
       2800-STORAGE-TO-DATE.
           MOVE RPI-STORAGE-ACCUM TO WS-STORAGE
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
                           - FUNCTION INTEGER-OF-DATE(RPI-RATE-DATE)
           IF WS-DAYS > 0
              COMPUTE WS-STORAGE ROUNDED =
                 WS-STORAGE + WS-DAYS * RPI-STORAGE-RATE
           END-IF.

       2900-CHECK-DATE.
           MOVE "N" TO WS-DATE-OK
           IF WS-CHK-DATE NUMERIC
              AND WS-CHK-YYYY > 1900
              AND WS-CHK-MM > 0 AND WS-CHK-MM < 13
              AND WS-CHK-DD > 0 AND WS-CHK-DD < 32
              MOVE "Y" TO WS-DATE-OK
           END-IF.

      *----------------------------------------------------------------*
      * AGING OF EVERY UNIT STILL IN INVENTORY, IN BRANCH ORDER.
      *----------------------------------------------------------------*
       3000-AGING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "INVENTORY AGING" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BR    ACCOUNT     COLLATERAL                      "
                  "REPO DATE  DAYS  LOT                   RATE  "
                  "  STORAGE  S  G     EST VALUE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3900-START-FILE
           PERFORM 3100-ONE-UNIT THRU 3100-EXIT UNTIL RPI-EOF.

       3100-ONE-UNIT.
           IF NOT RPI-OPEN
              GO TO 3100-NEXT.
           ADD 1 TO WS-CNT-OPEN
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM 2800-STORAGE-TO-DATE
           COMPUTE WS-DAYS = WS-RUN-INT
                           - FUNCTION INTEGER-OF-DATE(RPI-REPO-DATE)
           IF WS-DAYS < 0
              MOVE 0 TO WS-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS NOT > 30 MOVE 1 TO WS-BKT-SUB
               WHEN WS-DAYS NOT > 60 MOVE 2 TO WS-BKT-SUB
               WHEN WS-DAYS NOT > 90 MOVE 3 TO WS-BKT-SUB
               WHEN OTHER            MOVE 4 TO WS-BKT-SUB
           END-EVALUATE
           ADD 1          TO WS-BKT-CNT(WS-BKT-SUB)
           ADD WS-STORAGE TO WS-BKT-STORAGE(WS-BKT-SUB)
                             WS-TOT-STORAGE
           ADD RPI-EST-VALUE TO WS-TOT-EST-VALUE

           MOVE SPACES           TO WS-AGE-LINE
           MOVE RPI-BRNO         TO AGL-BRNO
           MOVE RPI-ACCTNO       TO AGL-ACCTNO
           MOVE RPI-COLL-DESC    TO AGL-COLL-DESC
           MOVE RPI-REPO-DATE    TO AGL-REPO-DATE
           MOVE WS-DAYS          TO AGL-DAYS
           MOVE RPI-STORAGE-LOC  TO AGL-LOC
           MOVE RPI-STORAGE-RATE TO AGL-RATE
           MOVE WS-STORAGE       TO AGL-STORAGE
           MOVE RPI-STATUS-CD    TO AGL-STATUS
           MOVE RPI-COND-GRADE   TO AGL-GRADE
           MOVE RPI-EST-VALUE    TO AGL-EST-VALUE
           MOVE WS-AGE-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-NEXT.
           READ RPI-FILE NEXT AT END SET RPI-EOF TO TRUE END-READ.
       3100-EXIT.
           EXIT.

       3900-START-FILE.
           MOVE LOW-VALUES TO RPI-KEY
           START RPI-FILE KEY NOT < RPI-KEY
               INVALID KEY SET RPI-EOF TO TRUE
           END-START
           IF NOT RPI-EOF
              READ RPI-FILE NEXT AT END SET RPI-EOF TO TRUE END-READ
           END-IF.

      *----------------------------------------------------------------*
      * REDEMPTION DEADLINES THAT NEED THE DESK.  A UNIT WHOSE NOTICE
      * IS OUT AND WHOSE DEADLINE IS NOT YET CLOSE IS LEFT OFF.
      *----------------------------------------------------------------*
       4000-DEADLINES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REDEMPTION DEADLINES" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BR    ACCOUNT     REPO DATE  NOTICE     DEADLINE  "
                  "  AUCTION               SALE DATE  ACTION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "00" TO RPI-STATUS
           PERFORM 3900-START-FILE
           PERFORM 4100-ONE-UNIT THRU 4100-EXIT UNTIL RPI-EOF.

       4100-ONE-UNIT.
           IF NOT RPI-OPEN
              GO TO 4100-NEXT.
           MOVE SPACES TO WS-DEADLINE-WHY
           IF RPI-NOTICE-DATE = 0
              MOVE "NO REDEMPTION NOTICE SENT" TO WS-DEADLINE-WHY
           ELSE
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(RPI-REDEEM-DEADLINE)
                 - WS-RUN-INT
              EVALUATE TRUE
                  WHEN WS-DAYS NOT < 0 AND WS-DAYS NOT > WS-WARN-DAYS
                     MOVE "DEADLINE COMING UP" TO WS-DEADLINE-WHY
                  WHEN WS-DAYS < 0 AND RPI-AUCTION-NAME = SPACES
                     MOVE "EXPIRED - NO AUCTION ASSIGNED"
                        TO WS-DEADLINE-WHY
                  WHEN WS-DAYS < 0
                     MOVE "EXPIRED - READY FOR SALE"
                        TO WS-DEADLINE-WHY
              END-EVALUATE
           END-IF
           IF WS-DEADLINE-WHY = SPACES
              GO TO 4100-NEXT.
           ADD 1 TO WS-CNT-DEADLINE
           MOVE SPACES              TO WS-DLN-LINE
           MOVE RPI-BRNO            TO DLN-BRNO
           MOVE RPI-ACCTNO          TO DLN-ACCTNO
           MOVE RPI-REPO-DATE       TO DLN-REPO-DATE
           MOVE RPI-NOTICE-DATE     TO DLN-NOTICE-DATE
           MOVE RPI-REDEEM-DEADLINE TO DLN-DEADLINE
           MOVE RPI-AUCTION-NAME    TO DLN-AUCTION
           MOVE RPI-AUCTION-DATE    TO DLN-AUCTION-DATE
           MOVE WS-DEADLINE-WHY     TO DLN-WHY
           MOVE WS-DLN-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4100-NEXT.
           READ RPI-FILE NEXT AT END SET RPI-EOF TO TRUE END-READ.
       4100-EXIT.
           EXIT.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "AGE IN INVENTORY   UNITS         STORAGE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 4
               MOVE WS-BKT-CNT(WS-BKT-SUB)     TO WS-EDIT-CNT
               MOVE WS-BKT-STORAGE(WS-BKT-SUB) TO WS-EDIT-AMT
               MOVE SPACES TO RPT-LINE
               STRING WS-BKT-NAME(WS-BKT-SUB) "DAYS " WS-EDIT-CNT
                      "  " WS-EDIT-AMT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS APPLIED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REJECTED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OPEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "UNITS IN INVENTORY: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-STORAGE TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "STORAGE ACCRUED: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-EST-VALUE TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "ESTIMATED VALUE ON HAND: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DEADLINE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "UNITS NEEDING REDEMPTION ACTION: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE RPITRN-FILE RPI-FILE CVL-FILE RPIMNT-RPT
           STOP RUN.
