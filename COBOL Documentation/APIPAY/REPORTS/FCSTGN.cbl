      *================================================================*
      *   P R O G R A M :  F C S T G N                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-01-15
      *  DESC: THIRTY-DAY EXPECTED CASH INFLOW FORECAST FOR TREASURY.
      *        PROJECTS THE RECEIPTS DUE OVER THE NEXT THIRTY DAYS
      *        (RUN DATE + 1 THROUGH RUN DATE + 30) BY DAY AND BRANCH
      *        FROM THE SOURCES THE SYSTEM ALREADY HOLDS, EACH KEPT
      *        SEPARATE AND WEIGHTED BY HOW LIKELY IT IS TO ARRIVE:
      *          AUTO  STANDING AUTOPAY INSTRUCTIONS (SIFILE, AS
      *                AUTGEN WILL GENERATE THEM - DUE DAY HELD TO
      *                MONTH END, START/STOP WINDOW, ONE PER MONTH)
      *          WHS   POST-DATED PAYMENTS WAITING IN THE WAREHOUSE
      *                (WHS, STATUS "W") FOR THEIR RELEASE DATE
      *          PTP   OPEN PROMISES TO PAY (PTPEXT), WEIGHTED BY THE
      *                PROMISING COLLECTOR'S KEPT RATE COUNTED THE WAY
      *                PTPRPT COUNTS IT ONCE THE COLLECTOR HAS ENOUGH
      *                CLOSED PROMISES, ELSE BY THE PTP WEIGHT
      *          ARR   UNMET STEPS OF ACTIVE REPAYMENT ARRANGEMENTS
      *                (ARREXT)
      *          SIF   UNPAID INSTALLMENTS OF ACTIVE SETTLEMENT-IN-
      *                FULL AGREEMENTS (SIF MASTER)
      *          SCHD  THE REGULAR SCHEDULED PAYMENT (FCLN EXTRACT),
      *                WEIGHTED BY THE ACCOUNT'S CONTRACTUAL
      *                DELINQUENCY BUCKET (1 = CURRENT ... 8 = OVER
      *                180, AS DLQSNP BUCKETS THEM)
      *        AN ACCOUNT COVERED BY ANY OF THE FIRST FIVE SOURCES IS
      *        NOT ALSO PROJECTED A REGULAR PAYMENT - THE AUTOPAY, THE
      *        POST-DATED CHECK, THE PROMISE OR THE AGREEMENT IS THAT
      *        PAYMENT.  THE WEIGHTS (PERCENT) COME FROM THE OPTIONAL
      *        FCWGT FILE THAT FCSTAC REWRITES FROM ACTUAL RECEIPTS,
      *        OR THE DEFAULTS BELOW WHEN IT IS MISSING.  EVERY
      *        PROJECTED ITEM GOES TO FCD - THE DETAIL FCSTAC LATER
      *        HOLDS AGAINST WHAT ACTUALLY POSTED.  THE REPORT SHOWS
      *        EACH BRANCH DAY BY DAY WITH THE EXPECTED AMOUNT FROM
      *        EACH SOURCE, ALL BRANCHES DAY BY DAY, AND EACH SOURCE'S
      *        GROSS, WEIGHT AND EXPECTED TOTAL.
      *
      *  MOD HISTORY:
      *   011529 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCSTGN.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-01-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FCWGT-FILE ASSIGN TO "FCWGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCWGT-STATUS.

           SELECT FCLN-FILE ASSIGN TO "FCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCLN-STATUS.

           SELECT OPTIONAL SI-FILE ASSIGN TO "SIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-STATUS.

           SELECT OPTIONAL WHS-FILE ASSIGN TO "WHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHS-STATUS.

           SELECT OPTIONAL PTPEXT-FILE ASSIGN TO "PTPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTPEXT-STATUS.

           SELECT OPTIONAL ARR-FILE ASSIGN TO "ARREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARR-STATUS.

           SELECT SIF-FILE ASSIGN TO "SIF"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SIF-KEY
               FILE STATUS IS SIF-STATUS.

           SELECT FCD-FILE ASSIGN TO "FCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCD-STATUS.

           SELECT FCSTGN-RPT ASSIGN TO "FCSTGN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * FORECAST WEIGHTS - ONE ROW PER SOURCE / DELINQUENCY BUCKET.
       FD  FCWGT-FILE.
       01  FCWGT-REC.
           05  WGT-KEY               PIC X(04).
           05  WGT-PCT               PIC 9(03)V9.

      * OPEN LOANS - BALANCE, REGULAR PAYMENT, NEXT DUE, BUCKET.
       FD  FCLN-FILE.
       01  FCLN-REC.
           05  FCL-BRNO              PIC X(04).
           05  FCL-ACCTNO            PIC X(10).
           05  FCL-CURBAL            PIC S9(07)V99.
           05  FCL-REGPYAMT          PIC S9(07)V99.
           05  FCL-DUE-DATE          PIC 9(08).
           05  FCL-UNITPER-CD        PIC X(01).
           05  FCL-CON-BKT           PIC 9(01).
           05  FCL-FROZEN            PIC X(01).

       FD  SI-FILE.
       01  SI-REC.
           05  SI-BRNO               PIC X(04).
           05  SI-ACCTNO             PIC X(10).
           05  SI-AMT                PIC S9(07)V99.
           05  SI-DAY                PIC 9(02).
           05  SI-METHOD             PIC X(02).
           05  SI-START-DATE         PIC 9(08).
           05  SI-STOP-DATE          PIC 9(08).
           05  SI-REFCD              PIC X(05).
           05  SI-AUTHREF            PIC X(12).
           05  SI-LASTGEN-DATE       PIC 9(08).
           05  SI-RTNO               PIC 9(09).
           05  SI-BANKACCT           PIC X(17).
           05  SI-ACCT-TYPE          PIC X(01).
           05  SI-PRENOTE-DATE       PIC 9(08).

       FD  WHS-FILE.
       01  WHS-REC.
           05  WHS-RECV-DATE         PIC 9(08).
           05  WHS-RECV-TIME         PIC 9(06).
           05  WHS-BATCHID           PIC X(10).
           05  WHS-BRNO              PIC X(04).
           05  WHS-ACCTNO            PIC X(10).
           05  WHS-TRCD              PIC X(02).
           05  WHS-REFCD             PIC X(05).
           05  WHS-TRAMT             PIC S9(07)V99.
           05  WHS-RELEASE-DATE      PIC 9(08).
           05  WHS-STATUS-CD         PIC X(01).

       FD  PTPEXT-FILE.
       01  PTPEXT-REC.
           05  PTPEXT-BRNO           PIC X(04).
           05  PTPEXT-ACCTNO         PIC X(10).
           05  PTPEXT-COLLECTOR      PIC X(08).
           05  PTPEXT-PROMISE-DATE   PIC 9(08).
           05  PTPEXT-PROMISE-AMT    PIC S9(07)V99.
           05  PTPEXT-STATUS-CD      PIC X(01).
           05  PTPEXT-MATCH-DATE     PIC 9(08).
           05  PTPEXT-MATCH-AMT      PIC S9(07)V99.

       FD  ARR-FILE.
       01  ARR-REC.
           05  ARR-BRNO              PIC X(04).
           05  ARR-ACCTNO            PIC X(10).
           05  ARR-STATUS-CD         PIC X(01).
           05  ARR-STEP-CNT          PIC 9(02).
           05  ARR-STEP OCCURS 12 TIMES.
               10  ARR-STEP-DATE     PIC 9(08).
               10  ARR-STEP-AMT      PIC S9(07)V99.
               10  ARR-STEP-MET      PIC X(01).

       FD  SIF-FILE.
       01  SIF-REC.
           05  SIF-KEY.
               10  SIF-BRNO          PIC X(04).
               10  SIF-ACCTNO        PIC X(10).
           05  SIF-STATUS-CD         PIC X(01).
           05  SIF-AGREED-AMT        PIC S9(07)V99.
           05  SIF-PAID-AMT          PIC S9(07)V99.
           05  SIF-PMT-CNT           PIC 9(03).
           05  SIF-DUE-CNT           PIC 9(01).
           05  SIF-DUE OCCURS 6 TIMES.
               10  SIF-DUE-DATE      PIC 9(08).
               10  SIF-DUE-AMT       PIC S9(07)V99.
           05  SIF-APPROVER          PIC X(08).
           05  SIF-AGREE-DATE        PIC 9(08).
           05  SIF-SETTLE-DATE       PIC 9(08).
           05  SIF-FORGIVEN-AMT      PIC S9(07)V99.
           05  SIF-LAST-PAY-DATE     PIC 9(08).
           05  SIF-BROKEN-DATE       PIC 9(08).

      * FORECAST DETAIL - ONE ROW PER PROJECTED RECEIPT, FOR FCSTAC.
       FD  FCD-FILE.
       01  FCD-REC.
           05  FCD-RUN-DATE          PIC 9(08).
           05  FCD-BRNO              PIC X(04).
           05  FCD-ACCTNO            PIC X(10).
           05  FCD-SOURCE            PIC X(04).
           05  FCD-EXP-DATE          PIC 9(08).
           05  FCD-GROSS-AMT         PIC S9(07)V99.
           05  FCD-WGT-PCT           PIC 9(03)V9.
           05  FCD-EXP-AMT           PIC S9(07)V99.

       FD  FCSTGN-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  FCWGT-STATUS              PIC XX.
           88  FCWGT-EOF                        VALUE "10".
       01  FCLN-STATUS               PIC XX.
           88  FCLN-EOF                         VALUE "10".
       01  SI-STATUS                 PIC XX.
           88  SI-EOF                           VALUE "10".
       01  WHS-STATUS                PIC XX.
           88  WHS-EOF                          VALUE "10".
       01  PTPEXT-STATUS             PIC XX.
           88  PTPEXT-EOF                       VALUE "10".
       01  ARR-STATUS                PIC XX.
           88  ARR-EOF                          VALUE "10".
       01  SIF-STATUS                PIC XX.
           88  SIF-EOF                          VALUE "10".
       01  FCD-STATUS                PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-INT                PIC 9(08) COMP.
       01  WS-END-DATE               PIC 9(08).
       01  WS-HORIZON                PIC 9(02) COMP VALUE 30.

      * WEIGHT TABLE - KEY AND PERCENT.  ENTRIES 1-5 ARE SOURCES
      * 1-5; ENTRIES 6-13 ARE THE SCHEDULED PAYMENT BY BUCKET 1-8.
       01  WS-WGT-DEFAULTS.
           05  FILLER                PIC X(08) VALUE "AUTO0950".
           05  FILLER                PIC X(08) VALUE "WHS 0980".
           05  FILLER                PIC X(08) VALUE "PTP 0500".
           05  FILLER                PIC X(08) VALUE "ARR 0700".
           05  FILLER                PIC X(08) VALUE "SIF 0800".
           05  FILLER                PIC X(08) VALUE "SCH10900".
           05  FILLER                PIC X(08) VALUE "SCH20600".
           05  FILLER                PIC X(08) VALUE "SCH30400".
           05  FILLER                PIC X(08) VALUE "SCH40250".
           05  FILLER                PIC X(08) VALUE "SCH50150".
           05  FILLER                PIC X(08) VALUE "SCH60100".
           05  FILLER                PIC X(08) VALUE "SCH70050".
           05  FILLER                PIC X(08) VALUE "SCH80050".
       01  WS-WGT-TABLE REDEFINES WS-WGT-DEFAULTS.
           05  WS-WGT-ENTRY OCCURS 13 TIMES.
               10  WS-WGT-KEY        PIC X(04).
               10  WS-WGT-PCT        PIC 9(03)V9.
       01  WS-WGT-SUB                PIC 9(02) COMP.

       01  WS-SRC-NAMES.
           05  FILLER                PIC X(04) VALUE "AUTO".
           05  FILLER                PIC X(04) VALUE "WHS ".
           05  FILLER                PIC X(04) VALUE "PTP ".
           05  FILLER                PIC X(04) VALUE "ARR ".
           05  FILLER                PIC X(04) VALUE "SIF ".
           05  FILLER                PIC X(04) VALUE "SCHD".
       01  WS-SRC-NAME-TBL REDEFINES WS-SRC-NAMES.
           05  WS-SRC-NAME           PIC X(04) OCCURS 6 TIMES.
       01  WS-SRC-TOTALS.
           05  WS-SRC-ENTRY OCCURS 6 TIMES.
               10  WS-SRC-CNT        PIC 9(07) COMP.
               10  WS-SRC-GROSS      PIC S9(11)V99 COMP-3.
               10  WS-SRC-EXP        PIC S9(11)V99 COMP-3.
       01  WS-SRC                    PIC 9(01) COMP.

      * OPEN LOANS, WITH THE COVERED FLAG SET WHEN ANOTHER SOURCE
      * ALREADY ACCOUNTS FOR THE ACCOUNT'S PAYMENT.
       01  WS-MAX-LN                 PIC 9(05) COMP VALUE 20000.
       01  WS-LN-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-LN-SUB                 PIC 9(05) COMP.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 20000 TIMES.
               10  WS-LN-BRNO        PIC X(04).
               10  WS-LN-ACCTNO      PIC X(10).
               10  WS-LN-CURBAL      PIC S9(07)V99 COMP-3.
               10  WS-LN-REGPY       PIC S9(07)V99 COMP-3.
               10  WS-LN-DUE         PIC 9(08).
               10  WS-LN-UPCD        PIC X(01).
               10  WS-LN-BKT         PIC 9(01).
               10  WS-LN-FROZEN      PIC X(01).
               10  WS-LN-COVERED     PIC X(01).

      * COLLECTOR KEPT RATES, COUNTED AS PTPRPT COUNTS THEM.  A RATE
      * IS USED ONCE THE COLLECTOR HAS THIS MANY CLOSED PROMISES.
       77  WS-PTP-MIN-CLOSED         PIC 9(03) COMP VALUE 10.
       01  WS-MAX-COL                PIC 9(04) COMP VALUE 500.
       01  WS-COL-CNT                PIC 9(04) COMP VALUE 0.
       01  WS-COL-SUB                PIC 9(04) COMP.
       01  WS-COL-TABLE.
           05  WS-COL-ENTRY OCCURS 500 TIMES.
               10  WS-COL-ID         PIC X(08).
               10  WS-COL-KEPT       PIC 9(05) COMP.
               10  WS-COL-CLOSED     PIC 9(05) COMP.

      * EXPECTED AMOUNT BY BRANCH, DAY OF THE HORIZON AND SOURCE.
       01  WS-MAX-BR                 PIC 9(03) COMP VALUE 200.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-DAY OCCURS 30 TIMES.
                   15  WS-BR-AMT     PIC S9(09)V99 COMP-3
                                     OCCURS 6 TIMES.
       01  WS-ALL-TABLE.
           05  WS-ALL-DAY OCCURS 30 TIMES.
               10  WS-ALL-AMT        PIC S9(11)V99 COMP-3
                                     OCCURS 6 TIMES.
       01  WS-DAY                    PIC 9(02) COMP.
       01  WS-DAY-TOTAL              PIC S9(11)V99 COMP-3.
       01  WS-GRAND-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BR-OVERFLOW            PIC 9(07) COMP VALUE 0.

      * ONE PROJECTED RECEIPT, HANDED TO 5000-ADD-ITEM.
       01  WS-IT-BRNO                PIC X(04).
       01  WS-IT-ACCTNO              PIC X(10).
       01  WS-IT-DATE                PIC 9(08).
       01  WS-IT-GROSS               PIC S9(07)V99.
       01  WS-IT-KEY                 PIC X(04).
       01  WS-IT-PCT                 PIC 9(03)V9.
       01  WS-IT-EXP                 PIC S9(07)V99.
       01  WS-IT-DAYNO               PIC S9(05) COMP.

      * MONTH ARITHMETIC - WS-BASE-DATE ADVANCED WS-ADD-MM MONTHS,
      * THE DAY HELD TO THE END OF A SHORTER MONTH.
       01  WS-BASE-DATE              PIC 9(08).
       01  WS-BASE-R REDEFINES WS-BASE-DATE.
           05  WS-BASE-CCYY          PIC 9(04).
           05  WS-BASE-MM            PIC 9(02).
           05  WS-BASE-DD            PIC 9(02).
       01  WS-ADD-MM                 PIC 9(03) COMP.
       01  WS-CALC-DATE              PIC 9(08).
       01  WS-CALC-R REDEFINES WS-CALC-DATE.
           05  WS-CALC-CCYY          PIC 9(04).
           05  WS-CALC-MM            PIC 9(02).
           05  WS-CALC-DD            PIC 9(02).
       01  WS-NEXT-FIRST             PIC 9(08).
       01  WS-NEXT-R REDEFINES WS-NEXT-FIRST.
           05  WS-NEXT-CCYY          PIC 9(04).
           05  WS-NEXT-MM            PIC 9(02).
           05  WS-NEXT-DD            PIC 9(02).
       01  WS-MONTHS                 PIC 9(07) COMP.
       01  WS-LAST-DD                PIC 9(02).
       01  WS-WANT-DD                PIC 9(02).

       01  WS-MO                     PIC 9(03) COMP.
       01  WS-STEP-DAYS              PIC 9(03) COMP.
       01  WS-DUE-INT                PIC 9(08) COMP.
       01  WS-SUB                    PIC 9(02) COMP.
       01  WS-CUM-DUE                PIC S9(09)V99.
       01  WS-UNPAID                 PIC S9(09)V99.
       01  WS-BAL-LEFT               PIC S9(09)V99.
       01  WS-KEPT-RATE              PIC 9(03)V9.

       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT               PIC ZZ9.9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-BIG               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-HDG-LINE.
           05  FILLER  PIC X(12) VALUE "DATE        ".
           05  FILLER  PIC X(14) VALUE "          AUTO".
           05  FILLER  PIC X(14) VALUE "           WHS".
           05  FILLER  PIC X(14) VALUE "           PTP".
           05  FILLER  PIC X(14) VALUE "           ARR".
           05  FILLER  PIC X(14) VALUE "           SIF".
           05  FILLER  PIC X(14) VALUE "          SCHD".
           05  FILLER  PIC X(16) VALUE "           TOTAL".

       01  WS-DTL-LINE.
           05  DTL-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SRC-AMT           PIC ZZ,ZZZ,ZZ9.99-
                                     OCCURS 6 TIMES.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-WEIGHTS
           PERFORM 1200-LOAD-LOANS
           PERFORM 1300-LOAD-KEPT-RATES
           PERFORM 2100-AUTOPAY
           PERFORM 2200-WAREHOUSE
           PERFORM 2300-PROMISES
           PERFORM 2400-ARRANGEMENTS
           PERFORM 2500-SETTLEMENTS
           PERFORM 2600-SCHEDULED
           PERFORM 3000-PRINT-BRANCHES
           PERFORM 4000-PRINT-ALL
           PERFORM 4500-PRINT-SOURCES
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FCLN-FILE
           OPEN OUTPUT FCD-FILE
           OPEN OUTPUT FCSTGN-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + WS-HORIZON)
           INITIALIZE WS-SRC-TOTALS WS-BR-TABLE WS-ALL-TABLE
           MOVE SPACES TO RPT-LINE
           STRING "EXPECTED CASH INFLOW FORECAST - RUN " WS-RUN-DATE
                  "  DAYS THROUGH " WS-END-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * WEIGHTS FROM FCWGT OVER THE DEFAULTS - AN UNKNOWN KEY OR AN
      * UNREASONABLE PERCENT LEAVES THE DEFAULT IN PLACE.
      *----------------------------------------------------------------*
       1100-LOAD-WEIGHTS.
           OPEN INPUT FCWGT-FILE
           READ FCWGT-FILE AT END SET FCWGT-EOF TO TRUE END-READ
           PERFORM UNTIL FCWGT-EOF
               PERFORM VARYING WS-WGT-SUB FROM 1 BY 1
                       UNTIL WS-WGT-SUB > 13
                          OR WS-WGT-KEY(WS-WGT-SUB) = WGT-KEY
                   CONTINUE
               END-PERFORM
               IF WS-WGT-SUB NOT > 13
                  AND WGT-PCT IS NUMERIC AND WGT-PCT NOT > 100
                  MOVE WGT-PCT TO WS-WGT-PCT(WS-WGT-SUB)
               END-IF
               READ FCWGT-FILE AT END SET FCWGT-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE FCWGT-FILE.

       1200-LOAD-LOANS.
           READ FCLN-FILE AT END SET FCLN-EOF TO TRUE END-READ
           PERFORM UNTIL FCLN-EOF OR WS-LN-CNT = WS-MAX-LN
               ADD 1 TO WS-LN-CNT
               MOVE FCL-BRNO       TO WS-LN-BRNO(WS-LN-CNT)
               MOVE FCL-ACCTNO     TO WS-LN-ACCTNO(WS-LN-CNT)
               MOVE FCL-CURBAL     TO WS-LN-CURBAL(WS-LN-CNT)
               MOVE FCL-REGPYAMT   TO WS-LN-REGPY(WS-LN-CNT)
               MOVE FCL-DUE-DATE   TO WS-LN-DUE(WS-LN-CNT)
               MOVE FCL-UNITPER-CD TO WS-LN-UPCD(WS-LN-CNT)
               MOVE FCL-CON-BKT    TO WS-LN-BKT(WS-LN-CNT)
               MOVE FCL-FROZEN     TO WS-LN-FROZEN(WS-LN-CNT)
               MOVE "N"            TO WS-LN-COVERED(WS-LN-CNT)
               READ FCLN-FILE AT END SET FCLN-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE FCLN-FILE.

      * KEPT / (KEPT + PARTIAL + BROKEN), AN OPEN PROMISE PAST ITS
      * DATE COUNTING BROKEN - THE PTPRPT KEPT-PCT.
       1300-LOAD-KEPT-RATES.
           OPEN INPUT PTPEXT-FILE
           READ PTPEXT-FILE AT END SET PTPEXT-EOF TO TRUE END-READ
           PERFORM UNTIL PTPEXT-EOF
               PERFORM 1310-FIND-COLLECTOR
               IF WS-COL-SUB NOT > WS-COL-CNT
                  EVALUATE TRUE
                      WHEN PTPEXT-STATUS-CD = "K"
                          ADD 1 TO WS-COL-KEPT(WS-COL-SUB)
                          ADD 1 TO WS-COL-CLOSED(WS-COL-SUB)
                      WHEN PTPEXT-STATUS-CD = "P" OR "B"
                          ADD 1 TO WS-COL-CLOSED(WS-COL-SUB)
                      WHEN PTPEXT-STATUS-CD = "O"
                           AND PTPEXT-PROMISE-DATE < WS-RUN-DATE
                          ADD 1 TO WS-COL-CLOSED(WS-COL-SUB)
                  END-EVALUATE
               END-IF
               READ PTPEXT-FILE AT END SET PTPEXT-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE PTPEXT-FILE.

       1310-FIND-COLLECTOR.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-CNT
                      OR WS-COL-ID(WS-COL-SUB) = PTPEXT-COLLECTOR
               CONTINUE
           END-PERFORM
           IF WS-COL-SUB > WS-COL-CNT AND WS-COL-CNT < WS-MAX-COL
              ADD 1 TO WS-COL-CNT
              MOVE WS-COL-CNT TO WS-COL-SUB
              MOVE PTPEXT-COLLECTOR TO WS-COL-ID(WS-COL-SUB)
              MOVE 0 TO WS-COL-KEPT(WS-COL-SUB)
                        WS-COL-CLOSED(WS-COL-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * AUTOPAY - THE DUE DAY IN EACH MONTH THE HORIZON TOUCHES, AS
      * AUTGEN WILL GENERATE IT.  A MONTH ALREADY GENERATED, A FROZEN
      * OR PAID ACCOUNT, AND A DATE OUTSIDE START/STOP PROJECT NOTHING.
      *----------------------------------------------------------------*
       2100-AUTOPAY.
           MOVE 1 TO WS-SRC
           OPEN INPUT SI-FILE
           READ SI-FILE AT END SET SI-EOF TO TRUE END-READ
           PERFORM 2110-ONE-INSTRUCTION THRU 2110-EXIT UNTIL SI-EOF
           CLOSE SI-FILE.

       2110-ONE-INSTRUCTION.
           MOVE SI-BRNO   TO WS-IT-BRNO
           MOVE SI-ACCTNO TO WS-IT-ACCTNO
           PERFORM 4900-FIND-LOAN
           IF WS-LN-SUB > WS-LN-CNT
              GO TO 2110-EXIT.
           IF WS-LN-FROZEN(WS-LN-SUB) = "Y"
              OR WS-LN-CURBAL(WS-LN-SUB) NOT > 0
              GO TO 2110-EXIT.
           MOVE "Y" TO WS-LN-COVERED(WS-LN-SUB)
           IF SI-AMT > 0
              MOVE SI-AMT TO WS-IT-GROSS
           ELSE
              MOVE WS-LN-REGPY(WS-LN-SUB) TO WS-IT-GROSS
           END-IF
           IF WS-IT-GROSS NOT > 0
              GO TO 2110-EXIT.
           MOVE WS-RUN-DATE TO WS-BASE-DATE
           MOVE 1 TO WS-BASE-DD
           PERFORM VARYING WS-MO FROM 0 BY 1 UNTIL WS-MO > 2
               MOVE WS-MO TO WS-ADD-MM
               MOVE SI-DAY TO WS-WANT-DD
               PERFORM 4800-ADD-MONTHS
               IF WS-CALC-DATE > WS-RUN-DATE
                  AND WS-CALC-DATE NOT > WS-END-DATE
                  AND WS-CALC-DATE NOT < SI-START-DATE
                  AND (SI-STOP-DATE = 0
                       OR WS-CALC-DATE NOT > SI-STOP-DATE)
                  AND SI-LASTGEN-DATE(1:6) NOT = WS-CALC-DATE(1:6)
                  MOVE WS-CALC-DATE TO WS-IT-DATE
                  MOVE WS-WGT-KEY(1) TO WS-IT-KEY
                  MOVE WS-WGT-PCT(1) TO WS-IT-PCT
                  PERFORM 5000-ADD-ITEM THRU 5000-EXIT
               END-IF
           END-PERFORM.
       2110-EXIT.
           READ SI-FILE AT END SET SI-EOF TO TRUE END-READ.

      * POST-DATED ITEMS STILL HELD FOR A RELEASE DATE IN THE HORIZON.
       2200-WAREHOUSE.
           MOVE 2 TO WS-SRC
           OPEN INPUT WHS-FILE
           READ WHS-FILE AT END SET WHS-EOF TO TRUE END-READ
           PERFORM UNTIL WHS-EOF
               IF WHS-STATUS-CD = "W" AND WHS-TRAMT > 0
                  MOVE WHS-BRNO   TO WS-IT-BRNO
                  MOVE WHS-ACCTNO TO WS-IT-ACCTNO
                  PERFORM 4950-MARK-COVERED
                  MOVE WHS-RELEASE-DATE TO WS-IT-DATE
                  MOVE WHS-TRAMT     TO WS-IT-GROSS
                  MOVE WS-WGT-KEY(2) TO WS-IT-KEY
                  MOVE WS-WGT-PCT(2) TO WS-IT-PCT
                  PERFORM 5000-ADD-ITEM THRU 5000-EXIT
               END-IF
               READ WHS-FILE AT END SET WHS-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE WHS-FILE.

      * OPEN PROMISES DATED IN THE HORIZON, AT THE COLLECTOR'S RATE.
       2300-PROMISES.
           MOVE 3 TO WS-SRC
           OPEN INPUT PTPEXT-FILE
           READ PTPEXT-FILE AT END SET PTPEXT-EOF TO TRUE END-READ
           PERFORM UNTIL PTPEXT-EOF
               IF PTPEXT-STATUS-CD = "O" AND PTPEXT-PROMISE-AMT > 0
                  MOVE PTPEXT-BRNO   TO WS-IT-BRNO
                  MOVE PTPEXT-ACCTNO TO WS-IT-ACCTNO
                  PERFORM 4950-MARK-COVERED
                  MOVE PTPEXT-PROMISE-DATE TO WS-IT-DATE
                  MOVE PTPEXT-PROMISE-AMT  TO WS-IT-GROSS
                  MOVE WS-WGT-KEY(3) TO WS-IT-KEY
                  MOVE WS-WGT-PCT(3) TO WS-IT-PCT
                  PERFORM 1310-FIND-COLLECTOR
                  IF WS-COL-SUB NOT > WS-COL-CNT
                     IF WS-COL-CLOSED(WS-COL-SUB)
                            NOT < WS-PTP-MIN-CLOSED
                        COMPUTE WS-KEPT-RATE ROUNDED =
                           WS-COL-KEPT(WS-COL-SUB) * 100.0
                           / WS-COL-CLOSED(WS-COL-SUB)
                        MOVE WS-KEPT-RATE TO WS-IT-PCT
                     END-IF
                  END-IF
                  PERFORM 5000-ADD-ITEM THRU 5000-EXIT
               END-IF
               READ PTPEXT-FILE AT END SET PTPEXT-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE PTPEXT-FILE.

      * UNMET STEPS OF ACTIVE ARRANGEMENTS.
       2400-ARRANGEMENTS.
           MOVE 4 TO WS-SRC
           OPEN INPUT ARR-FILE
           READ ARR-FILE AT END SET ARR-EOF TO TRUE END-READ
           PERFORM UNTIL ARR-EOF
               IF ARR-STATUS-CD = "A"
                  MOVE ARR-BRNO   TO WS-IT-BRNO
                  MOVE ARR-ACCTNO TO WS-IT-ACCTNO
                  PERFORM 4950-MARK-COVERED
                  PERFORM VARYING WS-SUB FROM 1 BY 1
                          UNTIL WS-SUB > ARR-STEP-CNT OR WS-SUB > 12
                      IF ARR-STEP-MET(WS-SUB) NOT = "Y"
                         AND ARR-STEP-AMT(WS-SUB) > 0
                         MOVE ARR-STEP-DATE(WS-SUB) TO WS-IT-DATE
                         MOVE ARR-STEP-AMT(WS-SUB)  TO WS-IT-GROSS
                         MOVE WS-WGT-KEY(4) TO WS-IT-KEY
                         MOVE WS-WGT-PCT(4) TO WS-IT-PCT
                         PERFORM 5000-ADD-ITEM THRU 5000-EXIT
                      END-IF
                  END-PERFORM
               END-IF
               READ ARR-FILE AT END SET ARR-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE ARR-FILE.

      *----------------------------------------------------------------*
      * ACTIVE SETTLEMENTS - WHAT IS STILL UNPAID OF EACH INSTALLMENT,
      * THE MONEY PAID SO FAR APPLIED TO THE EARLIEST INSTALLMENTS.
      *----------------------------------------------------------------*
       2500-SETTLEMENTS.
           MOVE 5 TO WS-SRC
           OPEN INPUT SIF-FILE
           IF SIF-STATUS NOT = "00"
              GO TO 2500-EXIT.
           MOVE LOW-VALUES TO SIF-KEY
           START SIF-FILE KEY IS NOT LESS THAN SIF-KEY
              INVALID KEY SET SIF-EOF TO TRUE
           END-START
           IF NOT SIF-EOF
              READ SIF-FILE NEXT RECORD
                 AT END SET SIF-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL SIF-EOF
               IF SIF-STATUS-CD = "A"
                  MOVE SIF-BRNO   TO WS-IT-BRNO
                  MOVE SIF-ACCTNO TO WS-IT-ACCTNO
                  PERFORM 4950-MARK-COVERED
                  MOVE 0 TO WS-CUM-DUE
                  PERFORM VARYING WS-SUB FROM 1 BY 1
                          UNTIL WS-SUB > SIF-DUE-CNT OR WS-SUB > 6
                      ADD SIF-DUE-AMT(WS-SUB) TO WS-CUM-DUE
                      COMPUTE WS-UNPAID = WS-CUM-DUE - SIF-PAID-AMT
                      IF WS-UNPAID > SIF-DUE-AMT(WS-SUB)
                         MOVE SIF-DUE-AMT(WS-SUB) TO WS-UNPAID
                      END-IF
                      IF WS-UNPAID > 0
                         MOVE SIF-DUE-DATE(WS-SUB) TO WS-IT-DATE
                         MOVE WS-UNPAID     TO WS-IT-GROSS
                         MOVE WS-WGT-KEY(5) TO WS-IT-KEY
                         MOVE WS-WGT-PCT(5) TO WS-IT-PCT
                         PERFORM 5000-ADD-ITEM THRU 5000-EXIT
                      END-IF
                  END-PERFORM
               END-IF
               READ SIF-FILE NEXT RECORD
                  AT END SET SIF-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SIF-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REGULAR PAYMENTS ON EVERY OPEN LOAN NO OTHER SOURCE COVERS.
      * A PAST-DUE DATE IS ROLLED FORWARD BY UNIT PERIOD TO THE FIRST
      * DUE DATE AFTER THE RUN DATE; WHAT IS ALREADY PAST DUE IS LEFT
      * TO THE BUCKET WEIGHT.  THE LAST PAYMENT STOPS AT THE BALANCE.
      *----------------------------------------------------------------*
       2600-SCHEDULED.
           MOVE 6 TO WS-SRC
           PERFORM 2610-ONE-LOAN THRU 2610-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-CNT.

       2610-ONE-LOAN.
           IF WS-LN-COVERED(WS-LN-SUB) = "Y"
              OR WS-LN-FROZEN(WS-LN-SUB) = "Y"
              OR WS-LN-CURBAL(WS-LN-SUB) NOT > 0
              OR WS-LN-REGPY(WS-LN-SUB) NOT > 0
              OR WS-LN-DUE(WS-LN-SUB) = 0
              GO TO 2610-EXIT.
           MOVE WS-LN-BRNO(WS-LN-SUB)   TO WS-IT-BRNO
           MOVE WS-LN-ACCTNO(WS-LN-SUB) TO WS-IT-ACCTNO
           MOVE WS-LN-CURBAL(WS-LN-SUB) TO WS-BAL-LEFT
           IF WS-LN-BKT(WS-LN-SUB) < 1 OR WS-LN-BKT(WS-LN-SUB) > 8
              MOVE 6 TO WS-WGT-SUB
           ELSE
              COMPUTE WS-WGT-SUB = WS-LN-BKT(WS-LN-SUB) + 5
           END-IF
           MOVE WS-WGT-KEY(WS-WGT-SUB) TO WS-IT-KEY
           MOVE WS-WGT-PCT(WS-WGT-SUB) TO WS-IT-PCT
           EVALUATE WS-LN-UPCD(WS-LN-SUB)
               WHEN "S"  MOVE 15 TO WS-STEP-DAYS
               WHEN "B"  MOVE 14 TO WS-STEP-DAYS
               WHEN "W"  MOVE 7  TO WS-STEP-DAYS
               WHEN OTHER MOVE 0 TO WS-STEP-DAYS
           END-EVALUATE
           MOVE WS-LN-DUE(WS-LN-SUB) TO WS-BASE-DATE WS-CALC-DATE
           MOVE WS-BASE-DD TO WS-WANT-DD
           MOVE 0 TO WS-ADD-MM
           PERFORM 2620-NEXT-DUE
               UNTIL WS-CALC-DATE > WS-RUN-DATE
           PERFORM UNTIL WS-CALC-DATE > WS-END-DATE
                      OR WS-BAL-LEFT NOT > 0
               MOVE WS-CALC-DATE TO WS-IT-DATE
               IF WS-BAL-LEFT < WS-LN-REGPY(WS-LN-SUB)
                  MOVE WS-BAL-LEFT TO WS-IT-GROSS
               ELSE
                  MOVE WS-LN-REGPY(WS-LN-SUB) TO WS-IT-GROSS
               END-IF
               SUBTRACT WS-IT-GROSS FROM WS-BAL-LEFT
               PERFORM 5000-ADD-ITEM THRU 5000-EXIT
               PERFORM 2620-NEXT-DUE
           END-PERFORM.
       2610-EXIT.
           EXIT.

      * ONE UNIT PERIOD ON - MONTHLY FROM THE ORIGINAL DUE DAY, OR A
      * FIXED NUMBER OF DAYS.  A YEARLY OR DAILY LOAN IS CARRIED
      * MONTHLY - NEAR ENOUGH FOR A THIRTY-DAY LOOK.
       2620-NEXT-DUE.
           IF WS-STEP-DAYS > 0
              COMPUTE WS-DUE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) + WS-STEP-DAYS
              COMPUTE WS-CALC-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           ELSE
              ADD 1 TO WS-ADD-MM
              PERFORM 4800-ADD-MONTHS
           END-IF.

      *----------------------------------------------------------------*
      * BRANCH BY BRANCH, DAY BY DAY.
      *----------------------------------------------------------------*
       3000-PRINT-BRANCHES.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "BRANCH " WS-BR-BRNO(WS-BR-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-HDG-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-DAY FROM 1 BY 1
                       UNTIL WS-DAY > WS-HORIZON
                   MOVE 0 TO WS-DAY-TOTAL
                   PERFORM VARYING WS-SRC FROM 1 BY 1
                           UNTIL WS-SRC > 6
                       MOVE WS-BR-AMT(WS-BR-SUB, WS-DAY, WS-SRC)
                         TO DTL-SRC-AMT(WS-SRC)
                       ADD WS-BR-AMT(WS-BR-SUB, WS-DAY, WS-SRC)
                         TO WS-DAY-TOTAL
                   END-PERFORM
                   IF WS-DAY-TOTAL NOT = 0
                      PERFORM 3900-DAY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       3900-DAY-LINE.
           COMPUTE DTL-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + WS-DAY)
           MOVE WS-DAY-TOTAL TO DTL-TOTAL
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4000-PRINT-ALL.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ALL BRANCHES" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-HORIZON
               MOVE 0 TO WS-DAY-TOTAL
               PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
                   MOVE WS-ALL-AMT(WS-DAY, WS-SRC)
                     TO DTL-SRC-AMT(WS-SRC)
                   ADD WS-ALL-AMT(WS-DAY, WS-SRC) TO WS-DAY-TOTAL
               END-PERFORM
               PERFORM 3900-DAY-LINE
           END-PERFORM.

       4500-PRINT-SOURCES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SOURCE      ITEMS           GROSS  WEIGHT"
                  "          EXPECTED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
               MOVE WS-SRC-CNT(WS-SRC) TO WS-EDIT-CNT
               MOVE WS-SRC-GROSS(WS-SRC) TO WS-EDIT-BIG
               MOVE WS-SRC-EXP(WS-SRC) TO WS-EDIT-AMT
               IF WS-SRC-GROSS(WS-SRC) = 0
                  MOVE 0 TO WS-KEPT-RATE
               ELSE
                  COMPUTE WS-KEPT-RATE ROUNDED = WS-SRC-EXP(WS-SRC)
                      * 100 / WS-SRC-GROSS(WS-SRC)
               END-IF
               MOVE WS-KEPT-RATE TO WS-EDIT-PCT
               ADD WS-SRC-EXP(WS-SRC) TO WS-GRAND-TOTAL
               MOVE SPACES TO RPT-LINE
               STRING WS-SRC-NAME(WS-SRC) "     " WS-EDIT-CNT " "
                      WS-EDIT-BIG "   " WS-EDIT-PCT " " WS-EDIT-AMT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-EDIT-BIG
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL EXPECTED                          " WS-EDIT-BIG
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "WEIGHTS IN FORCE (PTP WHERE NO COLLECTOR RATE)"
             TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-WGT-SUB FROM 1 BY 1
                   UNTIL WS-WGT-SUB > 13
               MOVE WS-WGT-PCT(WS-WGT-SUB) TO WS-EDIT-PCT
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-WGT-KEY(WS-WGT-SUB) "  " WS-EDIT-PCT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           IF WS-BR-OVERFLOW > 0
              MOVE WS-BR-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** BRANCH TABLE FULL - " WS-EDIT-CNT
                     " ITEMS IN ALL-BRANCH TOTALS ONLY"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LN-CNT = WS-MAX-LN
              MOVE "*** LOAN TABLE FULL - LATER LOANS NOT PROJECTED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WS-BASE-DATE PLUS WS-ADD-MM MONTHS ON DAY WS-WANT-DD, HELD TO
      * THE LAST DAY OF THE MONTH.
      *----------------------------------------------------------------*
       4800-ADD-MONTHS.
           COMPUTE WS-MONTHS = WS-BASE-CCYY * 12 + WS-BASE-MM - 1
                             + WS-ADD-MM + 1
           DIVIDE WS-MONTHS BY 12 GIVING WS-NEXT-CCYY
                                  REMAINDER WS-NEXT-MM
           ADD 1 TO WS-NEXT-MM
           MOVE 1 TO WS-NEXT-DD
           COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1)
           MOVE WS-CALC-DD TO WS-LAST-DD
           IF WS-WANT-DD < WS-LAST-DD AND WS-WANT-DD > 0
              MOVE WS-WANT-DD TO WS-CALC-DD
           END-IF.

       4900-FIND-LOAN.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-CNT
                      OR (WS-LN-BRNO(WS-LN-SUB) = WS-IT-BRNO
                          AND WS-LN-ACCTNO(WS-LN-SUB) = WS-IT-ACCTNO)
               CONTINUE
           END-PERFORM.

       4950-MARK-COVERED.
           PERFORM 4900-FIND-LOAN
           IF WS-LN-SUB NOT > WS-LN-CNT
              MOVE "Y" TO WS-LN-COVERED(WS-LN-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * ONE PROJECTED RECEIPT - INSIDE THE HORIZON IT IS WEIGHTED,
      * ADDED TO ITS BRANCH/DAY/SOURCE CELL AND WRITTEN TO FCD.
      *----------------------------------------------------------------*
       5000-ADD-ITEM.
           IF WS-IT-DATE NOT > WS-RUN-DATE
              OR WS-IT-DATE > WS-END-DATE
              GO TO 5000-EXIT.
           COMPUTE WS-IT-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-IT-DATE) - WS-RUN-INT
           MOVE WS-IT-DAYNO TO WS-DAY
           COMPUTE WS-IT-EXP ROUNDED = WS-IT-GROSS * WS-IT-PCT / 100
           ADD 1 TO WS-SRC-CNT(WS-SRC)
           ADD WS-IT-GROSS TO WS-SRC-GROSS(WS-SRC)
           ADD WS-IT-EXP TO WS-SRC-EXP(WS-SRC)
           ADD WS-IT-EXP TO WS-ALL-AMT(WS-DAY, WS-SRC)
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-BRNO(WS-BR-SUB) = WS-IT-BRNO
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB > WS-BR-CNT
              IF WS-BR-CNT < WS-MAX-BR
                 ADD 1 TO WS-BR-CNT
                 MOVE WS-IT-BRNO TO WS-BR-BRNO(WS-BR-CNT)
              ELSE
                 ADD 1 TO WS-BR-OVERFLOW
              END-IF
           END-IF
           IF WS-BR-SUB NOT > WS-BR-CNT
              ADD WS-IT-EXP TO WS-BR-AMT(WS-BR-SUB, WS-DAY, WS-SRC)
           END-IF
           MOVE WS-RUN-DATE  TO FCD-RUN-DATE
           MOVE WS-IT-BRNO   TO FCD-BRNO
           MOVE WS-IT-ACCTNO TO FCD-ACCTNO
           MOVE WS-IT-KEY    TO FCD-SOURCE
           MOVE WS-IT-DATE   TO FCD-EXP-DATE
           MOVE WS-IT-GROSS  TO FCD-GROSS-AMT
           MOVE WS-IT-PCT    TO FCD-WGT-PCT
           MOVE WS-IT-EXP    TO FCD-EXP-AMT
           WRITE FCD-REC.
       5000-EXIT.
           EXIT.

       9999-EXIT.
           CLOSE FCD-FILE FCSTGN-RPT
           STOP RUN.
