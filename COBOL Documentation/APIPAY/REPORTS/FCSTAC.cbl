      *================================================================*
      *   P R O G R A M :  F C S T A C                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-01-15
      *  DESC: CASH FORECAST ACTUAL-VERSUS-EXPECTED AND WEIGHT TUNING.
      *        HOLDS ONE FCSTGN FORECAST (ITS FCD DETAIL) AGAINST THE
      *        PAYMENTS THAT ACTUALLY POSTED (LPHIST "PA"/"PY", NOT
      *        REVERSED) SINCE THE FORECAST RAN:
      *          - DAY BY DAY AND BRANCH BY BRANCH, EXPECTED AGAINST
      *            ACTUAL RECEIPTS FOR THE DAYS ELAPSED SO FAR;
      *          - ITEM BY ITEM, A PROJECTED RECEIPT IS REALIZED BY
      *            THE FIRST UNUSED PAYMENT ON THE ACCOUNT WITHIN THE
      *            GRACE DAYS EITHER SIDE OF ITS DATE (UP TO THE
      *            PROJECTED AMOUNT).  AN ITEM IS JUDGED ONLY ONCE ITS
      *            DATE PLUS THE GRACE HAS PASSED.
      *        FOR EACH SOURCE / BUCKET WEIGHT THE REALIZED PERCENT OF
      *        GROSS IS SHOWN BESIDE THE WEIGHT THE FORECAST USED, AND
      *        ONCE A WEIGHT HAS ENOUGH JUDGED ITEMS BEHIND IT THE NEW
      *        WEIGHT IS THE AVERAGE OF THE OLD ONE AND THE REALIZED
      *        PERCENT - SO ONE ODD MONTH MOVES IT ONLY HALF WAY.  ALL
      *        THIRTEEN WEIGHTS GO OUT ON FCWNEW, WHICH REPLACES FCWGT
      *        FOR THE NEXT FCSTGN RUN.  RUN IT ON THE FCD OF THE
      *        FORECAST CUT THIRTY-FIVE DAYS AGO FOR THE FULL PICTURE.
      *
      *  MOD HISTORY:
      *   011529 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCSTAC.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-01-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FCWGT-FILE ASSIGN TO "FCWGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCWGT-STATUS.

           SELECT FCD-FILE ASSIGN TO "FCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCD-STATUS.

           SELECT LPHIST-FILE ASSIGN TO "LPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPHIST-STATUS.

           SELECT FCWNEW-FILE ASSIGN TO "FCWNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCWNEW-STATUS.

           SELECT FCSTAC-RPT ASSIGN TO "FCSTAC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCWGT-FILE.
       01  FCWGT-REC.
           05  WGT-KEY               PIC X(04).
           05  WGT-PCT               PIC 9(03)V9.

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

       FD  LPHIST-FILE.
       01  LPHIST-REC.
           05  LPH-BRNO              PIC X(04).
           05  LPH-ACCTNO            PIC X(10).
           05  LPH-SEQNO             PIC 9(05).
           05  LPH-TRCD              PIC X(02).
           05  LPH-TRAMT             PIC S9(07)V99.
           05  LPH-APCUR             PIC S9(07)V99.
           05  LPH-APINT             PIC S9(07)V99.
           05  LPH-APLC              PIC S9(07)V99.
           05  LPH-INTDUE            PIC S9(07)V99.
           05  LPH-PAYDATE           PIC 9(08).
           05  LPH-PDTH-DATE         PIC 9(08).
           05  LPH-WATERFALL-CD      PIC X(03).
           05  LPH-REV               PIC X(01).

       FD  FCWNEW-FILE.
       01  FCWNEW-REC                PIC X(08).

       FD  FCSTAC-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  FCWGT-STATUS              PIC XX.
           88  FCWGT-EOF                        VALUE "10".
       01  FCD-STATUS                PIC XX.
           88  FCD-EOF                          VALUE "10".
       01  LPHIST-STATUS             PIC XX.
           88  LPHIST-EOF                       VALUE "10".
       01  FCWNEW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-INT                PIC 9(08) COMP.
       01  WS-FC-DATE                PIC 9(08) VALUE 0.
       01  WS-FC-INT                 PIC 9(08) COMP.
       01  WS-FC-END-INT             PIC 9(08) COMP.
       01  WS-THRU-DAY               PIC S9(05) COMP.
       01  WS-HORIZON                PIC 9(02) COMP VALUE 30.

      * A PAYMENT THIS MANY DAYS EITHER SIDE OF THE PROJECTED DATE
      * REALIZES THE ITEM; A WEIGHT IS RETUNED ONLY WITH THIS MANY
      * JUDGED ITEMS BEHIND IT.
       77  WS-GRACE-DAYS             PIC 9(02) COMP VALUE 5.
       77  WS-MIN-ITEMS              PIC 9(03) COMP VALUE 20.

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

      * WHAT WAS JUDGED FOR EACH WEIGHT.
       01  WS-KEY-TOTALS.
           05  WS-KEY-ENTRY OCCURS 13 TIMES.
               10  WS-KEY-ITEMS      PIC 9(07) COMP.
               10  WS-KEY-HIT        PIC 9(07) COMP.
               10  WS-KEY-GROSS      PIC S9(11)V99 COMP-3.
               10  WS-KEY-EXP        PIC S9(11)V99 COMP-3.
               10  WS-KEY-REAL       PIC S9(11)V99 COMP-3.
       01  WS-REAL-PCT               PIC 9(03)V9.
       01  WS-NEW-PCT                PIC 9(03)V9.

       01  WS-MAX-LP                 PIC 9(05) COMP VALUE 20000.
       01  WS-LP-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-LP-SUB                 PIC 9(05) COMP.
       01  WS-LP-TABLE.
           05  WS-LP-ENTRY OCCURS 20000 TIMES.
               10  WS-LP-BRNO        PIC X(04).
               10  WS-LP-ACCT        PIC X(10).
               10  WS-LP-AMT         PIC S9(07)V99 COMP-3.
               10  WS-LP-INT         PIC 9(08) COMP.
               10  WS-LP-USED        PIC X(01).

       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 30 TIMES.
               10  WS-DAY-EXP        PIC S9(11)V99 COMP-3.
               10  WS-DAY-ACT        PIC S9(11)V99 COMP-3.
       01  WS-DAY                    PIC S9(05) COMP.

       01  WS-MAX-BR                 PIC 9(03) COMP VALUE 200.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-EXP         PIC S9(11)V99 COMP-3.
               10  WS-BR-ACT         PIC S9(11)V99 COMP-3.
       01  WS-FIND-BRNO              PIC X(04).

       01  WS-ITEM-INT               PIC 9(08) COMP.
       01  WS-CREDIT                 PIC S9(07)V99.
       01  WS-CNT-ITEMS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-JUDGED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OTHER-RUN          PIC 9(07) COMP VALUE 0.
       01  WS-TOT-EXP                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-ACT                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-VARIANCE               PIC S9(11)V99 COMP-3.

       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT               PIC ZZ9.9.
       01  WS-EDIT-PCT2              PIC ZZ9.9.
       01  WS-EDIT-PCT3              PIC ZZ9.9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT3              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-DATE              PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           IF WS-FC-DATE = 0
              MOVE "*** FCD IS EMPTY - NO FORECAST TO COMPARE"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM 1100-LOAD-WEIGHTS
              PERFORM 1200-LOAD-PAYMENTS
              PERFORM 2000-JUDGE-ITEMS
              PERFORM 3000-PRINT-DAYS
              PERFORM 3500-PRINT-BRANCHES
              PERFORM 4000-PRINT-WEIGHTS
           END-IF
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  FCD-FILE
           OPEN INPUT  LPHIST-FILE
           OPEN OUTPUT FCWNEW-FILE
           OPEN OUTPUT FCSTAC-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-KEY-TOTALS WS-DAY-TABLE WS-BR-TABLE
           READ FCD-FILE AT END SET FCD-EOF TO TRUE END-READ
           IF NOT FCD-EOF
              MOVE FCD-RUN-DATE TO WS-FC-DATE
              COMPUTE WS-FC-INT =
                  FUNCTION INTEGER-OF-DATE(WS-FC-DATE)
              COMPUTE WS-FC-END-INT = WS-FC-INT + WS-HORIZON
              COMPUTE WS-THRU-DAY = WS-RUN-INT - WS-FC-INT - 1
              IF WS-THRU-DAY > WS-HORIZON
                 MOVE WS-HORIZON TO WS-THRU-DAY
              END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CASH FORECAST OF " WS-FC-DATE
                  " AGAINST ACTUAL RECEIPTS - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

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

      *----------------------------------------------------------------*
      * PAYMENTS FROM THE DAY AFTER THE FORECAST THROUGH THE HORIZON
      * PLUS THE GRACE.  THOSE INSIDE THE HORIZON ARE THE ACTUAL
      * RECEIPTS BY DAY AND BRANCH.
      *----------------------------------------------------------------*
       1200-LOAD-PAYMENTS.
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ
           PERFORM 1210-ONE-PAYMENT THRU 1210-EXIT
               UNTIL LPHIST-EOF OR WS-LP-CNT = WS-MAX-LP.

       1210-ONE-PAYMENT.
           IF (LPH-TRCD NOT = "PA" AND LPH-TRCD NOT = "PY")
              OR LPH-REV = "Y"
              OR LPH-PAYDATE NOT > WS-FC-DATE
              GO TO 1210-EXIT.
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(LPH-PAYDATE)
           IF WS-ITEM-INT > WS-FC-END-INT + WS-GRACE-DAYS
              GO TO 1210-EXIT.
           ADD 1 TO WS-LP-CNT
           MOVE LPH-BRNO    TO WS-LP-BRNO(WS-LP-CNT)
           MOVE LPH-ACCTNO  TO WS-LP-ACCT(WS-LP-CNT)
           MOVE LPH-TRAMT   TO WS-LP-AMT(WS-LP-CNT)
           MOVE WS-ITEM-INT TO WS-LP-INT(WS-LP-CNT)
           MOVE "N"         TO WS-LP-USED(WS-LP-CNT)
           COMPUTE WS-DAY = WS-ITEM-INT - WS-FC-INT
           IF WS-DAY NOT > WS-THRU-DAY
              ADD LPH-TRAMT TO WS-DAY-ACT(WS-DAY)
              ADD LPH-TRAMT TO WS-TOT-ACT
              MOVE LPH-BRNO TO WS-FIND-BRNO
              PERFORM 5000-FIND-BRANCH
              IF WS-BR-SUB NOT > WS-BR-CNT
                 ADD LPH-TRAMT TO WS-BR-ACT(WS-BR-SUB)
              END-IF
           END-IF.
       1210-EXIT.
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * EACH PROJECTED ITEM - INTO THE ELAPSED DAYS' EXPECTED, AND
      * JUDGED AGAINST THE PAYMENTS ONCE ITS GRACE HAS RUN OUT.
      *----------------------------------------------------------------*
       2000-JUDGE-ITEMS.
           PERFORM 2100-ONE-ITEM THRU 2100-EXIT UNTIL FCD-EOF.

       2100-ONE-ITEM.
           IF FCD-RUN-DATE NOT = WS-FC-DATE
              ADD 1 TO WS-CNT-OTHER-RUN
              GO TO 2100-EXIT.
           ADD 1 TO WS-CNT-ITEMS
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(FCD-EXP-DATE)
           COMPUTE WS-DAY = WS-ITEM-INT - WS-FC-INT
           IF WS-DAY > 0 AND WS-DAY NOT > WS-THRU-DAY
              ADD FCD-EXP-AMT TO WS-DAY-EXP(WS-DAY)
              ADD FCD-EXP-AMT TO WS-TOT-EXP
              MOVE FCD-BRNO TO WS-FIND-BRNO
              PERFORM 5000-FIND-BRANCH
              IF WS-BR-SUB NOT > WS-BR-CNT
                 ADD FCD-EXP-AMT TO WS-BR-EXP(WS-BR-SUB)
              END-IF
           END-IF
           IF WS-ITEM-INT + WS-GRACE-DAYS NOT < WS-RUN-INT
              GO TO 2100-EXIT.
           PERFORM VARYING WS-WGT-SUB FROM 1 BY 1
                   UNTIL WS-WGT-SUB > 13
                      OR WS-WGT-KEY(WS-WGT-SUB) = FCD-SOURCE
               CONTINUE
           END-PERFORM
           IF WS-WGT-SUB > 13
              GO TO 2100-EXIT.
           ADD 1 TO WS-CNT-JUDGED
           ADD 1 TO WS-KEY-ITEMS(WS-WGT-SUB)
           ADD FCD-GROSS-AMT TO WS-KEY-GROSS(WS-WGT-SUB)
           ADD FCD-EXP-AMT   TO WS-KEY-EXP(WS-WGT-SUB)
           PERFORM VARYING WS-LP-SUB FROM 1 BY 1
                   UNTIL WS-LP-SUB > WS-LP-CNT
                      OR (WS-LP-USED(WS-LP-SUB) = "N"
                          AND WS-LP-BRNO(WS-LP-SUB) = FCD-BRNO
                          AND WS-LP-ACCT(WS-LP-SUB) = FCD-ACCTNO
                          AND WS-LP-INT(WS-LP-SUB) + WS-GRACE-DAYS
                              NOT < WS-ITEM-INT
                          AND WS-LP-INT(WS-LP-SUB)
                              NOT > WS-ITEM-INT + WS-GRACE-DAYS)
               CONTINUE
           END-PERFORM
           IF WS-LP-SUB NOT > WS-LP-CNT
              MOVE "Y" TO WS-LP-USED(WS-LP-SUB)
              IF WS-LP-AMT(WS-LP-SUB) < FCD-GROSS-AMT
                 MOVE WS-LP-AMT(WS-LP-SUB) TO WS-CREDIT
              ELSE
                 MOVE FCD-GROSS-AMT TO WS-CREDIT
              END-IF
              ADD 1 TO WS-KEY-HIT(WS-WGT-SUB)
              ADD WS-CREDIT TO WS-KEY-REAL(WS-WGT-SUB)
           END-IF.
       2100-EXIT.
           READ FCD-FILE AT END SET FCD-EOF TO TRUE END-READ.

       3000-PRINT-DAYS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATE              EXPECTED          ACTUAL"
                  "        VARIANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-THRU-DAY
               COMPUTE WS-EDIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FC-INT + WS-DAY)
               MOVE WS-DAY-EXP(WS-DAY) TO WS-EDIT-AMT
               MOVE WS-DAY-ACT(WS-DAY) TO WS-EDIT-AMT2
               COMPUTE WS-VARIANCE =
                   WS-DAY-ACT(WS-DAY) - WS-DAY-EXP(WS-DAY)
               MOVE WS-VARIANCE TO WS-EDIT-AMT3
               MOVE SPACES TO RPT-LINE
               STRING WS-EDIT-DATE " " WS-EDIT-AMT " " WS-EDIT-AMT2
                      " " WS-EDIT-AMT3
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE WS-TOT-EXP TO WS-EDIT-AMT
           MOVE WS-TOT-ACT TO WS-EDIT-AMT2
           COMPUTE WS-VARIANCE = WS-TOT-ACT - WS-TOT-EXP
           MOVE WS-VARIANCE TO WS-EDIT-AMT3
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL    " WS-EDIT-AMT " " WS-EDIT-AMT2
                  " " WS-EDIT-AMT3
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       3500-PRINT-BRANCHES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRANCH            EXPECTED          ACTUAL"
                  "        VARIANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               MOVE WS-BR-EXP(WS-BR-SUB) TO WS-EDIT-AMT
               MOVE WS-BR-ACT(WS-BR-SUB) TO WS-EDIT-AMT2
               COMPUTE WS-VARIANCE =
                   WS-BR-ACT(WS-BR-SUB) - WS-BR-EXP(WS-BR-SUB)
               MOVE WS-VARIANCE TO WS-EDIT-AMT3
               MOVE SPACES TO RPT-LINE
               STRING WS-BR-BRNO(WS-BR-SUB) "     " WS-EDIT-AMT " "
                      WS-EDIT-AMT2 " " WS-EDIT-AMT3
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

      *----------------------------------------------------------------*
      * REALIZED AGAINST WEIGHT, AND THE WEIGHTS FOR THE NEXT RUN.
      *----------------------------------------------------------------*
       4000-PRINT-WEIGHTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WGT   JUDGED  REALIZED           GROSS"
                  "        EXPECTED        REALIZED"
                  "  WEIGHT  REAL%  NEW WT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-WGT-SUB FROM 1 BY 1
                   UNTIL WS-WGT-SUB > 13
               MOVE WS-WGT-PCT(WS-WGT-SUB) TO WS-NEW-PCT
               MOVE 0 TO WS-REAL-PCT
               IF WS-KEY-GROSS(WS-WGT-SUB) > 0
                  COMPUTE WS-REAL-PCT ROUNDED =
                      WS-KEY-REAL(WS-WGT-SUB) * 100
                      / WS-KEY-GROSS(WS-WGT-SUB)
                  IF WS-KEY-ITEMS(WS-WGT-SUB) NOT < WS-MIN-ITEMS
                     COMPUTE WS-NEW-PCT ROUNDED =
                         (WS-WGT-PCT(WS-WGT-SUB) + WS-REAL-PCT) / 2
                  END-IF
               END-IF
               MOVE WS-KEY-ITEMS(WS-WGT-SUB) TO WS-EDIT-CNT
               MOVE WS-KEY-GROSS(WS-WGT-SUB) TO WS-EDIT-AMT
               MOVE WS-KEY-EXP(WS-WGT-SUB)   TO WS-EDIT-AMT2
               MOVE WS-KEY-REAL(WS-WGT-SUB)  TO WS-EDIT-AMT3
               MOVE WS-WGT-PCT(WS-WGT-SUB)   TO WS-EDIT-PCT
               MOVE WS-REAL-PCT              TO WS-EDIT-PCT2
               MOVE WS-NEW-PCT               TO WS-EDIT-PCT3
               MOVE SPACES TO RPT-LINE
               STRING WS-WGT-KEY(WS-WGT-SUB) " " WS-EDIT-CNT
                      "           " WS-EDIT-AMT " " WS-EDIT-AMT2 " "
                      WS-EDIT-AMT3 "   " WS-EDIT-PCT "  "
                      WS-EDIT-PCT2 "   " WS-EDIT-PCT3
                   DELIMITED BY SIZE INTO RPT-LINE
               MOVE WS-KEY-HIT(WS-WGT-SUB) TO WS-EDIT-CNT
               MOVE WS-EDIT-CNT TO RPT-LINE(14:7)
               WRITE RPT-LINE
               MOVE WS-NEW-PCT TO WS-WGT-PCT(WS-WGT-SUB)
               MOVE WS-WGT-ENTRY(WS-WGT-SUB) TO FCWNEW-REC
               WRITE FCWNEW-REC
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ITEMS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FORECAST ITEMS           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-JUDGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "JUDGED SO FAR            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OTHER-RUN > 0
              MOVE WS-CNT-OTHER-RUN TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** ROWS FROM ANOTHER FORECAST IGNORED "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LP-CNT = WS-MAX-LP
              MOVE "*** PAYMENT TABLE FULL - ACTUALS UNDERSTATED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-FIND-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-BRNO(WS-BR-SUB) = WS-FIND-BRNO
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB > WS-BR-CNT AND WS-BR-CNT < WS-MAX-BR
              ADD 1 TO WS-BR-CNT
              MOVE WS-FIND-BRNO TO WS-BR-BRNO(WS-BR-CNT)
              MOVE 0 TO WS-BR-EXP(WS-BR-CNT) WS-BR-ACT(WS-BR-CNT)
           END-IF.

       9999-EXIT.
           CLOSE FCD-FILE LPHIST-FILE FCWNEW-FILE FCSTAC-RPT
           STOP RUN.
