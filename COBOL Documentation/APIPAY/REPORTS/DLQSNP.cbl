      *================================================================*
      *   P R O G R A M :  D L Q S N P                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-06-05
      *  DESC: MONTH-END DELINQUENCY SNAPSHOT.  CTRDSH AND PDAGE SHOW
      *        TODAY'S DELINQUENCY AND KEEP NOTHING; THIS RUN, AT
      *        MONTH-END CLOSE, FILES ONE ROW PER ACCOUNT ON THE KEYED
      *        DSH HISTORY (MONTH, BRANCH, ACCOUNT) WITH THE ACCOUNT'S
      *        CONTRACTUAL AND RECENCY BUCKETS - THE SAME EIGHT 30-DAY
      *        BUCKETS CTRDSH USES (1 = CURRENT ... 8 = OVER 180) -
      *        ITS DAYS, BALANCE AND STATUS:
      *          C  CURRENT           D  DELINQUENT (BUCKET 2-8)
      *          X  CHARGED OFF       P  PAID OFF
      *          R  IN REPOSSESSION
      *        ROLRPT BUILDS THE ROLL-RATE MIGRATION MATRIX FROM TWO
      *        CONSECUTIVE MONTHS OF IT.  THE DSEXT EXTRACT CARRIES
      *        EVERY ACCOUNT STILL ON LN, SO AN ACCOUNT PAID OR CHARGED
      *        OFF DURING THE MONTH IS FILED WITH THAT STATUS.  THE
      *        MONTH AND AS-OF DATE DEFAULT TO THE RUN DATE; THE
      *        OPTIONAL DSPRM RECORD NAMES ANOTHER MONTH, WHICH IS
      *        THEN AGED TO ITS LAST DAY.  A RERUN FOR THE SAME MONTH
      *        REPLACES ITS ROWS.
      *
      *  MOD HISTORY:
      *   060528 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLQSNP.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-06-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSPRM-FILE ASSIGN TO "DSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSPRM-STATUS.

           SELECT DSEXT-FILE ASSIGN TO "DSEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSEXT-STATUS.

           SELECT DSH-FILE ASSIGN TO "DSH"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DSH-KEY
               FILE STATUS IS DSH-STATUS.

           SELECT DLQSNP-RPT ASSIGN TO "DLQSNP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSPRM-FILE.
       01  DSPRM-REC.
           05  PRM-SNAP-MONTH        PIC 9(06).

       FD  DSEXT-FILE.
       01  DSEXT-REC.
           05  DSX-BRNO              PIC X(04).
           05  DSX-ACCTNO            PIC X(10).
           05  DSX-CLASS             PIC X(02).
           05  DSX-CURBAL            PIC S9(07)V99.
           05  DSX-CONTR-PDTH        PIC 9(08).
           05  DSX-RECEN-PDTH        PIC 9(08).
           05  DSX-CHGOFF-DATE       PIC 9(08).
           05  DSX-PAYOFF-DATE       PIC 9(08).
           05  DSX-REPOCD            PIC X(01).

       FD  DSH-FILE.
       01  DSH-REC.
           05  DSH-KEY.
               10  DSH-MONTH         PIC 9(06).
               10  DSH-BRNO          PIC X(04).
               10  DSH-ACCTNO        PIC X(10).
           05  DSH-CLASS             PIC X(02).
           05  DSH-ASOF-DATE         PIC 9(08).
           05  DSH-STATUS-CD         PIC X(01).
               88  DSH-CURRENT                  VALUE "C".
               88  DSH-DELINQUENT               VALUE "D".
               88  DSH-CHARGED-OFF              VALUE "X".
               88  DSH-PAID-OFF                 VALUE "P".
               88  DSH-IN-REPO                  VALUE "R".
               88  DSH-OPEN                     VALUE "C" "D".
           05  DSH-CON-BKT           PIC 9(01).
           05  DSH-REC-BKT           PIC 9(01).
           05  DSH-CON-DAYS          PIC 9(04).
           05  DSH-REC-DAYS          PIC 9(04).
           05  DSH-CURBAL            PIC S9(07)V99.

       FD  DLQSNP-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  DSPRM-STATUS              PIC XX.
           88  DSPRM-EOF                        VALUE "10".
       01  DSEXT-STATUS              PIC XX.
           88  DSEXT-EOF                        VALUE "10".
       01  DSH-STATUS                PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-ASOF-DATE              PIC 9(08).
       01  WS-ASOF-X REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-YYYYMM        PIC 9(06).
           05  WS-ASOF-DD            PIC 9(02).
       01  WS-MONTH                  PIC 9(06).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY         PIC 9(04).
           05  WS-MONTH-MM           PIC 9(02).
       01  WS-NEXT-MONTH             PIC 9(08).
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-YYYY          PIC 9(04).
           05  WS-NEXT-MM            PIC 9(02).
           05  WS-NEXT-DD            PIC 9(02).
       01  WS-ASOF-INT               PIC 9(08) COMP.
       01  WS-PDTH                   PIC 9(08).
       01  WS-FOUND                  PIC X(01).
       01  WS-DAYS                   PIC S9(05) COMP.
       01  WS-BKT                    PIC 9(01) COMP.
       01  WS-SUB                    PIC 9(02) COMP.

       01  WS-CNT-READ               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REPLACED           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

      * BY STATUS (C D X P R) AND BY CONTRACTUAL BUCKET.
       01  WS-STAT-CODES             PIC X(05) VALUE "CDXPR".
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 5 TIMES.
               10  WS-STAT-CNT       PIC 9(07) COMP.
               10  WS-STAT-BAL       PIC S9(11)V99 COMP-3.
       01  WS-STAT-NAMES.
           05  FILLER                PIC X(12) VALUE "CURRENT     ".
           05  FILLER                PIC X(12) VALUE "DELINQUENT  ".
           05  FILLER                PIC X(12) VALUE "CHARGED OFF ".
           05  FILLER                PIC X(12) VALUE "PAID OFF    ".
           05  FILLER                PIC X(12) VALUE "REPOSSESSION".
       01  WS-STAT-NAME-TBL REDEFINES WS-STAT-NAMES.
           05  WS-STAT-NAME          PIC X(12) OCCURS 5 TIMES.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 8 TIMES.
               10  WS-BKT-CON-CNT    PIC 9(07) COMP.
               10  WS-BKT-CON-BAL    PIC S9(11)V99 COMP-3.
               10  WS-BKT-REC-CNT    PIC 9(07) COMP.
       01  BUCKET-LABEL-TBL.
           05  FILLER PIC X(08) VALUE "CURRENT ".
           05  FILLER PIC X(08) VALUE "1-30    ".
           05  FILLER PIC X(08) VALUE "31-60   ".
           05  FILLER PIC X(08) VALUE "61-90   ".
           05  FILLER PIC X(08) VALUE "91-120  ".
           05  FILLER PIC X(08) VALUE "121-150 ".
           05  FILLER PIC X(08) VALUE "151-180 ".
           05  FILLER PIC X(08) VALUE "181+    ".
       01  BUCKET-LABELS REDEFINES BUCKET-LABEL-TBL.
           05  BUCKET-LABEL OCCURS 8 TIMES PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SNAPSHOT
           PERFORM 3000-SUMMARY
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  DSPRM-FILE
           OPEN INPUT  DSEXT-FILE
           OPEN I-O DSH-FILE
           IF DSH-STATUS = "35"
              OPEN OUTPUT DSH-FILE
              CLOSE DSH-FILE
              OPEN I-O DSH-FILE
           END-IF
           OPEN OUTPUT DLQSNP-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-ASOF-DATE
           READ DSPRM-FILE AT END SET DSPRM-EOF TO TRUE END-READ
           IF NOT DSPRM-EOF AND PRM-SNAP-MONTH NUMERIC
              AND PRM-SNAP-MONTH NOT = 0
              AND PRM-SNAP-MONTH NOT = WS-ASOF-YYYYMM
      * THE LAST DAY OF THE NAMED MONTH IS THE DAY BEFORE THE FIRST
      * OF THE NEXT.
              MOVE PRM-SNAP-MONTH TO WS-MONTH
              MOVE WS-MONTH-YYYY  TO WS-NEXT-YYYY
              COMPUTE WS-NEXT-MM = WS-MONTH-MM + 1
              IF WS-NEXT-MM > 12
                 MOVE 1 TO WS-NEXT-MM
                 ADD 1 TO WS-NEXT-YYYY
              END-IF
              MOVE 1 TO WS-NEXT-DD
              COMPUTE WS-ASOF-DATE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           END-IF
           MOVE WS-ASOF-YYYYMM TO WS-MONTH
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           INITIALIZE WS-STAT-TABLE WS-BKT-TABLE
           MOVE SPACES TO RPT-LINE
           STRING "MONTH-END DELINQUENCY SNAPSHOT FOR " WS-MONTH
                  " AS OF " WS-ASOF-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-SNAPSHOT.
           READ DSEXT-FILE AT END SET DSEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ACCOUNT UNTIL DSEXT-EOF.

       2100-ONE-ACCOUNT.
           ADD 1 TO WS-CNT-READ
           MOVE WS-MONTH     TO DSH-MONTH
           MOVE DSX-BRNO     TO DSH-BRNO
           MOVE DSX-ACCTNO   TO DSH-ACCTNO
           READ DSH-FILE
           IF DSH-STATUS = "00"
              MOVE "Y" TO WS-FOUND
              ADD 1 TO WS-CNT-REPLACED
           ELSE
              MOVE "N" TO WS-FOUND
           END-IF
           MOVE WS-MONTH     TO DSH-MONTH
           MOVE DSX-BRNO     TO DSH-BRNO
           MOVE DSX-ACCTNO   TO DSH-ACCTNO
           MOVE DSX-CLASS    TO DSH-CLASS
           MOVE WS-ASOF-DATE TO DSH-ASOF-DATE
           MOVE DSX-CURBAL   TO DSH-CURBAL

           MOVE DSX-CONTR-PDTH TO WS-PDTH
           PERFORM 2200-AGE
           MOVE WS-BKT  TO DSH-CON-BKT
           MOVE WS-DAYS TO DSH-CON-DAYS
           MOVE DSX-RECEN-PDTH TO WS-PDTH
           PERFORM 2200-AGE
           MOVE WS-BKT  TO DSH-REC-BKT
           MOVE WS-DAYS TO DSH-REC-DAYS

           EVALUATE TRUE
               WHEN DSX-CHGOFF-DATE NOT = 0
                AND DSX-CHGOFF-DATE NOT > WS-ASOF-DATE
                  MOVE "X" TO DSH-STATUS-CD
               WHEN DSX-REPOCD = "X" OR DSX-REPOCD = "S"
                  MOVE "R" TO DSH-STATUS-CD
               WHEN DSX-CURBAL NOT > 0
                OR (DSX-PAYOFF-DATE NOT = 0
                    AND DSX-PAYOFF-DATE NOT > WS-ASOF-DATE)
                  MOVE "P" TO DSH-STATUS-CD
               WHEN DSH-CON-BKT = 1
                  MOVE "C" TO DSH-STATUS-CD
               WHEN OTHER
                  MOVE "D" TO DSH-STATUS-CD
           END-EVALUATE

           IF WS-FOUND = "Y"
              REWRITE DSH-REC
           ELSE
              WRITE DSH-REC
              ADD 1 TO WS-CNT-NEW
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              IF WS-STAT-CODES(WS-SUB:1) = DSH-STATUS-CD
                 ADD 1          TO WS-STAT-CNT(WS-SUB)
                 ADD DSH-CURBAL TO WS-STAT-BAL(WS-SUB)
              END-IF
           END-PERFORM
           IF DSH-OPEN
              ADD 1          TO WS-BKT-CON-CNT(DSH-CON-BKT)
              ADD DSH-CURBAL TO WS-BKT-CON-BAL(DSH-CON-BKT)
              ADD 1          TO WS-BKT-REC-CNT(DSH-REC-BKT)
           END-IF
           READ DSEXT-FILE AT END SET DSEXT-EOF TO TRUE END-READ.

      * DAYS FROM THE PAID-THRU DATE IN WS-PDTH TO THE AS-OF DATE,
      * INTO THE CTRDSH BUCKETS.
       2200-AGE.
           MOVE 0 TO WS-DAYS
           IF WS-PDTH NUMERIC AND WS-PDTH NOT = 0
              AND WS-PDTH < WS-ASOF-DATE
              COMPUTE WS-DAYS = WS-ASOF-INT
                      - FUNCTION INTEGER-OF-DATE(WS-PDTH)
           END-IF
           IF WS-DAYS > 9999
              MOVE 9999 TO WS-DAYS
           END-IF
           IF WS-DAYS = 0
              MOVE 1 TO WS-BKT
           ELSE
              COMPUTE WS-BKT = (WS-DAYS - 1) / 30 + 2
              IF WS-DAYS > 180
                 MOVE 8 TO WS-BKT
              END-IF
           END-IF.

       3000-SUMMARY.
           MOVE "STATUS         ACCOUNTS          BALANCE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              MOVE WS-STAT-CNT(WS-SUB) TO WS-EDIT-CNT
              MOVE WS-STAT-BAL(WS-SUB) TO WS-EDIT-AMT
              MOVE SPACES TO RPT-LINE
              STRING WS-STAT-NAME(WS-SUB) "    " WS-EDIT-CNT "  "
                     WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OPEN BY BUCKET          CONTRACTUAL"
                  "          BALANCE  RECENCY"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
              MOVE SPACES TO RPT-LINE
              MOVE WS-BKT-CON-CNT(WS-SUB) TO WS-EDIT-CNT
              MOVE WS-BKT-CON-BAL(WS-SUB) TO WS-EDIT-AMT
              STRING BUCKET-LABEL(WS-SUB) "                    "
                     WS-EDIT-CNT "  " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              MOVE WS-BKT-REC-CNT(WS-SUB) TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT TO RPT-LINE(55:7)
              WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-READ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS FILED:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REPLACED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  REPLACING A ROW:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE DSPRM-FILE DSEXT-FILE DSH-FILE DLQSNP-RPT
           STOP RUN.
