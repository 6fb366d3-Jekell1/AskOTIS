      *================================================================*
      *   P R O G R A M :  O V R S C R                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-01-22
      *  DESC: MONTHLY OVERRIDE USAGE SCORECARD BY USER AND BRANCH.
      *        EVERY KIND OF OVERRIDE HAS ITS OWN LOG AND ITS OWN
      *        REPORT, SO NOBODY COULD SEE THAT ONE USER WAS BEHIND
      *        MOST OF A BRANCH'S OVERRIDES.  THIS READS THEM ALL FOR
      *        ONE CALENDAR MONTH:
      *          FRZ  FROZEN-ACCOUNT OVERRIDES        FOVEXT (NO $)
      *          NEG  NEGATIVE POSTINGS               NEGEXT
      *          BKD  PRIOR-MONTH BACKDATE OVERRIDES  OVREXT
      *          ODD  ODD-PAYMENT OVERRIDES           ODPEXT
      *          LCW  LATE-CHARGE WAIVERS             LCWEXT
      *          APV  LARGE-DOLLAR APPROVALS USED     OVREXT
      *          PAP  OVER-LIMIT TRIES, NO APPROVAL   PAP
      *          NSF  NSF-LIMIT OVERRIDES             OVREXT
      *          BLN  MATURED-BALLOON OVERRIDES       OVREXT
      *        OVREXT IS THE LOG LOG-SUPERVISOR-OVERRIDE WRITES AT
      *        POSTING.  ODPEXT IS THE LP PULL OF POSTINGS CARRYING AN
      *        LP-ODDPAY-REASON; THE TWO REASONS POSTING SUPPLIES ON
      *        ITS OWN (SETTLEMENT AGREEMENT, ARRANGEMENT STEP) ARE NOT
      *        A USER'S OVERRIDE AND ARE SKIPPED.  A LCW ROW WRITTEN
      *        BEFORE THE WAIVER LOG CARRIED THE USER SCORES UNDER
      *        "UNKNOWN".
      *        EACH USER GETS A COUNT AND A DOLLAR LINE BY TYPE AND
      *        IS MEASURED AGAINST THE PEERS IN THE SAME BRANCH AND
      *        ACROSS THE COMPANY.  PAP TRIES ARE SHOWN BUT ARE NOT
      *        OVERRIDES, SO THEY STAY OUT OF THE TOTAL THE TESTS USE.
      *        A USER WITH AT LEAST THE PARM MINIMUM OF OVERRIDES IS
      *        FLAGGED WHEN -
      *          CO   THE COUNT IS MORE THAN TWO STANDARD DEVIATIONS
      *               ABOVE THE COMPANY MEAN PER USER
      *          CO$  THE DOLLARS ARE, LIKEWISE
      *          BR   THE COUNT IS OVER THREE TIMES THE AVERAGE OF THE
      *               OTHER USERS IN THE BRANCH
      *        AND ANY USER WHO APPROVED THEIR OWN LARGE-DOLLAR ITEM
      *        (APV APPROVER = POSTING USER) IS FLAGGED SELF.  THE
      *        AUDIT SAMPLE LISTS EVERY SELF-APPROVED ITEM AND THE
      *        FIRST PARM-SAMPLE ITEMS OF EACH FLAGGED USER, ON THE
      *        REPORT AND ON THE OVRSCR.SMP EXTRACT INTERNAL AUDIT
      *        WORKS FROM.  OVRSCR.PARM GIVES THE MONTH (YYYYMM, ZERO
      *        OR NO PARM = THE MONTH BEFORE THE RUN DATE), THE
      *        MINIMUM (DEFAULT 5) AND THE SAMPLE SIZE (DEFAULT 10).
      *        RC 4 WHEN ANYONE IS FLAGGED OR A TABLE FILLS.
      *
      *  MOD HISTORY:
      *   012229 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRSCR.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-01-22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVSPRM-FILE ASSIGN TO "OVRSCR.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVSPRM-STATUS.

           SELECT OPTIONAL FOVEXT-FILE ASSIGN TO "FOVEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FOVEXT-STATUS.

           SELECT OPTIONAL NEGEXT-FILE ASSIGN TO "NEGEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEGEXT-STATUS.

           SELECT OPTIONAL OVREXT-FILE ASSIGN TO "OVREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVREXT-STATUS.

           SELECT OPTIONAL ODPEXT-FILE ASSIGN TO "ODPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODPEXT-STATUS.

           SELECT OPTIONAL LCWEXT-FILE ASSIGN TO "LCWEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCWEXT-STATUS.

           SELECT OPTIONAL PAP-FILE ASSIGN TO "PAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAP-STATUS.

           SELECT OVSSMP-FILE ASSIGN TO "OVRSCR.SMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVSSMP-STATUS.

           SELECT OVRSCR-RPT ASSIGN TO "OVRSCR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVSPRM-FILE.
       01  OVSPRM-REC.
           05  PRM-MONTH             PIC 9(06).
           05  PRM-MIN-CNT           PIC 9(03).
           05  PRM-SAMPLE            PIC 9(03).

       FD  FOVEXT-FILE.
       01  FOVEXT-REC.
           05  FOVEXT-RUN-DATE       PIC 9(08).
           05  FOVEXT-BRNO           PIC X(04).
           05  FOVEXT-ACCTNO         PIC X(10).
           05  FOVEXT-USERID         PIC X(10).

       FD  NEGEXT-FILE.
       01  NEGEXT-REC.
           05  NEGEXT-RUN-DATE       PIC 9(08).
           05  NEGEXT-BRNO           PIC X(04).
           05  NEGEXT-ACCTNO         PIC X(10).
           05  NEGEXT-USERID         PIC X(10).
           05  NEGEXT-AMOUNT         PIC S9(07)V99.
           05  NEGEXT-REFCD          PIC X(04).
           05  NEGEXT-REASON         PIC X(30).

       FD  OVREXT-FILE.
       01  OVREXT-REC.
           05  OVREXT-RUN-DATE       PIC 9(08).
           05  OVREXT-RUN-TIME       PIC 9(06).
           05  OVREXT-BRNO           PIC X(04).
           05  OVREXT-ACCTNO         PIC X(10).
           05  OVREXT-TYPE           PIC X(03).
           05  OVREXT-TRCD           PIC X(02).
           05  OVREXT-TRAMT          PIC S9(07)V99.
           05  OVREXT-USERID         PIC X(10).
           05  OVREXT-APPROVER       PIC X(08).

       FD  ODPEXT-FILE.
       01  ODPEXT-REC.
           05  ODPEXT-POST-DATE      PIC 9(08).
           05  ODPEXT-BRNO           PIC X(04).
           05  ODPEXT-ACCTNO         PIC X(10).
           05  ODPEXT-TRCD           PIC X(02).
           05  ODPEXT-TRAMT          PIC S9(07)V99.
           05  ODPEXT-USERID         PIC X(10).
           05  ODPEXT-REASON         PIC X(20).

      * THE EXMEXP LCWEXT LAYOUT WITH THE WAIVING USER ON THE END.
       FD  LCWEXT-FILE.
       01  LCWEXT-REC.
           05  LCW-BRNO              PIC X(04).
           05  LCW-ACCTNO            PIC X(10).
           05  LCW-DATE              PIC 9(08).
           05  LCW-AMOUNT            PIC S9(05)V99.
           05  LCW-USERID            PIC X(10).

       FD  PAP-FILE.
       01  PAP-REC.
           05  PAP-RUN-DATE          PIC 9(08).
           05  PAP-RUN-TIME          PIC 9(06).
           05  PAP-BATCHID           PIC X(10).
           05  PAP-BRNO              PIC X(04).
           05  PAP-ACCTNO            PIC X(10).
           05  PAP-TRCD              PIC X(02).
           05  PAP-TRAMT             PIC S9(07)V99.
           05  PAP-USERID            PIC X(10).

       FD  OVSSMP-FILE.
       01  OVSSMP-REC.
           05  SMP-MONTH             PIC 9(06).
           05  SMP-BRNO              PIC X(04).
           05  SMP-USERID            PIC X(10).
           05  SMP-TYPE              PIC X(03).
           05  SMP-DATE              PIC 9(08).
           05  SMP-ACCTNO            PIC X(10).
           05  SMP-AMOUNT            PIC S9(07)V99.
           05  SMP-APPROVER          PIC X(08).
           05  SMP-WHY               PIC X(04).
           05  SMP-NOTE              PIC X(20).

       FD  OVRSCR-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  OVSPRM-STATUS             PIC XX.
       01  FOVEXT-STATUS             PIC XX.
           88  FOVEXT-EOF                       VALUE "10".
       01  NEGEXT-STATUS             PIC XX.
           88  NEGEXT-EOF                       VALUE "10".
       01  OVREXT-STATUS             PIC XX.
           88  OVREXT-EOF                       VALUE "10".
       01  ODPEXT-STATUS             PIC XX.
           88  ODPEXT-EOF                       VALUE "10".
       01  LCWEXT-STATUS             PIC XX.
           88  LCWEXT-EOF                       VALUE "10".
       01  PAP-STATUS                PIC XX.
           88  PAP-EOF                          VALUE "10".
       01  OVSSMP-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY         PIC 9(04).
           05  WS-MONTH-MM           PIC 9(02).
       01  WS-MIN-CNT                PIC 9(05) COMP.
       01  WS-SAMPLE                 PIC 9(05) COMP.
      * PASS 1 SCORES, PASS 2 PULLS THE AUDIT SAMPLE.
       01  WS-PASS                   PIC 9(01).

      * OVERRIDE TYPES IN REPORT COLUMN ORDER.  PAP (7) IS A TRY,
      * NOT AN OVERRIDE, AND STAYS OUT OF THE TOTALS.
       01  WS-TYPE-VALUES.
           05  FILLER PIC X(03) VALUE "FRZ".
           05  FILLER PIC X(30) VALUE "FROZEN ACCOUNT OVERRIDE".
           05  FILLER PIC X(03) VALUE "NEG".
           05  FILLER PIC X(30) VALUE "NEGATIVE POSTING".
           05  FILLER PIC X(03) VALUE "BKD".
           05  FILLER PIC X(30) VALUE "PRIOR-MONTH BACKDATE".
           05  FILLER PIC X(03) VALUE "ODD".
           05  FILLER PIC X(30) VALUE "ODD-PAYMENT OVERRIDE".
           05  FILLER PIC X(03) VALUE "LCW".
           05  FILLER PIC X(30) VALUE "LATE-CHARGE WAIVER".
           05  FILLER PIC X(03) VALUE "APV".
           05  FILLER PIC X(30) VALUE "LARGE-DOLLAR APPROVAL USED".
           05  FILLER PIC X(03) VALUE "PAP".
           05  FILLER PIC X(30) VALUE "OVER LIMIT, NO APPROVAL (TRY)".
           05  FILLER PIC X(03) VALUE "NSF".
           05  FILLER PIC X(30) VALUE "NSF-LIMIT OVERRIDE".
           05  FILLER PIC X(03) VALUE "BLN".
           05  FILLER PIC X(30) VALUE "MATURED BALLOON OVERRIDE".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05  WS-TYPE-ENTRY OCCURS 9 TIMES.
               10  WS-TYPE-CD        PIC X(03).
               10  WS-TYPE-DESC      PIC X(30).
       01  WS-T                      PIC 9(02) COMP.
       01  WS-PAP-T                  PIC 9(02) COMP VALUE 7.

      * ONE OVERRIDE, WHATEVER FILE IT CAME FROM.
       01  WS-ITEM.
           05  ITM-T                 PIC 9(02) COMP.
           05  ITM-DATE              PIC 9(08).
           05  ITM-DATE-X REDEFINES ITM-DATE.
               10  ITM-YYYYMM        PIC 9(06).
               10  FILLER            PIC 9(02).
           05  ITM-BRNO              PIC X(04).
           05  ITM-ACCTNO            PIC X(10).
           05  ITM-USERID            PIC X(10).
           05  ITM-AMT               PIC S9(07)V99.
           05  ITM-APPROVER          PIC X(08).
           05  ITM-SELF-FG           PIC X(01).
           05  ITM-NOTE              PIC X(20).

      * ONE ROW PER BRANCH/USER, KEPT IN BRANCH/USER ORDER.
       01  WS-MAX-USR                PIC 9(05) COMP VALUE 3000.
       01  WS-USR-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-USR-SUB                PIC 9(05) COMP.
       01  WS-USR-MOV                PIC 9(05) COMP.
       01  WS-USR-TABLE.
           05  WS-USR-ENTRY OCCURS 3000 TIMES.
               10  WS-US-KEY.
                   15  WS-US-BRNO    PIC X(04).
                   15  WS-US-USERID  PIC X(10).
               10  WS-US-CNT         PIC 9(07) COMP OCCURS 9 TIMES.
               10  WS-US-AMT         PIC S9(09)V99 COMP-3
                                               OCCURS 9 TIMES.
               10  WS-US-TOT-CNT     PIC 9(07) COMP.
               10  WS-US-TOT-AMT     PIC S9(09)V99 COMP-3.
               10  WS-US-SELF-CNT    PIC 9(07) COMP.
               10  WS-US-SMP-CNT     PIC 9(05) COMP.
               10  WS-US-PEER-AVG    PIC 9(07)V9 COMP-3.
               10  WS-US-FLAGS.
                   15  WS-US-CO-FG   PIC X(01).
                   15  WS-US-COD-FG  PIC X(01).
                   15  WS-US-BR-FG   PIC X(01).
                   15  WS-US-SELF-FG PIC X(01).
       01  WS-NEW-KEY.
           05  WS-NEW-BRNO           PIC X(04).
           05  WS-NEW-USERID         PIC X(10).

      * BRANCH TOTALS, BUILT FROM THE USER TABLE.
       01  WS-MAX-BR                 PIC 9(03) COMP VALUE 500.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 500 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-USERS       PIC 9(05) COMP.
               10  WS-BR-TOT-CNT     PIC 9(07) COMP.

      * COMPANY TOTALS BY TYPE AND THE PER-USER STATISTICS.
       01  WS-CO-TYPE-TABLE.
           05  WS-CO-TYPE OCCURS 9 TIMES.
               10  WS-CO-CNT         PIC 9(07) COMP.
               10  WS-CO-AMT         PIC S9(11)V99 COMP-3.
               10  WS-CO-USERS       PIC 9(05) COMP.
       01  WS-CO-USERS-ALL           PIC 9(05) COMP VALUE 0.
       01  WS-CO-TOT-CNT             PIC 9(09) COMP VALUE 0.
       01  WS-CO-TOT-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CO-SUMSQ-CNT           PIC 9(17) COMP-3 VALUE 0.
       01  WS-CO-SUMSQ-AMT           PIC 9(18) COMP-3 VALUE 0.
       01  WS-CO-MEAN-CNT            PIC 9(07)V9(04) COMP-3 VALUE 0.
       01  WS-CO-MEAN-AMT            PIC 9(09)V99 COMP-3 VALUE 0.
       01  WS-CO-VAR-CNT             PIC 9(13)V9(04) COMP-3 VALUE 0.
       01  WS-CO-VAR-AMT             PIC 9(18) COMP-3 VALUE 0.
       01  WS-WK-DOLLARS             PIC 9(09) COMP-3.
       01  WS-WK-DEV-CNT             PIC S9(07)V9(04) COMP-3.
       01  WS-WK-DEV-AMT             PIC S9(09)V99 COMP-3.
       01  WS-WK-SQ                  PIC 9(18) COMP-3.
       01  WS-WK-PEERS               PIC 9(05) COMP.
       01  WS-WK-PEER-CNT            PIC 9(07) COMP.

       01  WS-CNT-FLAGGED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SELF               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-SAMPLE             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-UNKNOWN            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-SKIPPED            PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AVG               PIC ZZ,ZZ9.9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-HOLD-BRNO              PIC X(04).

      * TWO LINES PER USER - COUNTS, THEN WHOLE DOLLARS - UNDER THE
      * SAME TYPE COLUMNS, AND A THIRD WITH THE PEER FIGURES.
       01  WS-USR-LINE.
           05  USL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  USL-USERID            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  USL-KIND              PIC X(08).
           05  USL-COL OCCURS 9 TIMES.
               10  USL-VAL           PIC Z,ZZZ,ZZ9.
               10  FILLER            PIC X(01).
           05  USL-TOT               PIC ZZ,ZZZ,ZZ9.

       01  WS-PEER-LINE.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  FILLER                PIC X(28)
                   VALUE "PER USER - BRANCH PEERS AVG ".
           05  PRL-BR-AVG            PIC ZZ,ZZ9.9.
           05  FILLER                PIC X(15)
                   VALUE "  COMPANY AVG ".
           05  PRL-CO-AVG            PIC ZZ,ZZ9.9.
           05  FILLER                PIC X(13)
                   VALUE "  SELF-APPR  ".
           05  PRL-SELF              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(09)
                   VALUE "  FLAGS  ".
           05  PRL-FLAGS             PIC X(14).

       01  WS-TYP-LINE.
           05  TYL-CD                PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TYL-DESC              PIC X(30).
           05  TYL-CNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TYL-USERS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TYL-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-FLG-LINE.
           05  FLL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FLL-USERID            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FLL-CD                PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FLL-TEXT              PIC X(90).

       01  WS-SMP-LINE.
           05  SML-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SML-USERID            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SML-WHY               PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  SML-TYPE              PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SML-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SML-ACCTNO            PIC X(10).
           05  SML-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SML-APPROVER          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SML-NOTE              PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           MOVE 1 TO WS-PASS
           PERFORM 2000-READ-SOURCES
           PERFORM 3000-SCORE-USERS
           PERFORM 4000-PRINT-SCORECARD
           PERFORM 5000-PRINT-FLAGS
           PERFORM 6000-PRINT-SAMPLE
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT OVSPRM-FILE
           READ OVSPRM-FILE
               AT END MOVE ZEROS TO OVSPRM-REC
           END-READ
           CLOSE OVSPRM-FILE
           IF PRM-MONTH NOT NUMERIC
              MOVE ZEROS TO OVSPRM-REC
           END-IF
           IF PRM-MONTH NOT = 0
              MOVE PRM-MONTH TO WS-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-MONTH
              IF WS-MONTH-MM = 1
                 MOVE 12 TO WS-MONTH-MM
                 SUBTRACT 1 FROM WS-MONTH-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF
           IF PRM-MIN-CNT NUMERIC AND PRM-MIN-CNT > 0
              MOVE PRM-MIN-CNT TO WS-MIN-CNT
           ELSE
              MOVE 5 TO WS-MIN-CNT
           END-IF
           IF PRM-SAMPLE NUMERIC AND PRM-SAMPLE > 0
              MOVE PRM-SAMPLE TO WS-SAMPLE
           ELSE
              MOVE 10 TO WS-SAMPLE
           END-IF
           INITIALIZE WS-USR-TABLE WS-BR-TABLE WS-CO-TYPE-TABLE
           OPEN OUTPUT OVSSMP-FILE
           OPEN OUTPUT OVRSCR-RPT
           MOVE SPACES TO RPT-LINE
           STRING "OVERRIDE USAGE SCORECARD BY USER AND BRANCH FOR "
                  WS-MONTH-MM "/" WS-MONTH-YYYY "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MIN-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OUTLIER TESTS APPLY AT " WS-EDIT-CNT
                  " OR MORE OVERRIDES IN THE MONTH"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      * EVERY OVERRIDE SOURCE, ONCE TO SCORE AND ONCE TO SAMPLE.  A
      * SOURCE NOT PRESENTED TODAY JUST CONTRIBUTES NOTHING.
      *----------------------------------------------------------------
       2000-READ-SOURCES.
           PERFORM 2100-READ-FOV
           PERFORM 2200-READ-NEG
           PERFORM 2300-READ-OVR
           PERFORM 2400-READ-ODP
           PERFORM 2500-READ-LCW
           PERFORM 2600-READ-PAP.

       2100-READ-FOV.
           OPEN INPUT FOVEXT-FILE
           MOVE "00" TO FOVEXT-STATUS
           READ FOVEXT-FILE AT END SET FOVEXT-EOF TO TRUE END-READ
           PERFORM 2110-ONE-FOV UNTIL FOVEXT-EOF
           CLOSE FOVEXT-FILE.

       2110-ONE-FOV.
           INITIALIZE WS-ITEM
           MOVE 1               TO ITM-T
           MOVE FOVEXT-RUN-DATE TO ITM-DATE
           MOVE FOVEXT-BRNO     TO ITM-BRNO
           MOVE FOVEXT-ACCTNO   TO ITM-ACCTNO
           MOVE FOVEXT-USERID   TO ITM-USERID
           PERFORM 2900-TAKE-ITEM
           READ FOVEXT-FILE AT END SET FOVEXT-EOF TO TRUE END-READ.

       2200-READ-NEG.
           OPEN INPUT NEGEXT-FILE
           MOVE "00" TO NEGEXT-STATUS
           READ NEGEXT-FILE AT END SET NEGEXT-EOF TO TRUE END-READ
           PERFORM 2210-ONE-NEG UNTIL NEGEXT-EOF
           CLOSE NEGEXT-FILE.

       2210-ONE-NEG.
           INITIALIZE WS-ITEM
           MOVE 2               TO ITM-T
           MOVE NEGEXT-RUN-DATE TO ITM-DATE
           MOVE NEGEXT-BRNO     TO ITM-BRNO
           MOVE NEGEXT-ACCTNO   TO ITM-ACCTNO
           MOVE NEGEXT-USERID   TO ITM-USERID
           MOVE NEGEXT-AMOUNT   TO ITM-AMT
           MOVE NEGEXT-REASON   TO ITM-NOTE
           PERFORM 2900-TAKE-ITEM
           READ NEGEXT-FILE AT END SET NEGEXT-EOF TO TRUE END-READ.

       2300-READ-OVR.
           OPEN INPUT OVREXT-FILE
           MOVE "00" TO OVREXT-STATUS
           READ OVREXT-FILE AT END SET OVREXT-EOF TO TRUE END-READ
           PERFORM 2310-ONE-OVR UNTIL OVREXT-EOF
           CLOSE OVREXT-FILE.

       2310-ONE-OVR.
           INITIALIZE WS-ITEM
           EVALUATE OVREXT-TYPE
               WHEN "BKD"  MOVE 3 TO ITM-T
               WHEN "APV"  MOVE 6 TO ITM-T
               WHEN "NSF"  MOVE 8 TO ITM-T
               WHEN "BLN"  MOVE 9 TO ITM-T
               WHEN OTHER  MOVE 0 TO ITM-T
           END-EVALUATE
           IF ITM-T > 0
              MOVE OVREXT-RUN-DATE TO ITM-DATE
              MOVE OVREXT-BRNO     TO ITM-BRNO
              MOVE OVREXT-ACCTNO   TO ITM-ACCTNO
              MOVE OVREXT-USERID   TO ITM-USERID
              MOVE OVREXT-TRAMT    TO ITM-AMT
              MOVE OVREXT-APPROVER TO ITM-APPROVER
              MOVE OVREXT-TRCD     TO ITM-NOTE
              IF ITM-T = 6
                 AND OVREXT-APPROVER NOT = SPACES
                 AND OVREXT-APPROVER = OVREXT-USERID(1:8)
                 AND OVREXT-USERID(9:2) = SPACES
                 MOVE "Y" TO ITM-SELF-FG
              END-IF
              PERFORM 2900-TAKE-ITEM
           END-IF
           READ OVREXT-FILE AT END SET OVREXT-EOF TO TRUE END-READ.

       2400-READ-ODP.
           OPEN INPUT ODPEXT-FILE
           MOVE "00" TO ODPEXT-STATUS
           READ ODPEXT-FILE AT END SET ODPEXT-EOF TO TRUE END-READ
           PERFORM 2410-ONE-ODP UNTIL ODPEXT-EOF
           CLOSE ODPEXT-FILE.

      * THE REASONS POSTING SUPPLIES ITSELF ARE NOT A USER OVERRIDE.
       2410-ONE-ODP.
           IF ODPEXT-REASON NOT = SPACES
              AND ODPEXT-REASON NOT = "SETTLEMENT AGRMT"
              AND ODPEXT-REASON NOT = "ARRANGEMENT STEP"
              INITIALIZE WS-ITEM
              MOVE 4                TO ITM-T
              MOVE ODPEXT-POST-DATE TO ITM-DATE
              MOVE ODPEXT-BRNO      TO ITM-BRNO
              MOVE ODPEXT-ACCTNO    TO ITM-ACCTNO
              MOVE ODPEXT-USERID    TO ITM-USERID
              MOVE ODPEXT-TRAMT     TO ITM-AMT
              MOVE ODPEXT-REASON    TO ITM-NOTE
              PERFORM 2900-TAKE-ITEM
           END-IF
           READ ODPEXT-FILE AT END SET ODPEXT-EOF TO TRUE END-READ.

       2500-READ-LCW.
           OPEN INPUT LCWEXT-FILE
           MOVE "00" TO LCWEXT-STATUS
           READ LCWEXT-FILE AT END SET LCWEXT-EOF TO TRUE END-READ
           PERFORM 2510-ONE-LCW UNTIL LCWEXT-EOF
           CLOSE LCWEXT-FILE.

       2510-ONE-LCW.
           INITIALIZE WS-ITEM
           MOVE 5          TO ITM-T
           MOVE LCW-DATE   TO ITM-DATE
           MOVE LCW-BRNO   TO ITM-BRNO
           MOVE LCW-ACCTNO TO ITM-ACCTNO
           MOVE LCW-USERID TO ITM-USERID
           MOVE LCW-AMOUNT TO ITM-AMT
           PERFORM 2900-TAKE-ITEM
           READ LCWEXT-FILE AT END SET LCWEXT-EOF TO TRUE END-READ.

       2600-READ-PAP.
           OPEN INPUT PAP-FILE
           MOVE "00" TO PAP-STATUS
           READ PAP-FILE AT END SET PAP-EOF TO TRUE END-READ
           PERFORM 2610-ONE-PAP UNTIL PAP-EOF
           CLOSE PAP-FILE.

       2610-ONE-PAP.
           INITIALIZE WS-ITEM
           MOVE WS-PAP-T     TO ITM-T
           MOVE PAP-RUN-DATE TO ITM-DATE
           MOVE PAP-BRNO     TO ITM-BRNO
           MOVE PAP-ACCTNO   TO ITM-ACCTNO
           MOVE PAP-USERID   TO ITM-USERID
           MOVE PAP-TRAMT    TO ITM-AMT
           MOVE PAP-BATCHID  TO ITM-NOTE
           PERFORM 2900-TAKE-ITEM
           READ PAP-FILE AT END SET PAP-EOF TO TRUE END-READ.

      * AN IN-MONTH ITEM IS SCORED (PASS 1) OR CONSIDERED FOR THE
      * AUDIT SAMPLE (PASS 2).  DOLLARS ARE MEASURED UNSIGNED.
       2900-TAKE-ITEM.
           IF ITM-YYYYMM = WS-MONTH
              IF ITM-USERID = SPACES
                 MOVE "UNKNOWN" TO ITM-USERID
                 IF WS-PASS = 1
                    ADD 1 TO WS-CNT-UNKNOWN
                 END-IF
              END-IF
              IF ITM-AMT < 0
                 COMPUTE ITM-AMT = 0 - ITM-AMT
              END-IF
              MOVE ITM-BRNO   TO WS-NEW-BRNO
              MOVE ITM-USERID TO WS-NEW-USERID
              IF WS-PASS = 1
                 PERFORM 2910-ADD-ITEM
              ELSE
                 PERFORM 2920-SAMPLE-ITEM
              END-IF
           END-IF.

       2910-ADD-ITEM.
           PERFORM 7000-FIND-USER THRU 7000-EXIT
           IF WS-USR-SUB = 0
              ADD 1 TO WS-CNT-SKIPPED
           ELSE
              ADD 1       TO WS-US-CNT(WS-USR-SUB, ITM-T)
              ADD ITM-AMT TO WS-US-AMT(WS-USR-SUB, ITM-T)
              IF ITM-T NOT = WS-PAP-T
                 ADD 1       TO WS-US-TOT-CNT(WS-USR-SUB)
                 ADD ITM-AMT TO WS-US-TOT-AMT(WS-USR-SUB)
              END-IF
              IF ITM-SELF-FG = "Y"
                 ADD 1 TO WS-US-SELF-CNT(WS-USR-SUB)
                 MOVE "Y" TO WS-US-SELF-FG(WS-USR-SUB)
              END-IF
           END-IF.

      * EVERY SELF-APPROVED ITEM, PLUS THE FIRST WS-SAMPLE OVERRIDES
      * OF EACH OUTLIER (THE TRIES DO NOT COUNT AGAINST THE SAMPLE).
       2920-SAMPLE-ITEM.
           PERFORM 7100-LOOKUP-USER
           IF WS-USR-SUB > 0
              IF ITM-SELF-FG = "Y"
                 MOVE "SELF" TO SML-WHY
                 PERFORM 2930-WRITE-SAMPLE
              ELSE
                 IF WS-US-FLAGS(WS-USR-SUB)(1:3) NOT = SPACES
                    AND ITM-T NOT = WS-PAP-T
                    AND WS-US-SMP-CNT(WS-USR-SUB) < WS-SAMPLE
                    ADD 1 TO WS-US-SMP-CNT(WS-USR-SUB)
                    MOVE "OUTL" TO SML-WHY
                    PERFORM 2930-WRITE-SAMPLE
                 END-IF
              END-IF
           END-IF.

       2930-WRITE-SAMPLE.
           ADD 1 TO WS-CNT-SAMPLE
           MOVE ITM-BRNO          TO SML-BRNO
           MOVE ITM-USERID        TO SML-USERID
           MOVE WS-TYPE-CD(ITM-T) TO SML-TYPE
           MOVE ITM-DATE          TO SML-DATE
           MOVE ITM-ACCTNO        TO SML-ACCTNO
           MOVE ITM-AMT           TO SML-AMT
           MOVE ITM-APPROVER      TO SML-APPROVER
           MOVE ITM-NOTE          TO SML-NOTE
           MOVE WS-SMP-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MONTH          TO SMP-MONTH
           MOVE ITM-BRNO          TO SMP-BRNO
           MOVE ITM-USERID        TO SMP-USERID
           MOVE WS-TYPE-CD(ITM-T) TO SMP-TYPE
           MOVE ITM-DATE          TO SMP-DATE
           MOVE ITM-ACCTNO        TO SMP-ACCTNO
           MOVE ITM-AMT           TO SMP-AMOUNT
           MOVE ITM-APPROVER      TO SMP-APPROVER
           MOVE SML-WHY           TO SMP-WHY
           MOVE ITM-NOTE          TO SMP-NOTE
           WRITE OVSSMP-REC.

      *----------------------------------------------------------------
      * BRANCH AND COMPANY FIGURES, THEN EACH USER AGAINST THEM.  THE
      * STANDARD-DEVIATION TEST IS RUN ON SQUARES - (X - MEAN) SQUARED
      * OVER FOUR TIMES THE VARIANCE - SO NO SQUARE ROOT IS NEEDED.
      * USERS WHOSE ONLY ROWS ARE PAP TRIES ARE NOT IN THE POPULATION.
      *----------------------------------------------------------------
       3000-SCORE-USERS.
           PERFORM 3100-ACCUMULATE
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-CNT
           IF WS-CO-USERS-ALL > 0
              COMPUTE WS-CO-MEAN-CNT ROUNDED =
                  WS-CO-TOT-CNT / WS-CO-USERS-ALL
              COMPUTE WS-CO-MEAN-AMT ROUNDED =
                  WS-CO-TOT-AMT / WS-CO-USERS-ALL
              COMPUTE WS-WK-SQ = WS-CO-SUMSQ-CNT / WS-CO-USERS-ALL
              IF WS-WK-SQ > WS-CO-MEAN-CNT * WS-CO-MEAN-CNT
                 COMPUTE WS-CO-VAR-CNT ROUNDED =
                     WS-CO-SUMSQ-CNT / WS-CO-USERS-ALL
                     - WS-CO-MEAN-CNT * WS-CO-MEAN-CNT
              END-IF
              COMPUTE WS-WK-DOLLARS = WS-CO-MEAN-AMT
              COMPUTE WS-WK-SQ = WS-CO-SUMSQ-AMT / WS-CO-USERS-ALL
              IF WS-WK-SQ > WS-WK-DOLLARS * WS-WK-DOLLARS
                 COMPUTE WS-CO-VAR-AMT =
                     WS-WK-SQ - WS-WK-DOLLARS * WS-WK-DOLLARS
              END-IF
           END-IF
           PERFORM 3200-TEST-USER
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-CNT.

       3100-ACCUMULATE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
               IF WS-US-CNT(WS-USR-SUB, WS-T) > 0
                  ADD 1 TO WS-CO-USERS(WS-T)
                  ADD WS-US-CNT(WS-USR-SUB, WS-T) TO WS-CO-CNT(WS-T)
                  ADD WS-US-AMT(WS-USR-SUB, WS-T) TO WS-CO-AMT(WS-T)
               END-IF
           END-PERFORM
           IF WS-US-TOT-CNT(WS-USR-SUB) > 0
              ADD 1 TO WS-CO-USERS-ALL
              ADD WS-US-TOT-CNT(WS-USR-SUB) TO WS-CO-TOT-CNT
              ADD WS-US-TOT-AMT(WS-USR-SUB) TO WS-CO-TOT-AMT
              COMPUTE WS-CO-SUMSQ-CNT = WS-CO-SUMSQ-CNT
                  + WS-US-TOT-CNT(WS-USR-SUB)
                  * WS-US-TOT-CNT(WS-USR-SUB)
              COMPUTE WS-WK-DOLLARS = WS-US-TOT-AMT(WS-USR-SUB)
              COMPUTE WS-CO-SUMSQ-AMT = WS-CO-SUMSQ-AMT
                  + WS-WK-DOLLARS * WS-WK-DOLLARS
              PERFORM 7200-FIND-BRANCH
              IF WS-BR-SUB > 0
                 ADD 1 TO WS-BR-USERS(WS-BR-SUB)
                 ADD WS-US-TOT-CNT(WS-USR-SUB)
                     TO WS-BR-TOT-CNT(WS-BR-SUB)
              END-IF
           END-IF.

       3200-TEST-USER.
           MOVE 0 TO WS-US-PEER-AVG(WS-USR-SUB)
           PERFORM 7200-FIND-BRANCH
           IF WS-BR-SUB > 0
              AND WS-US-TOT-CNT(WS-USR-SUB) > 0
              AND WS-BR-USERS(WS-BR-SUB) > 1
              COMPUTE WS-WK-PEERS = WS-BR-USERS(WS-BR-SUB) - 1
              COMPUTE WS-WK-PEER-CNT = WS-BR-TOT-CNT(WS-BR-SUB)
                                     - WS-US-TOT-CNT(WS-USR-SUB)
              COMPUTE WS-US-PEER-AVG(WS-USR-SUB) ROUNDED =
                  WS-WK-PEER-CNT / WS-WK-PEERS
           END-IF
           IF WS-US-TOT-CNT(WS-USR-SUB) NOT < WS-MIN-CNT
              IF WS-CO-USERS-ALL > 2
                 COMPUTE WS-WK-DEV-CNT =
                     WS-US-TOT-CNT(WS-USR-SUB) - WS-CO-MEAN-CNT
                 IF WS-WK-DEV-CNT > 0
                    AND WS-WK-DEV-CNT * WS-WK-DEV-CNT
                        > 4 * WS-CO-VAR-CNT
                    MOVE "Y" TO WS-US-CO-FG(WS-USR-SUB)
                 END-IF
                 COMPUTE WS-WK-DOLLARS = WS-US-TOT-AMT(WS-USR-SUB)
                 COMPUTE WS-WK-DEV-AMT =
                     WS-WK-DOLLARS - WS-CO-MEAN-AMT
                 IF WS-WK-DEV-AMT > 0
                    COMPUTE WS-WK-SQ = WS-WK-DEV-AMT * WS-WK-DEV-AMT
                    IF WS-WK-SQ > 4 * WS-CO-VAR-AMT
                       MOVE "Y" TO WS-US-COD-FG(WS-USR-SUB)
                    END-IF
                 END-IF
              END-IF
              IF WS-BR-SUB > 0 AND WS-BR-USERS(WS-BR-SUB) > 1
                 IF WS-US-TOT-CNT(WS-USR-SUB)
                    > 3 * WS-US-PEER-AVG(WS-USR-SUB)
                    MOVE "Y" TO WS-US-BR-FG(WS-USR-SUB)
                 END-IF
              END-IF
           END-IF
           IF WS-US-FLAGS(WS-USR-SUB) NOT = SPACES
              ADD 1 TO WS-CNT-FLAGGED
           END-IF.

      *----------------------------------------------------------------
      * THE SCORECARD, BRANCH BY BRANCH.
      *----------------------------------------------------------------
       4000-PRINT-SCORECARD.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-USR-LINE
           MOVE "BRCH"   TO USL-BRNO
           MOVE "USER"   TO USL-USERID
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
               MOVE SPACES TO USL-COL(WS-T)
               MOVE WS-TYPE-CD(WS-T) TO USL-COL(WS-T)(7:3)
           END-PERFORM
           MOVE "     TOTAL" TO USL-TOT(1:10)
           MOVE WS-USR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE HIGH-VALUES TO WS-HOLD-BRNO
           PERFORM 4100-PRINT-USER
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-CNT
           IF WS-USR-CNT = 0
              MOVE "NO OVERRIDES ON FILE FOR THE MONTH" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       4100-PRINT-USER.
           IF WS-US-BRNO(WS-USR-SUB) NOT = WS-HOLD-BRNO
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-US-BRNO(WS-USR-SUB) TO WS-HOLD-BRNO
           END-IF
           MOVE SPACES TO WS-USR-LINE
           MOVE WS-US-BRNO(WS-USR-SUB)   TO USL-BRNO
           MOVE WS-US-USERID(WS-USR-SUB) TO USL-USERID
           MOVE "COUNT"                  TO USL-KIND
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
               MOVE WS-US-CNT(WS-USR-SUB, WS-T) TO USL-VAL(WS-T)
           END-PERFORM
           MOVE WS-US-TOT-CNT(WS-USR-SUB) TO USL-TOT
           MOVE WS-USR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-USR-LINE
           MOVE "DOLLARS"                TO USL-KIND
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
               MOVE WS-US-AMT(WS-USR-SUB, WS-T) TO USL-VAL(WS-T)
           END-PERFORM
           MOVE WS-US-TOT-AMT(WS-USR-SUB) TO USL-TOT
           MOVE WS-USR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-US-PEER-AVG(WS-USR-SUB) TO PRL-BR-AVG
           MOVE WS-CO-MEAN-CNT             TO PRL-CO-AVG
           MOVE WS-US-SELF-CNT(WS-USR-SUB) TO PRL-SELF
           PERFORM 4200-FLAG-TEXT
           MOVE WS-PEER-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4200-FLAG-TEXT.
           MOVE SPACES TO PRL-FLAGS
           IF WS-US-CO-FG(WS-USR-SUB) = "Y"
              MOVE "CO" TO PRL-FLAGS(1:2)
           END-IF
           IF WS-US-COD-FG(WS-USR-SUB) = "Y"
              MOVE "CO$" TO PRL-FLAGS(4:3)
           END-IF
           IF WS-US-BR-FG(WS-USR-SUB) = "Y"
              MOVE "BR" TO PRL-FLAGS(8:2)
           END-IF
           IF WS-US-SELF-FG(WS-USR-SUB) = "Y"
              MOVE "SELF" TO PRL-FLAGS(11:4)
           END-IF.

      *----------------------------------------------------------------
      * ONE LINE PER REASON A USER WAS FLAGGED.
      *----------------------------------------------------------------
       5000-PRINT-FLAGS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "USERS FLAGGED FOR AUDIT" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-FLAG-USER
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-CNT
           IF WS-CNT-FLAGGED = 0
              MOVE "  NONE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       5100-FLAG-USER.
           MOVE WS-US-BRNO(WS-USR-SUB)   TO FLL-BRNO
           MOVE WS-US-USERID(WS-USR-SUB) TO FLL-USERID
           IF WS-US-CO-FG(WS-USR-SUB) = "Y"
              MOVE WS-US-TOT-CNT(WS-USR-SUB) TO WS-EDIT-CNT
              MOVE WS-CO-MEAN-CNT            TO WS-EDIT-AVG
              MOVE "CO"   TO FLL-CD
              MOVE SPACES TO FLL-TEXT
              STRING WS-EDIT-CNT " OVERRIDES - OVER 2 STD DEV ABOVE"
                     " THE COMPANY MEAN OF " WS-EDIT-AVG " PER USER"
                  DELIMITED BY SIZE INTO FLL-TEXT
              MOVE WS-FLG-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-US-COD-FG(WS-USR-SUB) = "Y"
              MOVE WS-US-TOT-AMT(WS-USR-SUB) TO WS-EDIT-AMT
              MOVE "CO$"  TO FLL-CD
              MOVE SPACES TO FLL-TEXT
              STRING "$" WS-EDIT-AMT " OVERRIDDEN - OVER 2 STD DEV"
                     " ABOVE THE COMPANY MEAN PER USER"
                  DELIMITED BY SIZE INTO FLL-TEXT
              MOVE WS-FLG-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-US-BR-FG(WS-USR-SUB) = "Y"
              MOVE WS-US-TOT-CNT(WS-USR-SUB)  TO WS-EDIT-CNT
              MOVE WS-US-PEER-AVG(WS-USR-SUB) TO WS-EDIT-AVG
              MOVE "BR"   TO FLL-CD
              MOVE SPACES TO FLL-TEXT
              STRING WS-EDIT-CNT " OVERRIDES - OVER 3 TIMES THE"
                     " BRANCH PEER AVERAGE OF " WS-EDIT-AVG
                  DELIMITED BY SIZE INTO FLL-TEXT
              MOVE WS-FLG-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-US-SELF-FG(WS-USR-SUB) = "Y"
              MOVE WS-US-SELF-CNT(WS-USR-SUB) TO WS-EDIT-CNT
              ADD WS-US-SELF-CNT(WS-USR-SUB)  TO WS-CNT-SELF
              MOVE "SELF" TO FLL-CD
              MOVE SPACES TO FLL-TEXT
              STRING WS-EDIT-CNT " LARGE-DOLLAR ITEM(S) POSTED UNDER"
                     " THE USER'S OWN APPROVAL"
                  DELIMITED BY SIZE INTO FLL-TEXT
              MOVE WS-FLG-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------------
      * THE AUDIT SAMPLE - A SECOND PASS OVER THE SOURCES.
      *----------------------------------------------------------------
       6000-PRINT-SAMPLE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SAMPLE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT SAMPLE - EVERY SELF-APPROVED ITEM AND UP TO "
                  WS-EDIT-CNT " OVERRIDES PER FLAGGED USER"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRCH USER       WHY  TYP  DATE      ACCOUNT   "
                  "         AMOUNT  APPROVER  NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-FLAGGED > 0
              MOVE 2 TO WS-PASS
              PERFORM 2000-READ-SOURCES
           END-IF
           IF WS-CNT-SAMPLE = 0
              MOVE "  NONE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      * WS-USR-SUB TO THE ROW FOR WS-NEW-KEY, INSERTED IN KEY ORDER IF
      * NEW.  ZERO WHEN THE TABLE IS FULL.
       7000-FIND-USER.
           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                   UNTIL WS-USR-SUB > WS-USR-CNT
                      OR WS-US-KEY(WS-USR-SUB) NOT < WS-NEW-KEY
               CONTINUE
           END-PERFORM
           IF WS-USR-SUB NOT > WS-USR-CNT
              IF WS-US-KEY(WS-USR-SUB) = WS-NEW-KEY
                 GO TO 7000-EXIT
              END-IF
           END-IF
           IF WS-USR-CNT NOT < WS-MAX-USR
              MOVE 0 TO WS-USR-SUB
              GO TO 7000-EXIT
           END-IF
           PERFORM VARYING WS-USR-MOV FROM WS-USR-CNT BY -1
                   UNTIL WS-USR-MOV < WS-USR-SUB
               MOVE WS-USR-ENTRY(WS-USR-MOV)
                 TO WS-USR-ENTRY(WS-USR-MOV + 1)
           END-PERFORM
           ADD 1 TO WS-USR-CNT
           INITIALIZE WS-USR-ENTRY(WS-USR-SUB)
           MOVE WS-NEW-KEY TO WS-US-KEY(WS-USR-SUB).
       7000-EXIT.
           EXIT.

      * LOOKUP ONLY, FOR THE SAMPLE PASS - ZERO IF NOT SCORED.
       7100-LOOKUP-USER.
           PERFORM VARYING WS-USR-SUB FROM 1 BY 1
                   UNTIL WS-USR-SUB > WS-USR-CNT
                      OR WS-US-KEY(WS-USR-SUB) = WS-NEW-KEY
               CONTINUE
           END-PERFORM
           IF WS-USR-SUB > WS-USR-CNT
              MOVE 0 TO WS-USR-SUB
           END-IF.

      * WS-BR-SUB TO THE BRANCH OF THE CURRENT USER ROW, ADDING IT IF
      * NEW.  ZERO WHEN THE TABLE IS FULL.
       7200-FIND-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-BRNO(WS-BR-SUB) = WS-US-BRNO(WS-USR-SUB)
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB > WS-BR-CNT
              IF WS-BR-CNT < WS-MAX-BR
                 ADD 1 TO WS-BR-CNT
                 MOVE WS-BR-CNT TO WS-BR-SUB
                 MOVE WS-US-BRNO(WS-USR-SUB) TO WS-BR-BRNO(WS-BR-SUB)
              ELSE
                 MOVE 0 TO WS-BR-SUB
                 ADD 1 TO WS-CNT-SKIPPED
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * COMPANY TOTALS BY TYPE.
      *----------------------------------------------------------------
       8000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "COMPANY TOTALS BY TYPE                "
                  "       ITEMS    USERS             DOLLARS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
               MOVE WS-TYPE-CD(WS-T)   TO TYL-CD
               MOVE WS-TYPE-DESC(WS-T) TO TYL-DESC
               MOVE WS-CO-CNT(WS-T)    TO TYL-CNT
               MOVE WS-CO-USERS(WS-T)  TO TYL-USERS
               MOVE WS-CO-AMT(WS-T)    TO TYL-AMT
               MOVE WS-TYP-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES             TO TYL-CD
           MOVE "ALL OVERRIDES (EXCLUDING TRIES)" TO TYL-DESC
           MOVE WS-CO-TOT-CNT      TO TYL-CNT
           MOVE WS-CO-USERS-ALL    TO TYL-USERS
           MOVE WS-CO-TOT-AMT      TO TYL-AMT
           MOVE WS-TYP-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FLAGGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "USERS FLAGGED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SELF TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SELF-APPROVED ITEMS   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SAMPLE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT SAMPLE ITEMS    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UNKNOWN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS WITH NO USER    " WS-EDIT-CNT
                  "  (SCORED AS UNKNOWN)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-SKIPPED > 0
              MOVE WS-CNT-SKIPPED TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT
                     " ITEMS OVER THE USER/BRANCH TABLE LIMIT -"
                     " NOT SCORED ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-CNT-FLAGGED > 0 OR WS-CNT-SKIPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE OVSSMP-FILE OVRSCR-RPT
           STOP RUN.
