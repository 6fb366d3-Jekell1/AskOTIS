      *================================================================*
      *   P R O G R A M :  E R N R E D                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-12-04
      *  DESC: MONTHLY EARNED RATE-REDUCTION INCENTIVE.  SOME STATE
      *        PRODUCTS ADVERTISE A LOWER RATE AFTER A RUN OF
      *        ON-TIME PAYMENTS, AND THE REDUCTION WAS KEYED BY HAND
      *        WHEN THE BORROWER REMEMBERED TO CALL.  THE ERNTBL
      *        PROGRAM TABLE BY STATE AND CLASS (THE EXACT ROW, THEN
      *        THE STATE'S "**" ROW, THEN "**"/"**") GIVES THE
      *        QUALIFYING STREAK, THE REDUCTION, THE FLOOR RATE, THE
      *        GRACE DAYS, WHETHER THE PAYMENT IS RECAST, AND WHETHER
      *        A LATE PAYMENT ONLY RESTARTS THE STREAK OR FORFEITS
      *        THE INCENTIVE.  EVERY OPEN LOAN ON THE ERNEXT EXTRACT
      *        UNDER A PROGRAM ROW IS ENROLLED FROM ITS LOAN DATE ON
      *        THE ERNENR TRACKING FILE, ROLLED FORWARD TO ERNNEW
      *        EACH RUN (A LOAN NO LONGER OPEN DROPS OFF).
      *        THE STREAK IS COUNTED FROM THE LPHIST EXTRACT OF LP1
      *        THE SAME WAY RNWELG JUDGES LATENESS - A PAYMENT IS
      *        LATE WHEN IT CAME MORE THAN THE GRACE DAYS AFTER THE
      *        PAID-THRU DATE THE PAYMENT BEFORE IT LEFT; A PAYMENT
      *        THAT MOVES THE PAID-THRU DATE ON TIME ADDS ONE; A
      *        LATE PAYMENT OR A RETURNED ("NF") ONE BREAKS IT.
      *        A STREAK THAT REACHES THE PROGRAM'S COUNT EARNS THE
      *        REDUCTION: THE CHANGE IS APPENDED TO RCHOUT BESIDE THE
      *        RESET ENGINE'S ROWS (RATERST), SO THE RATE-CHANGE
      *        MAINTENANCE APPLIES IT AND LOG-RATE-CHANGE-HISTORY
      *        RECORDS IT FOR APRCHK, AND RATENTC SENDS THE BORROWER
      *        THE NOTICE.  WHERE THE PROGRAM RECASTS, AN "RC" ITEM
      *        IS STAGED ON BSGOUT TO RE-LEVEL THE PAYMENT AT THE NEW
      *        RATE.  ACCOUNTS THAT LOST ELIGIBILITY BY PAYING LATE
      *        SINCE THE LAST RUN ARE LISTED WITH THE PAYMENT, THE
      *        DATE IT WAS DUE BY AND THE STREAK IT ENDED, FOR
      *        CUSTOMER SERVICE.
      *
      *  MOD HISTORY:
      *   120428 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERNRED.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-12-04.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERNTBL-FILE ASSIGN TO "ERNTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERNTBL-STATUS.

           SELECT ERNEXT-FILE ASSIGN TO "ERNEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERNEXT-STATUS.

           SELECT OPTIONAL ERNENR-FILE ASSIGN TO "ERNENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERNENR-STATUS.

           SELECT LPHIST-FILE ASSIGN TO "LPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPHIST-STATUS.

           SELECT OPTIONAL RCHOUT-FILE ASSIGN TO "RCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCHOUT-STATUS.

           SELECT BSGOUT-FILE ASSIGN TO "BSGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSGOUT-STATUS.

           SELECT ERNNEW-FILE ASSIGN TO "ERNNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERNNEW-STATUS.

           SELECT ERNRED-RPT ASSIGN TO "ERNRED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * INCENTIVE PROGRAMS BY STATE AND CLASS ("**" MATCHES ANY).
      * RECAST "Y" RE-LEVELS THE PAYMENT, "N" KEEPS IT AND THE LOAN
      * PAYS OFF SOONER.  RESTART "Y" STARTS THE STREAK OVER AFTER A
      * LATE PAYMENT, "N" FORFEITS THE INCENTIVE.
       FD  ERNTBL-FILE.
       01  ERNTBL-REC.
           05  ETB-STATE             PIC X(02).
           05  ETB-CLASS             PIC X(02).
           05  ETB-STREAK            PIC 9(02).
           05  ETB-REDUCTION         PIC 9(02)V9(04).
           05  ETB-FLOOR-RATE        PIC 9(02)V9(04).
           05  ETB-GRACE-DAYS        PIC 9(02).
           05  ETB-RECAST-FG         PIC X(01).
           05  ETB-RESTART-FG        PIC X(01).

      * OPEN LOANS, BRANCH/ACCOUNT ORDER.
       FD  ERNEXT-FILE.
       01  ERNEXT-REC.
           05  ERX-BRNO              PIC X(04).
           05  ERX-ACCTNO            PIC X(10).
           05  ERX-NAME              PIC X(25).
           05  ERX-STATE             PIC X(02).
           05  ERX-CLASS             PIC X(02).
           05  ERX-LOAN-DATE         PIC 9(08).
           05  ERX-CURRATE           PIC 9(02)V9(04).
           05  ERX-CURBAL            PIC S9(07)V99.
           05  ERX-BNKRPT-FG         PIC X(01).
           05  ERX-FROZEN-FG         PIC X(01).

      * ENROLLMENT TRACKING, BRANCH/ACCOUNT ORDER.  STATUS E
      * ENROLLED, A REDUCTION AWARDED, L FORFEITED BY A LATE PAYMENT.
       FD  ERNENR-FILE.
       01  ERNENR-REC.
           05  ENR-BRNO              PIC X(04).
           05  ENR-ACCTNO            PIC X(10).
           05  ENR-ENROLL-DATE       PIC 9(08).
           05  ENR-STATUS            PIC X(01).
           05  ENR-STATUS-DATE       PIC 9(08).
           05  ENR-LAST-RUN          PIC 9(08).
           05  ENR-STREAK            PIC 9(03).
           05  ENR-BREAK-DATE        PIC 9(08).
           05  ENR-AWARD-RATE        PIC 9(02)V9(04).

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

      * THE SAME ROWS RATERST WRITES AND THE RATE-CHANGE MAINTENANCE
      * APPLIES.
       FD  RCHOUT-FILE.
       01  RCHOUT-REC.
           05  RCO-BRNO              PIC X(04).
           05  RCO-ACCTNO            PIC X(10).
           05  RCO-CHANGE-DATE       PIC 9(08).
           05  RCO-OLD-RATE          PIC 9(02)V9(04).
           05  RCO-NEW-RATE          PIC 9(02)V9(04).
           05  RCO-REASON            PIC X(12).

       FD  BSGOUT-FILE.
       01  BSGOUT-REC.
           05  BSGOUT-RECTYPE        PIC X(01).
           05  BSGOUT-BATCHID        PIC X(10).
           05  BSGOUT-BRANCH         PIC X(04).
           05  BSGOUT-ACCTNO         PIC X(10).
           05  BSGOUT-TRCD           PIC X(02).
           05  BSGOUT-REFCD          PIC X(05).
           05  BSGOUT-AMT            PIC S9(07)V99.
           05  BSGOUT-PAYDATE        PIC 9(08).
           05  BSGOUT-DIST-ID        PIC X(23).
           05  BSGOUT-RUN-DATE       PIC 9(08).
           05  BSGOUT-RUN-TIME       PIC 9(06).

       FD  ERNNEW-FILE.
       01  ERNNEW-REC                PIC X(56).

       FD  ERNRED-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  ERNTBL-STATUS             PIC XX.
           88  ERNTBL-EOF                       VALUE "10".
       01  ERNEXT-STATUS             PIC XX.
           88  ERNEXT-EOF                       VALUE "10".
       01  ERNENR-STATUS             PIC XX.
           88  ERNENR-EOF                       VALUE "10".
       01  LPHIST-STATUS             PIC XX.
           88  LPHIST-EOF                       VALUE "10".
       01  RCHOUT-STATUS             PIC XX.
       01  BSGOUT-STATUS             PIC XX.
       01  ERNNEW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-DUE-INT                PIC 9(08) COMP.
       01  WS-DAYS-LATE              PIC S9(05) COMP.
       01  WS-NEW-RATE               PIC 9(02)V9(04).

      * MATCH KEYS FOR THE EXTRACT/ENROLLMENT MERGE.
       01  WS-EXT-KEY                PIC X(14).
       01  WS-ENR-KEY                PIC X(14).

       01  WS-CUR-BRNO               PIC X(04) VALUE LOW-VALUES.
       01  WS-CUR-ACCT               PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-PDTH             PIC 9(08).

      * THE PROGRAM TABLE.
       01  WS-MAX-PG                 PIC 9(03) COMP VALUE 500.
       01  WS-PG-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-PG-SUB                 PIC 9(03) COMP.
       01  WS-PG-HIT                 PIC 9(03) COMP.
       01  WS-PG-HIT-RANK            PIC 9(01) COMP.
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 500 TIMES.
               10  WS-PG-STATE       PIC X(02).
               10  WS-PG-CLASS       PIC X(02).
               10  WS-PG-STREAK      PIC 9(02).
               10  WS-PG-REDUCTION   PIC 9(02)V9(04).
               10  WS-PG-FLOOR       PIC 9(02)V9(04).
               10  WS-PG-GRACE       PIC 9(02).
               10  WS-PG-RECAST      PIC X(01).
               10  WS-PG-RESTART     PIC X(01).

      * THE ENROLLED LOANS, IN BRANCH/ACCOUNT ORDER, WITH THE STREAK
      * THE LPHIST PASS COUNTS AND THE LAST BREAK IT SAW.
       01  WS-MAX-EN                 PIC 9(05) COMP VALUE 20000.
       01  WS-EN-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-EN-SUB                 PIC 9(05) COMP.
       01  WS-EN-HIT                 PIC 9(05) COMP.
       01  WS-EN-TABLE.
           05  WS-EN-ENTRY OCCURS 20000 TIMES.
               10  WS-EN-BRNO        PIC X(04).
               10  WS-EN-ACCT        PIC X(10).
               10  WS-EN-NAME        PIC X(25).
               10  WS-EN-RATE        PIC 9(02)V9(04).
               10  WS-EN-CURBAL      PIC S9(07)V99.
               10  WS-EN-BNKRPT      PIC X(01).
               10  WS-EN-FROZEN      PIC X(01).
               10  WS-EN-PGM         PIC 9(03) COMP.
               10  WS-EN-ENROLL      PIC 9(08).
               10  WS-EN-STATUS      PIC X(01).
               10  WS-EN-STAT-DATE   PIC 9(08).
               10  WS-EN-LAST-RUN    PIC 9(08).
               10  WS-EN-AWARD-RATE  PIC 9(02)V9(04).
               10  WS-EN-STREAK      PIC 9(03) COMP.
               10  WS-EN-BRK-DATE    PIC 9(08).
               10  WS-EN-BRK-DUE     PIC 9(08).
               10  WS-EN-BRK-RSN     PIC X(01).
               10  WS-EN-BRK-STREAK  PIC 9(03) COMP.

       01  WS-ENR-OUT.
           05  WEO-BRNO              PIC X(04).
           05  WEO-ACCTNO            PIC X(10).
           05  WEO-ENROLL-DATE       PIC 9(08).
           05  WEO-STATUS            PIC X(01).
           05  WEO-STATUS-DATE       PIC 9(08).
           05  WEO-LAST-RUN          PIC 9(08).
           05  WEO-STREAK            PIC 9(03).
           05  WEO-BREAK-DATE        PIC 9(08).
           05  WEO-AWARD-RATE        PIC 9(02)V9(04).

       01  WS-CNT-ENROLLED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DROPPED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVFL               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-AWARDED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RECAST             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HELD               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FLOOR              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-LOST               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RESTART            PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-RATE              PIC Z9.9999.
       01  WS-EDIT-RATE2             PIC Z9.9999.
       01  WS-EDIT-N3                PIC ZZ9.
       01  WS-EDIT-DAYS              PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PROGRAMS
           PERFORM 1200-LOAD-ACCOUNTS
           PERFORM 2000-SCAN-HISTORY
           PERFORM 3000-LOST-ELIGIBILITY
           PERFORM 4000-AWARD-REDUCTIONS
           PERFORM 5000-WRITE-ENROLLMENT
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ERNTBL-FILE
           OPEN INPUT  ERNEXT-FILE
           OPEN INPUT  ERNENR-FILE
           OPEN INPUT  LPHIST-FILE
           OPEN EXTEND RCHOUT-FILE
           OPEN OUTPUT BSGOUT-FILE
           OPEN OUTPUT ERNNEW-FILE
           OPEN OUTPUT ERNRED-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           MOVE SPACES TO RPT-LINE
           STRING "EARNED RATE-REDUCTION INCENTIVE  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF ERNTBL-STATUS NOT = "00" OR ERNEXT-STATUS NOT = "00"
              OR LPHIST-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "RUN STOPPED - ERNTBL " ERNTBL-STATUS
                     "  ERNEXT " ERNEXT-STATUS
                     "  LPHIST " LPHIST-STATUS
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF.

       1100-LOAD-PROGRAMS.
           READ ERNTBL-FILE AT END SET ERNTBL-EOF TO TRUE END-READ
           PERFORM UNTIL ERNTBL-EOF OR WS-PG-CNT = WS-MAX-PG
               ADD 1 TO WS-PG-CNT
               MOVE ETB-STATE      TO WS-PG-STATE(WS-PG-CNT)
               MOVE ETB-CLASS      TO WS-PG-CLASS(WS-PG-CNT)
               MOVE ETB-STREAK     TO WS-PG-STREAK(WS-PG-CNT)
               MOVE ETB-REDUCTION  TO WS-PG-REDUCTION(WS-PG-CNT)
               MOVE ETB-FLOOR-RATE TO WS-PG-FLOOR(WS-PG-CNT)
               MOVE ETB-GRACE-DAYS TO WS-PG-GRACE(WS-PG-CNT)
               MOVE ETB-RECAST-FG  TO WS-PG-RECAST(WS-PG-CNT)
               MOVE ETB-RESTART-FG TO WS-PG-RESTART(WS-PG-CNT)
               READ ERNTBL-FILE AT END SET ERNTBL-EOF TO TRUE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * MATCH THE OPEN-LOAN EXTRACT AGAINST LAST RUN'S ENROLLMENTS.
      * AN ENROLLMENT WITH NO OPEN LOAN HAS PAID OUT OR CLOSED AND
      * DROPS OFF; AN OPEN LOAN UNDER A PROGRAM ROW WITH NO
      * ENROLLMENT IS ENROLLED FROM ITS LOAN DATE.
      *----------------------------------------------------------------*
       1200-LOAD-ACCOUNTS.
           PERFORM 1210-READ-EXTRACT
           PERFORM 1220-READ-ENROLLMENT
           PERFORM 1230-MATCH-ONE
              UNTIL WS-EXT-KEY = HIGH-VALUES
                AND WS-ENR-KEY = HIGH-VALUES.

       1210-READ-EXTRACT.
           READ ERNEXT-FILE AT END SET ERNEXT-EOF TO TRUE END-READ
           IF ERNEXT-EOF
              MOVE HIGH-VALUES TO WS-EXT-KEY
           ELSE
              MOVE ERX-BRNO   TO WS-EXT-KEY(1:4)
              MOVE ERX-ACCTNO TO WS-EXT-KEY(5:10)
           END-IF.

       1220-READ-ENROLLMENT.
           IF ERNENR-STATUS = "00"
              READ ERNENR-FILE AT END SET ERNENR-EOF TO TRUE END-READ
           ELSE
              SET ERNENR-EOF TO TRUE
           END-IF
           IF ERNENR-EOF
              MOVE HIGH-VALUES TO WS-ENR-KEY
           ELSE
              MOVE ENR-BRNO   TO WS-ENR-KEY(1:4)
              MOVE ENR-ACCTNO TO WS-ENR-KEY(5:10)
           END-IF.

       1230-MATCH-ONE.
           EVALUATE TRUE
               WHEN WS-ENR-KEY < WS-EXT-KEY
                   ADD 1 TO WS-CNT-DROPPED
                   PERFORM 1220-READ-ENROLLMENT
               WHEN WS-EXT-KEY < WS-ENR-KEY
                   PERFORM 1300-FIND-PROGRAM
                   IF WS-PG-HIT NOT = 0
                      PERFORM 1240-ADD-ENTRY
                      IF WS-EN-SUB NOT = 0
                         ADD 1 TO WS-CNT-NEW
                         MOVE ERX-LOAN-DATE TO WS-EN-ENROLL(WS-EN-SUB)
                         MOVE "E"          TO WS-EN-STATUS(WS-EN-SUB)
                         MOVE WS-RUN-DATE
                           TO WS-EN-STAT-DATE(WS-EN-SUB)
                         MOVE 0 TO WS-EN-LAST-RUN(WS-EN-SUB)
                                   WS-EN-AWARD-RATE(WS-EN-SUB)
                      END-IF
                   END-IF
                   PERFORM 1210-READ-EXTRACT
               WHEN OTHER
                   PERFORM 1300-FIND-PROGRAM
                   PERFORM 1240-ADD-ENTRY
                   IF WS-EN-SUB NOT = 0
                      MOVE ENR-ENROLL-DATE TO WS-EN-ENROLL(WS-EN-SUB)
                      MOVE ENR-STATUS      TO WS-EN-STATUS(WS-EN-SUB)
                      MOVE ENR-STATUS-DATE
                        TO WS-EN-STAT-DATE(WS-EN-SUB)
                      MOVE ENR-LAST-RUN    TO WS-EN-LAST-RUN(WS-EN-SUB)
                      MOVE ENR-AWARD-RATE
                        TO WS-EN-AWARD-RATE(WS-EN-SUB)
                      MOVE ENR-BREAK-DATE  TO WS-EN-BRK-DATE(WS-EN-SUB)
                   END-IF
                   PERFORM 1210-READ-EXTRACT
                   PERFORM 1220-READ-ENROLLMENT
           END-EVALUATE.

      * A FULL TABLE IS COUNTED, NOT ENROLLED - THE ENROLLMENT FILE
      * KEEPS ONLY WHAT THE RUN COULD TRACK.
       1240-ADD-ENTRY.
           IF WS-EN-CNT = WS-MAX-EN
              ADD 1 TO WS-CNT-OVFL
              MOVE 0 TO WS-EN-SUB
           ELSE
              ADD 1 TO WS-EN-CNT
              MOVE WS-EN-CNT     TO WS-EN-SUB
              MOVE ERX-BRNO      TO WS-EN-BRNO(WS-EN-SUB)
              MOVE ERX-ACCTNO    TO WS-EN-ACCT(WS-EN-SUB)
              MOVE ERX-NAME      TO WS-EN-NAME(WS-EN-SUB)
              MOVE ERX-CURRATE   TO WS-EN-RATE(WS-EN-SUB)
              MOVE ERX-CURBAL    TO WS-EN-CURBAL(WS-EN-SUB)
              MOVE ERX-BNKRPT-FG TO WS-EN-BNKRPT(WS-EN-SUB)
              MOVE ERX-FROZEN-FG TO WS-EN-FROZEN(WS-EN-SUB)
              MOVE WS-PG-HIT     TO WS-EN-PGM(WS-EN-SUB)
              MOVE 0 TO WS-EN-STREAK(WS-EN-SUB)
                        WS-EN-BRK-DATE(WS-EN-SUB)
                        WS-EN-BRK-DUE(WS-EN-SUB)
                        WS-EN-BRK-STREAK(WS-EN-SUB)
              MOVE SPACE TO WS-EN-BRK-RSN(WS-EN-SUB)
           END-IF.

      * THE EXACT STATE/CLASS ROW WINS, THEN THE STATE'S "**" ROW,
      * THEN THE "**"/"**" HOUSE ROW.
       1300-FIND-PROGRAM.
           MOVE 0 TO WS-PG-HIT WS-PG-HIT-RANK
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                   UNTIL WS-PG-SUB > WS-PG-CNT
               IF WS-PG-STATE(WS-PG-SUB) = ERX-STATE
                  IF WS-PG-CLASS(WS-PG-SUB) = ERX-CLASS
                     MOVE WS-PG-SUB TO WS-PG-HIT
                     MOVE 3 TO WS-PG-HIT-RANK
                  ELSE
                     IF WS-PG-CLASS(WS-PG-SUB) = "**"
                        AND WS-PG-HIT-RANK < 2
                        MOVE WS-PG-SUB TO WS-PG-HIT
                        MOVE 2 TO WS-PG-HIT-RANK
                     END-IF
                  END-IF
               ELSE
                  IF WS-PG-STATE(WS-PG-SUB) = "**"
                     AND WS-PG-CLASS(WS-PG-SUB) = "**"
                     AND WS-PG-HIT-RANK < 1
                     MOVE WS-PG-SUB TO WS-PG-HIT
                     MOVE 1 TO WS-PG-HIT-RANK
                  END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ONE PASS OF LP1 HISTORY (BRANCH/ACCOUNT, SEQNO ORDER) FOR THE
      * LOANS STILL WORKING ON THEIR STREAK.  A REVERSED ROW DOES NOT
      * COUNT, SO A PAYMENT REVERSED AND REPAID IS JUDGED ON THE
      * REPAYMENT.  THE STREAK IS RECOUNTED FROM ENROLLMENT EVERY RUN.
      *----------------------------------------------------------------*
       2000-SCAN-HISTORY.
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ROW THRU 2100-EXIT UNTIL LPHIST-EOF.

       2100-ONE-ROW.
           IF LPH-BRNO NOT = WS-CUR-BRNO
              OR LPH-ACCTNO NOT = WS-CUR-ACCT
              MOVE LPH-BRNO   TO WS-CUR-BRNO
              MOVE LPH-ACCTNO TO WS-CUR-ACCT
              MOVE 0 TO WS-PRIOR-PDTH
              PERFORM 2200-FIND-LOAN
           END-IF
           IF WS-EN-HIT = 0 OR LPH-REV = "Y"
              GO TO 2100-NEXT.
           MOVE WS-EN-HIT TO WS-EN-SUB
           IF WS-EN-STATUS(WS-EN-SUB) NOT = "E"
              OR WS-EN-PGM(WS-EN-SUB) = 0
              GO TO 2100-NEXT.
           MOVE WS-EN-PGM(WS-EN-SUB) TO WS-PG-SUB
           IF LPH-TRCD = "PA" OR LPH-TRCD = "PY"
              IF LPH-PAYDATE NOT < WS-EN-ENROLL(WS-EN-SUB)
                 PERFORM 2300-JUDGE-PAYMENT THRU 2300-EXIT
              END-IF
              IF LPH-PDTH-DATE NUMERIC AND LPH-PDTH-DATE NOT = 0
                 MOVE LPH-PDTH-DATE TO WS-PRIOR-PDTH
              END-IF
              GO TO 2100-NEXT.
           IF LPH-PAYDATE < WS-EN-ENROLL(WS-EN-SUB)
              GO TO 2100-NEXT.
           IF LPH-TRCD = "NF"
              MOVE "N" TO WS-EN-BRK-RSN(WS-EN-SUB)
              PERFORM 2400-BREAK-STREAK.
       2100-NEXT.
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-LOAN.
           MOVE 0 TO WS-EN-HIT
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-CNT OR WS-EN-HIT NOT = 0
               IF WS-EN-BRNO(WS-EN-SUB) = WS-CUR-BRNO
                  AND WS-EN-ACCT(WS-EN-SUB) = WS-CUR-ACCT
                  MOVE WS-EN-SUB TO WS-EN-HIT
               END-IF
           END-PERFORM.

      * LATE - MORE THAN THE GRACE DAYS PAST THE PAID-THRU DATE THE
      * PAYMENT BEFORE IT LEFT - BREAKS THE STREAK.  ON TIME, ONLY A
      * PAYMENT THAT MOVES THE PAID-THRU DATE ADDS TO IT, SO TWO
      * PARTIAL PAYMENTS IN A PERIOD COUNT ONCE.
       2300-JUDGE-PAYMENT.
           IF WS-PRIOR-PDTH NOT = 0
              AND LPH-PAYDATE > WS-PRIOR-PDTH
              COMPUTE WS-DUE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-PRIOR-PDTH)
                  + WS-PG-GRACE(WS-PG-SUB)
              IF FUNCTION INTEGER-OF-DATE(LPH-PAYDATE) > WS-DUE-INT
                 MOVE "L" TO WS-EN-BRK-RSN(WS-EN-SUB)
                 PERFORM 2400-BREAK-STREAK
                 GO TO 2300-EXIT
              END-IF
           END-IF
           IF LPH-PDTH-DATE NUMERIC
              AND LPH-PDTH-DATE > WS-PRIOR-PDTH
              ADD 1 TO WS-EN-STREAK(WS-EN-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

       2400-BREAK-STREAK.
           MOVE WS-EN-STREAK(WS-EN-SUB) TO WS-EN-BRK-STREAK(WS-EN-SUB)
           MOVE LPH-PAYDATE   TO WS-EN-BRK-DATE(WS-EN-SUB)
           MOVE WS-PRIOR-PDTH TO WS-EN-BRK-DUE(WS-EN-SUB)
           MOVE 0 TO WS-EN-STREAK(WS-EN-SUB).

      *----------------------------------------------------------------*
      * A BREAK DATED AFTER THE LAST RUN IS NEWS - LISTED ONCE, THE
      * MONTH IT HAPPENS.  UNDER A FORFEIT PROGRAM THE ENROLLMENT
      * CLOSES; UNDER A RESTART PROGRAM THE STREAK COUNTS ON FROM
      * ZERO.
      *----------------------------------------------------------------*
       3000-LOST-ELIGIBILITY.
           MOVE "ELIGIBILITY LOST BY LATE OR RETURNED PAYMENT"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRNO ACCOUNT    NAME                      "
                  "PAID/RTN DUE BY   DAYS STREAK OUTCOME"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-CNT
               IF WS-EN-STATUS(WS-EN-SUB) = "E"
                  AND WS-EN-PGM(WS-EN-SUB) NOT = 0
                  AND WS-EN-BRK-RSN(WS-EN-SUB) NOT = SPACE
                  AND WS-EN-BRK-DATE(WS-EN-SUB)
                                     > WS-EN-LAST-RUN(WS-EN-SUB)
                  PERFORM 3100-LOST-ONE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       3100-LOST-ONE.
           ADD 1 TO WS-CNT-LOST
           MOVE WS-EN-PGM(WS-EN-SUB) TO WS-PG-SUB
           MOVE 0 TO WS-DAYS-LATE
           IF WS-EN-BRK-DUE(WS-EN-SUB) NOT = 0
              COMPUTE WS-DAYS-LATE =
                  FUNCTION INTEGER-OF-DATE(WS-EN-BRK-DATE(WS-EN-SUB))
                - FUNCTION INTEGER-OF-DATE(WS-EN-BRK-DUE(WS-EN-SUB))
           END-IF
           IF WS-DAYS-LATE < 0
              MOVE 0 TO WS-DAYS-LATE
           END-IF
           MOVE WS-DAYS-LATE TO WS-EDIT-DAYS
           MOVE WS-EN-BRK-STREAK(WS-EN-SUB) TO WS-EDIT-N3
           MOVE SPACES TO RPT-LINE
           STRING WS-EN-BRNO(WS-EN-SUB) " "
                  WS-EN-ACCT(WS-EN-SUB) " "
                  WS-EN-NAME(WS-EN-SUB) " "
                  WS-EN-BRK-DATE(WS-EN-SUB) " "
                  WS-EN-BRK-DUE(WS-EN-SUB) " "
                  WS-EDIT-DAYS "   " WS-EDIT-N3 " "
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-PG-RESTART(WS-PG-SUB) = "Y"
              ADD 1 TO WS-CNT-RESTART
              MOVE "RESTARTED" TO RPT-LINE(73:9)
           ELSE
              MOVE "L"         TO WS-EN-STATUS(WS-EN-SUB)
              MOVE WS-RUN-DATE TO WS-EN-STAT-DATE(WS-EN-SUB)
              MOVE "FORFEITED" TO RPT-LINE(73:9)
           END-IF
           IF WS-EN-BRK-RSN(WS-EN-SUB) = "N"
              MOVE "- RETURNED PMT" TO RPT-LINE(83:14)
           END-IF
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * A STREAK AT THE PROGRAM'S COUNT EARNS THE REDUCTION, NO LOWER
      * THAN THE PROGRAM FLOOR.  BANKRUPT AND FROZEN LOANS ARE HELD
      * AND LOOKED AT AGAIN NEXT MONTH.
      *----------------------------------------------------------------*
       4000-AWARD-REDUCTIONS.
           MOVE "REDUCTIONS EARNED" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRNO ACCOUNT    NAME                      "
                  "STREAK  OLD RATE NEW RATE PAYMENT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-CNT
               IF WS-EN-STATUS(WS-EN-SUB) = "E"
                  AND WS-EN-PGM(WS-EN-SUB) NOT = 0
                  MOVE WS-EN-PGM(WS-EN-SUB) TO WS-PG-SUB
                  IF WS-EN-STREAK(WS-EN-SUB)
                                     NOT < WS-PG-STREAK(WS-PG-SUB)
                     PERFORM 4100-AWARD-ONE THRU 4100-EXIT
                  END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       4100-AWARD-ONE.
           MOVE WS-EN-STREAK(WS-EN-SUB) TO WS-EDIT-N3
           MOVE SPACES TO RPT-LINE
           STRING WS-EN-BRNO(WS-EN-SUB) " "
                  WS-EN-ACCT(WS-EN-SUB) " "
                  WS-EN-NAME(WS-EN-SUB) "    "
                  WS-EDIT-N3 "  "
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-EN-BNKRPT(WS-EN-SUB) = "Y"
              OR WS-EN-FROZEN(WS-EN-SUB) = "Y"
              ADD 1 TO WS-CNT-HELD
              MOVE "HELD - BANKRUPT OR FROZEN" TO RPT-LINE(51:25)
              WRITE RPT-LINE
              GO TO 4100-EXIT.

           IF WS-EN-RATE(WS-EN-SUB) > WS-PG-REDUCTION(WS-PG-SUB)
              COMPUTE WS-NEW-RATE = WS-EN-RATE(WS-EN-SUB)
                                  - WS-PG-REDUCTION(WS-PG-SUB)
           ELSE
              MOVE 0 TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < WS-PG-FLOOR(WS-PG-SUB)
              MOVE WS-PG-FLOOR(WS-PG-SUB) TO WS-NEW-RATE
           END-IF
           MOVE "A"         TO WS-EN-STATUS(WS-EN-SUB)
           MOVE WS-RUN-DATE TO WS-EN-STAT-DATE(WS-EN-SUB)
           IF WS-NEW-RATE NOT < WS-EN-RATE(WS-EN-SUB)
              ADD 1 TO WS-CNT-FLOOR
              MOVE WS-EN-RATE(WS-EN-SUB) TO WS-EN-AWARD-RATE(WS-EN-SUB)
              MOVE "ALREADY AT THE PROGRAM FLOOR" TO RPT-LINE(51:28)
              WRITE RPT-LINE
              GO TO 4100-EXIT.

           ADD 1 TO WS-CNT-AWARDED
           MOVE WS-NEW-RATE TO WS-EN-AWARD-RATE(WS-EN-SUB)
           MOVE WS-EN-BRNO(WS-EN-SUB) TO RCO-BRNO
           MOVE WS-EN-ACCT(WS-EN-SUB) TO RCO-ACCTNO
           MOVE WS-RUN-DATE           TO RCO-CHANGE-DATE
           MOVE WS-EN-RATE(WS-EN-SUB) TO RCO-OLD-RATE
           MOVE WS-NEW-RATE           TO RCO-NEW-RATE
           IF WS-PG-RECAST(WS-PG-SUB) = "Y"
              MOVE "EARNED-RECST" TO RCO-REASON
           ELSE
              MOVE "EARNED-RATE " TO RCO-REASON
           END-IF
           WRITE RCHOUT-REC
           MOVE WS-EN-RATE(WS-EN-SUB) TO WS-EDIT-RATE
           MOVE WS-NEW-RATE           TO WS-EDIT-RATE2
           MOVE WS-EDIT-RATE  TO RPT-LINE(51:7)
           MOVE WS-EDIT-RATE2 TO RPT-LINE(60:7)
           IF WS-PG-RECAST(WS-PG-SUB) = "Y"
              PERFORM 4200-STAGE-RECAST
              MOVE "RECAST" TO RPT-LINE(69:6)
           ELSE
              MOVE "KEPT"   TO RPT-LINE(69:4)
           END-IF
           WRITE RPT-LINE.
       4100-EXIT.
           EXIT.

      * THE RECAST RIDES AN ORDINARY "RC" ITEM, EFFECTIVE THE SAME DAY
      * AS THE RATE CHANGE.
       4200-STAGE-RECAST.
           ADD 1 TO WS-CNT-RECAST
           MOVE SPACES                TO BSGOUT-REC
           MOVE "I"                   TO BSGOUT-RECTYPE
           MOVE "ERNRATE   "          TO BSGOUT-BATCHID
           MOVE WS-EN-BRNO(WS-EN-SUB) TO BSGOUT-BRANCH
           MOVE WS-EN-ACCT(WS-EN-SUB) TO BSGOUT-ACCTNO
           MOVE "RC"                  TO BSGOUT-TRCD
           MOVE 0                     TO BSGOUT-AMT
           MOVE WS-RUN-DATE           TO BSGOUT-PAYDATE
           MOVE SPACES                TO BSGOUT-DIST-ID
           MOVE "ERNRED"              TO BSGOUT-DIST-ID(1:6)
           MOVE WS-RUN-DATE           TO BSGOUT-RUN-DATE
           MOVE WS-RUN-TIME           TO BSGOUT-RUN-TIME
           WRITE BSGOUT-REC.

       5000-WRITE-ENROLLMENT.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-CNT
               MOVE WS-EN-BRNO(WS-EN-SUB)      TO WEO-BRNO
               MOVE WS-EN-ACCT(WS-EN-SUB)      TO WEO-ACCTNO
               MOVE WS-EN-ENROLL(WS-EN-SUB)    TO WEO-ENROLL-DATE
               MOVE WS-EN-STATUS(WS-EN-SUB)    TO WEO-STATUS
               MOVE WS-EN-STAT-DATE(WS-EN-SUB) TO WEO-STATUS-DATE
               MOVE WS-RUN-DATE                TO WEO-LAST-RUN
               MOVE WS-EN-STREAK(WS-EN-SUB)    TO WEO-STREAK
               MOVE WS-EN-BRK-DATE(WS-EN-SUB)  TO WEO-BREAK-DATE
               MOVE WS-EN-AWARD-RATE(WS-EN-SUB) TO WEO-AWARD-RATE
               IF WS-EN-STATUS(WS-EN-SUB) = "E"
                  ADD 1 TO WS-CNT-ENROLLED
               END-IF
               WRITE ERNNEW-REC FROM WS-ENR-OUT
           END-PERFORM.

       6000-TOTALS.
           MOVE WS-CNT-ENROLLED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "STILL EARNING      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEWLY ENROLLED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DROPPED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSED, DROPPED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-AWARDED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REDUCTIONS EARNED  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RECAST TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  RECASTS STAGED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FLOOR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "EARNED AT FLOOR    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD               " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LOST TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOST ELIGIBILITY   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RESTART TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  STREAK RESTARTED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVFL NOT = 0
              MOVE WS-CNT-OVFL TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** NOT TRACKED - TABLE FULL " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE ERNTBL-FILE ERNEXT-FILE ERNENR-FILE LPHIST-FILE
                 RCHOUT-FILE BSGOUT-FILE ERNNEW-FILE ERNRED-RPT
           STOP RUN.
