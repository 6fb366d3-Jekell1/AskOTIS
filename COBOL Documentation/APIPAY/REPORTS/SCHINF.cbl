      *================================================================*
      *   P R O G R A M :  S C H I N F                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-01-08
      *  DESC: PAYMENT SCHEDULE IN FORCE ON A GIVEN DATE.  READS THE
      *        SCHEXT EXTRACT OF THE SCH SCHEDULE IMAGE FILE THE "SM"
      *        POSTING (SCHEDULE-MAINTAIN) WRITES - A "B" ROW WITH THE
      *        SCHEDULE BEFORE EACH CHANGE AND AN "A" ROW WITH THE
      *        SCHEDULE AFTER IT, BOTH CARRYING THE CHANGE'S EFFECTIVE
      *        DATE - AND ANSWERS EACH SCHQRY QUESTION (BRANCH,
      *        ACCOUNT, AS-OF DATE) WITH THE SCHEDULE THAT GOVERNED
      *        THE LOAN THAT DAY: THE LATEST "A" IMAGE EFFECTIVE ON OR
      *        BEFORE IT (THE LATER POSTING WINS A TIE), OR, BEFORE THE
      *        FIRST CHANGE, THE FIRST CHANGE'S "B" IMAGE.  THE
      *        SCHEDULE IS LISTED STEP BY STEP WITH THE DUE DATES IT
      *        COVERS, FOLLOWED BY THE PAYMENTS DUE THROUGH THE AS-OF
      *        DATE AND THEIR TOTAL - WHAT THE LATE-CHARGE AND
      *        DELINQUENCY LOGIC MEASURED THE ACCOUNT AGAINST THAT DAY.
      *        A DUE DAY PAST THE END OF A SHORT MONTH FALLS ON ITS
      *        LAST DAY.  AN ACCOUNT WITH NO IMAGES HAS NEVER BEEN
      *        RESCHEDULED AND IS SAID SO.
      *
      *  MOD HISTORY:
      *   010829 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHINF.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-01-08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEXT-FILE ASSIGN TO "SCHEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEXT-STATUS.

           SELECT OPTIONAL SCHQRY-FILE ASSIGN TO "SCHQRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHQRY-STATUS.

           SELECT SCHINF-RPT ASSIGN TO "SCHINF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SCHEDULE IMAGES (FROM SCHEDULE-MAINTAIN AT POSTING).
       FD  SCHEXT-FILE.
       01  SCHEXT-REC.
           05  SCX-RUN-DATE          PIC 9(08).
           05  SCX-BRNO              PIC X(04).
           05  SCX-ACCTNO            PIC X(10).
           05  SCX-IMAGE-TYPE        PIC X(01).
           05  SCX-EFF-DATE          PIC 9(08).
           05  SCX-REQ-ID            PIC X(12).
           05  SCX-USERID            PIC X(08).
           05  SCX-1STPYDATE         PIC 9(08).
           05  SCX-ORGTERM           PIC 9(03).
           05  SCX-RATE              PIC 9(02)V9(04).
           05  SCX-CURBAL            PIC S9(07)V99.
           05  SCX-REGPYAMT          PIC S9(07)V99.
           05  SCX-LASTPYAMT         PIC S9(07)V99.
           05  SCX-SCHLD-FG          PIC X(01).
           05  SCX-STEPS.
               10  SCX-STEP OCCURS 17 TIMES.
                   15  SCX-STEP-TERM PIC 9(03).
                   15  SCX-STEP-AMT  PIC S9(07)V99.

       FD  SCHQRY-FILE.
       01  SCHQRY-REC.
           05  QRY-BRNO              PIC X(04).
           05  QRY-ACCTNO            PIC X(10).
           05  QRY-ASOF-DATE         PIC 9(08).

       FD  SCHINF-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  SCHEXT-STATUS             PIC XX.
           88  SCHEXT-EOF                       VALUE "10".
       01  SCHQRY-STATUS             PIC XX.
           88  SCHQRY-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-MAX-IM                 PIC 9(05) COMP VALUE 5000.
       01  WS-IM-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-IM-SUB                 PIC 9(05) COMP.
       01  WS-IM-USE                 PIC 9(05) COMP.
       01  WS-IM-FIRST-B             PIC 9(05) COMP.
       01  WS-IM-TABLE.
           05  WS-IM-ENTRY OCCURS 5000 TIMES.
               10  WS-IM-BRNO        PIC X(04).
               10  WS-IM-ACCT        PIC X(10).
               10  WS-IM-TYPE        PIC X(01).
               10  WS-IM-EFF         PIC 9(08).
               10  WS-IM-RUN         PIC 9(08).
               10  WS-IM-REQ-ID      PIC X(12).
               10  WS-IM-1STPY       PIC 9(08).
               10  WS-IM-TERM        PIC 9(03).
               10  WS-IM-STEP OCCURS 17 TIMES.
                   15  WS-IM-STEP-TERM PIC 9(03).
                   15  WS-IM-STEP-AMT  PIC S9(07)V99 COMP-3.

       01  WS-STEP                   PIC 9(02) COMP.
       01  WS-PER                    PIC 9(03) COMP.
       01  WS-FROM-PER               PIC 9(03) COMP.
       01  WS-THRU-PER               PIC 9(03) COMP.
       01  WS-DUE-CNT                PIC 9(03) COMP.
       01  WS-DUE-TOTAL              PIC S9(09)V99.
       01  WS-DUE-LAST-AMT           PIC S9(07)V99.
       01  WS-DUE-LAST-DATE          PIC 9(08).

      * DUE DATE OF PERIOD WS-PER: THE FIRST PAYMENT DATE ADVANCED
      * WS-PER - 1 MONTHS, THE DAY HELD TO THE END OF THE MONTH.
       01  WS-DUE-DATE               PIC 9(08).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-CCYY           PIC 9(04).
           05  WS-DUE-MM             PIC 9(02).
           05  WS-DUE-DD             PIC 9(02).
       01  WS-BASE-DATE              PIC 9(08).
       01  WS-BASE-DATE-R REDEFINES WS-BASE-DATE.
           05  WS-BASE-CCYY          PIC 9(04).
           05  WS-BASE-MM            PIC 9(02).
           05  WS-BASE-DD            PIC 9(02).
       01  WS-MONTHS                 PIC 9(07) COMP.
       01  WS-REM                    PIC 9(04) COMP.
       01  WS-LAST-DD                PIC 9(02).
       01  WS-MONTH-DAYS-LIST        PIC X(24)
                                     VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-LIST
                                     PIC 9(02) OCCURS 12 TIMES.
       01  WS-FROM-DATE              PIC 9(08).

       01  WS-CNT-QRY                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-NONE               PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-PER               PIC ZZ9.
       01  WS-EDIT-PER2              PIC ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-TOT               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-IMAGES
           PERFORM 3000-ANSWER-QUERIES
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SCHEXT-FILE
           OPEN INPUT  SCHQRY-FILE
           OPEN OUTPUT SCHINF-RPT
           MOVE "PAYMENT SCHEDULE IN FORCE BY DATE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-LOAD-IMAGES.
           READ SCHEXT-FILE AT END SET SCHEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-IMAGE THRU 2100-EXIT
               UNTIL SCHEXT-EOF.

       2100-ONE-IMAGE.
           IF WS-IM-CNT = WS-MAX-IM
              GO TO 2100-EXIT.
           IF SCX-IMAGE-TYPE NOT = "B" AND SCX-IMAGE-TYPE NOT = "A"
              GO TO 2100-EXIT.
           ADD 1 TO WS-IM-CNT
           MOVE SCX-BRNO       TO WS-IM-BRNO(WS-IM-CNT)
           MOVE SCX-ACCTNO     TO WS-IM-ACCT(WS-IM-CNT)
           MOVE SCX-IMAGE-TYPE TO WS-IM-TYPE(WS-IM-CNT)
           MOVE SCX-EFF-DATE   TO WS-IM-EFF(WS-IM-CNT)
           MOVE SCX-RUN-DATE   TO WS-IM-RUN(WS-IM-CNT)
           MOVE SCX-REQ-ID     TO WS-IM-REQ-ID(WS-IM-CNT)
           MOVE SCX-1STPYDATE  TO WS-IM-1STPY(WS-IM-CNT)
           MOVE SCX-ORGTERM    TO WS-IM-TERM(WS-IM-CNT)
           PERFORM VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 17
               MOVE SCX-STEP-TERM(WS-STEP)
                 TO WS-IM-STEP-TERM(WS-IM-CNT, WS-STEP)
               MOVE SCX-STEP-AMT(WS-STEP)
                 TO WS-IM-STEP-AMT(WS-IM-CNT, WS-STEP)
           END-PERFORM.
       2100-EXIT.
           READ SCHEXT-FILE AT END SET SCHEXT-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * ONE QUESTION - THE LATEST "A" IMAGE EFFECTIVE BY THE AS-OF
      * DATE, ELSE THE SCHEDULE BEFORE THE FIRST CHANGE.
      *----------------------------------------------------------------*
       3000-ANSWER-QUERIES.
           READ SCHQRY-FILE AT END SET SCHQRY-EOF TO TRUE END-READ
           PERFORM 3100-ONE-QUERY THRU 3100-EXIT UNTIL SCHQRY-EOF.

       3100-ONE-QUERY.
           ADD 1 TO WS-CNT-QRY
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT " QRY-BRNO "-" QRY-ACCTNO
                  "  SCHEDULE IN FORCE ON " QRY-ASOF-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-IM-USE WS-IM-FIRST-B
           PERFORM VARYING WS-IM-SUB FROM 1 BY 1
                   UNTIL WS-IM-SUB > WS-IM-CNT
               IF WS-IM-BRNO(WS-IM-SUB) = QRY-BRNO
                  AND WS-IM-ACCT(WS-IM-SUB) = QRY-ACCTNO
                  IF WS-IM-TYPE(WS-IM-SUB) = "B"
                     IF WS-IM-FIRST-B = 0
                        MOVE WS-IM-SUB TO WS-IM-FIRST-B
                     END-IF
                  ELSE
                     IF WS-IM-EFF(WS-IM-SUB) NOT > QRY-ASOF-DATE
                        IF WS-IM-USE = 0
                           MOVE WS-IM-SUB TO WS-IM-USE
                        ELSE
                           IF WS-IM-EFF(WS-IM-SUB)
                                  NOT < WS-IM-EFF(WS-IM-USE)
                              MOVE WS-IM-SUB TO WS-IM-USE
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-IM-USE = 0 AND WS-IM-FIRST-B = 0
              ADD 1 TO WS-CNT-NONE
              MOVE "  NEVER RESCHEDULED - THE CONTRACT SCHEDULE APPLIES"
                TO RPT-LINE
              WRITE RPT-LINE
              GO TO 3100-EXIT.
           IF WS-IM-USE = 0
              MOVE WS-IM-FIRST-B TO WS-IM-USE
              MOVE SPACES TO RPT-LINE
              STRING "  SCHEDULE BEFORE THE FIRST CHANGE (EFFECTIVE "
                     WS-IM-EFF(WS-IM-USE) ")"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE SPACES TO RPT-LINE
              STRING "  EFFECTIVE " WS-IM-EFF(WS-IM-USE)
                     "  REQUEST " WS-IM-REQ-ID(WS-IM-USE)
                     "  POSTED " WS-IM-RUN(WS-IM-USE)
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  PERIODS    FIRST DUE  LAST DUE          AMOUNT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-IM-1STPY(WS-IM-USE) TO WS-BASE-DATE
           MOVE 0 TO WS-THRU-PER WS-DUE-CNT WS-DUE-TOTAL
                     WS-DUE-LAST-AMT WS-DUE-LAST-DATE
           PERFORM 3200-ONE-STEP
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > 17
                  OR WS-IM-STEP-TERM(WS-IM-USE, WS-STEP) = 0
           MOVE WS-DUE-CNT   TO WS-EDIT-PER
           MOVE WS-DUE-TOTAL TO WS-EDIT-TOT
           MOVE SPACES TO RPT-LINE
           STRING "  PAYMENTS DUE THROUGH " QRY-ASOF-DATE ": "
                  WS-EDIT-PER "  TOTAL " WS-EDIT-TOT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-DUE-CNT > 0
              MOVE WS-DUE-LAST-AMT TO WS-EDIT-AMT
              MOVE SPACES TO RPT-LINE
              STRING "  LAST PAYMENT DUE " WS-DUE-LAST-DATE
                     "  AMOUNT " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
       3100-EXIT.
           READ SCHQRY-FILE AT END SET SCHQRY-EOF TO TRUE END-READ.

      * ONE (TERM, AMOUNT) STEP - ITS PERIODS, THEIR DUE DATES, AND
      * THOSE DUE BY THE AS-OF DATE.
       3200-ONE-STEP.
           COMPUTE WS-FROM-PER = WS-THRU-PER + 1
           ADD WS-IM-STEP-TERM(WS-IM-USE, WS-STEP) TO WS-THRU-PER
           MOVE WS-FROM-PER TO WS-PER
           PERFORM 3300-DUE-DATE
           MOVE WS-DUE-DATE TO WS-FROM-DATE
           PERFORM VARYING WS-PER FROM WS-FROM-PER BY 1
                   UNTIL WS-PER > WS-THRU-PER
               PERFORM 3300-DUE-DATE
               IF WS-DUE-DATE NOT > QRY-ASOF-DATE
                  ADD 1 TO WS-DUE-CNT
                  ADD WS-IM-STEP-AMT(WS-IM-USE, WS-STEP)
                    TO WS-DUE-TOTAL
                  MOVE WS-IM-STEP-AMT(WS-IM-USE, WS-STEP)
                    TO WS-DUE-LAST-AMT
                  MOVE WS-DUE-DATE TO WS-DUE-LAST-DATE
               END-IF
           END-PERFORM
           MOVE WS-THRU-PER TO WS-PER
           PERFORM 3300-DUE-DATE
           MOVE WS-FROM-PER TO WS-EDIT-PER
           MOVE WS-THRU-PER TO WS-EDIT-PER2
           MOVE WS-IM-STEP-AMT(WS-IM-USE, WS-STEP) TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-EDIT-PER "-" WS-EDIT-PER2 "    "
                  WS-FROM-DATE "   " WS-DUE-DATE "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-IM-STEP-AMT(WS-IM-USE, WS-STEP) = 0
              MOVE "SKIPPED" TO RPT-LINE(54:7)
           END-IF
           WRITE RPT-LINE.

       3300-DUE-DATE.
           COMPUTE WS-MONTHS = WS-BASE-CCYY * 12 + WS-BASE-MM - 1
                             + WS-PER - 1
           DIVIDE WS-MONTHS BY 12 GIVING WS-DUE-CCYY
                                  REMAINDER WS-REM
           COMPUTE WS-DUE-MM = WS-REM + 1
           MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-LAST-DD
           IF WS-DUE-MM = 2
              DIVIDE WS-DUE-CCYY BY 4 GIVING WS-MONTHS
                                      REMAINDER WS-REM
              IF WS-REM = 0
                 MOVE 29 TO WS-LAST-DD
                 DIVIDE WS-DUE-CCYY BY 100 GIVING WS-MONTHS
                                           REMAINDER WS-REM
                 IF WS-REM = 0
                    DIVIDE WS-DUE-CCYY BY 400 GIVING WS-MONTHS
                                              REMAINDER WS-REM
                    IF WS-REM NOT = 0
                       MOVE 28 TO WS-LAST-DD
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-BASE-DD > WS-LAST-DD
              MOVE WS-LAST-DD TO WS-DUE-DD
           ELSE
              MOVE WS-BASE-DD TO WS-DUE-DD
           END-IF.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-QRY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "QUESTIONS ANSWERED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NONE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEVER RESCHEDULED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-IM-CNT = WS-MAX-IM
              MOVE "*** IMAGE TABLE FULL - LATER IMAGES NOT LOADED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE SCHEXT-FILE SCHQRY-FILE SCHINF-RPT
           STOP RUN.
