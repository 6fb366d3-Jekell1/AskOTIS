      *================================================================*
      *   P R O G R A M :  C M P R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-03-05
      *  DESC: WEEKLY COMPLAINT REPORT OFF THE CMP CASE FILE (CMPMNT).
      *        PART 1 AGES EVERY OPEN CASE AGAINST ITS RESPONSE
      *        DEADLINE - DAYS OPEN, DAYS LEFT, OVERDUE AND DUE-WITHIN-
      *        5-DAYS MARKED, HOLD FLAG AND OWNER - WITH A SUMMARY BY
      *        DAYS LEFT.  PARTS 2 AND 3 TREND THE COMPLAINTS BY
      *        CATEGORY AND BY BRANCH: CASES RECEIVED THIS WEEK, THE
      *        WEEK BEFORE, THE LAST 4 AND THE LAST 13 WEEKS; CASES
      *        RESOLVED THIS WEEK AND HOW MANY OF THEM MISSED THEIR
      *        DEADLINE; REMEDIATION PAID OVER THE 13 WEEKS; AND WHAT
      *        IS STILL OPEN.  THE WEEK ENDS ON THE RUN DATE.
      *
      *  MOD HISTORY:
      *   030529 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-03-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-FILE ASSIGN TO "CMP"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CMP-KEY
               FILE STATUS IS CMP-STATUS.

           SELECT CMPRPT-RPT ASSIGN TO "CMPRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * COMPLAINT CASE FILE (FROM CMPMNT).
       FD  CMP-FILE.
       01  CMP-REC.
           05  CMP-KEY.
               10  CMP-BRNO          PIC X(04).
               10  CMP-ACCTNO        PIC X(10).
               10  CMP-CASE-SEQ      PIC 9(03).
           05  CMP-SOURCE            PIC X(02).
           05  CMP-CATEGORY          PIC X(04).
           05  CMP-RECV-DATE         PIC 9(08).
           05  CMP-DUE-DATE          PIC 9(08).
           05  CMP-OWNER             PIC X(08).
           05  CMP-HOLD-FG           PIC X(01).
           05  CMP-SUMMARY           PIC X(40).
           05  CMP-STATUS-CD         PIC X(01).
               88  CMP-OPEN                     VALUE "O".
               88  CMP-RESOLVED                 VALUE "R".
           05  CMP-OPEN-DATE         PIC 9(08).
           05  CMP-OPEN-USER         PIC X(08).
           05  CMP-RESOLUTION        PIC X(02).
           05  CMP-REMED-AMT         PIC S9(07)V99.
           05  CMP-RESOLVE-DATE      PIC 9(08).
           05  CMP-RESOLVE-USER      PIC X(08).
           05  CMP-NOTE              PIC X(40).
           05  CMP-CHG-DATE          PIC 9(08).
           05  CMP-CHG-USER          PIC X(08).

       FD  CMPRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CMP-STATUS                PIC XX.
           88  CMP-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-INT                PIC 9(07).
       01  WS-DUE-SOON-DAYS          PIC 9(03) VALUE 5.
       01  WS-RECV-AGE               PIC S9(05).
       01  WS-RESV-AGE               PIC S9(05).
       01  WS-DAYS-OPEN              PIC S9(05).
       01  WS-DAYS-LEFT              PIC S9(05).
       01  WS-SUB                    PIC 9(04) COMP.
       01  WS-BR-SUB                 PIC 9(04) COMP.
       01  WS-CAT-SUB                PIC 9(04) COMP.

      * DAYS-LEFT SUMMARY: OVERDUE, 0-5, 6-15, 16 AND OVER.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 4 TIMES.
               10  WS-AGE-CNT        PIC 9(05) COMP.
               10  WS-AGE-HOLD       PIC 9(05) COMP.
       01  WS-AGE-NAMES.
           05  FILLER                PIC X(16) VALUE "PAST DEADLINE".
           05  FILLER                PIC X(16) VALUE "DUE IN 0-5 DAYS".
           05  FILLER                PIC X(16) VALUE "DUE IN 6-15".
           05  FILLER                PIC X(16) VALUE "DUE IN 16+ DAYS".
       01  WS-AGE-NAME-TBL REDEFINES WS-AGE-NAMES.
           05  WS-AGE-NAME           PIC X(16) OCCURS 4 TIMES.

      * THE TREND COLUMNS, ONE SET PER CATEGORY, PER BRANCH AND FOR
      * THE COMPANY.
       01  WS-CAT-CODES              PIC X(32) VALUE
           "PAYMFEESCOLLCRPTINSRSERVOTHR????".
       01  WS-CAT-CODE-TBL REDEFINES WS-CAT-CODES.
           05  WS-CAT-CODE           PIC X(04) OCCURS 8 TIMES.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 8 TIMES.
               10  WS-CAT-TRD.
                   15  WS-CAT-WK     PIC 9(05) COMP.
                   15  WS-CAT-PRV    PIC 9(05) COMP.
                   15  WS-CAT-W4     PIC 9(05) COMP.
                   15  WS-CAT-W13    PIC 9(05) COMP.
                   15  WS-CAT-RES    PIC 9(05) COMP.
                   15  WS-CAT-LATE   PIC 9(05) COMP.
                   15  WS-CAT-OPEN   PIC 9(05) COMP.
                   15  WS-CAT-REMED  PIC S9(09)V99 COMP-3.

       01  WS-MAX-BR                 PIC 9(04) COMP VALUE 500.
       01  WS-BR-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 500 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-TRD.
                   15  WS-BR-WK      PIC 9(05) COMP.
                   15  WS-BR-PRV     PIC 9(05) COMP.
                   15  WS-BR-W4      PIC 9(05) COMP.
                   15  WS-BR-W13     PIC 9(05) COMP.
                   15  WS-BR-RES     PIC 9(05) COMP.
                   15  WS-BR-LATE    PIC 9(05) COMP.
                   15  WS-BR-OPEN    PIC 9(05) COMP.
                   15  WS-BR-REMED   PIC S9(09)V99 COMP-3.

       01  WS-TOT-TRD.
           05  WS-TOT-WK             PIC 9(05) COMP.
           05  WS-TOT-PRV            PIC 9(05) COMP.
           05  WS-TOT-W4             PIC 9(05) COMP.
           05  WS-TOT-W13            PIC 9(05) COMP.
           05  WS-TOT-RES            PIC 9(05) COMP.
           05  WS-TOT-LATE           PIC 9(05) COMP.
           05  WS-TOT-OPEN           PIC 9(05) COMP.
           05  WS-TOT-REMED          PIC S9(09)V99 COMP-3.

      * THE ROW BEING PRINTED IS MOVED HERE FIRST.
       01  WS-PRT-TRD.
           05  WS-PRT-WK             PIC 9(05) COMP.
           05  WS-PRT-PRV            PIC 9(05) COMP.
           05  WS-PRT-W4             PIC 9(05) COMP.
           05  WS-PRT-W13            PIC 9(05) COMP.
           05  WS-PRT-RES            PIC 9(05) COMP.
           05  WS-PRT-LATE           PIC 9(05) COMP.
           05  WS-PRT-OPEN           PIC 9(05) COMP.
           05  WS-PRT-REMED          PIC S9(09)V99 COMP-3.

       01  WS-CNT-OPEN               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVERDUE            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DUE-SOON           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HOLD               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BR-OVER            PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       01  WS-OPN-LINE.
           05  OPL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OPL-CASE-SEQ          PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-SOURCE            PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-CATEGORY          PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-RECV-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OPL-DAYS-OPEN         PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-DUE-DATE          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OPL-DAYS-LEFT         PIC ZZZ9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OPL-FLAG              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OPL-HOLD-FG           PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-OWNER             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-SUMMARY           PIC X(40).

       01  WS-AGE-LINE.
           05  AGL-NAME              PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AGL-CNT               PIC ZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  AGL-HOLD              PIC ZZ,ZZ9.

       01  WS-TRD-LINE.
           05  TDL-KEY               PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-WK                PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-PRV               PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-CHG               PIC ZZ,ZZ9-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-W4                PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-W13               PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-RES               PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-LATE              PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-OPEN              PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TDL-REMED             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CASES
           PERFORM 3000-AGING-SUMMARY
           PERFORM 4000-CATEGORY-TREND
           PERFORM 5000-BRANCH-TREND
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-AGE-TABLE WS-CAT-TABLE WS-TOT-TRD
           OPEN INPUT  CMP-FILE
           OPEN OUTPUT CMPRPT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "WEEKLY COMPLAINT REPORT - WEEK ENDING " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF CMP-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "*** COMPLAINT CASE FILE UNAVAILABLE, STATUS "
                     CMP-STATUS
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              SET CMP-EOF TO TRUE
           ELSE
              READ CMP-FILE NEXT RECORD
                  AT END SET CMP-EOF TO TRUE
              END-READ
           END-IF
           MOVE "OPEN CASES AGED AGAINST THE RESPONSE DEADLINE"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRCH  ACCOUNT    CSE  SR  CAT   RECEIVED  OPEN  "
                  "DUE        LEFT  FLAG     H  OWNER     SUMMARY"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-READ-CASES.
           PERFORM 2100-ONE-CASE UNTIL CMP-EOF.

       2100-ONE-CASE.
           PERFORM 2200-FIND-BRANCH
           PERFORM 2250-FIND-CATEGORY
           COMPUTE WS-RECV-AGE = WS-RUN-INT
              - FUNCTION INTEGER-OF-DATE(CMP-RECV-DATE)
      * RECEIVED - THIS WEEK IS DAYS 0-6 BACK FROM THE RUN DATE.
           INITIALIZE WS-PRT-TRD
           IF WS-RECV-AGE < 7
              MOVE 1 TO WS-PRT-WK
           END-IF
           IF WS-RECV-AGE > 6 AND WS-RECV-AGE < 14
              MOVE 1 TO WS-PRT-PRV
           END-IF
           IF WS-RECV-AGE < 28
              MOVE 1 TO WS-PRT-W4
           END-IF
           IF WS-RECV-AGE < 91
              MOVE 1 TO WS-PRT-W13
           END-IF
           IF CMP-RESOLVED
              COMPUTE WS-RESV-AGE = WS-RUN-INT
                 - FUNCTION INTEGER-OF-DATE(CMP-RESOLVE-DATE)
              IF WS-RESV-AGE < 7
                 MOVE 1 TO WS-PRT-RES
                 IF CMP-RESOLVE-DATE > CMP-DUE-DATE
                    MOVE 1 TO WS-PRT-LATE
                 END-IF
              END-IF
              IF WS-RESV-AGE < 91
                 MOVE CMP-REMED-AMT TO WS-PRT-REMED
              END-IF
           ELSE
              MOVE 1 TO WS-PRT-OPEN
              PERFORM 2300-AGE-OPEN-CASE
           END-IF
           PERFORM 2400-ADD-TREND
           READ CMP-FILE NEXT RECORD
               AT END SET CMP-EOF TO TRUE
           END-READ.

       2200-FIND-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-BRNO(WS-BR-SUB) = CMP-BRNO
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB > WS-BR-CNT
              IF WS-BR-CNT < WS-MAX-BR
                 ADD 1 TO WS-BR-CNT
                 MOVE WS-BR-CNT TO WS-BR-SUB
                 MOVE CMP-BRNO  TO WS-BR-BRNO(WS-BR-SUB)
                 INITIALIZE WS-BR-TRD(WS-BR-SUB)
              ELSE
                 ADD 1 TO WS-CNT-BR-OVER
                 MOVE 0 TO WS-BR-SUB
              END-IF
           END-IF.

      * AN UNKNOWN CATEGORY FALLS INTO THE LAST ROW.
       2250-FIND-CATEGORY.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 7
                      OR WS-CAT-CODE(WS-CAT-SUB) = CMP-CATEGORY
               CONTINUE
           END-PERFORM.

       2300-AGE-OPEN-CASE.
           ADD 1 TO WS-CNT-OPEN
           COMPUTE WS-DAYS-OPEN = WS-RECV-AGE
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(CMP-DUE-DATE) - WS-RUN-INT
           MOVE SPACES TO OPL-FLAG
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-CNT-OVERDUE
                   MOVE "OVERDUE" TO OPL-FLAG
                   MOVE 1 TO WS-SUB
               WHEN WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                   ADD 1 TO WS-CNT-DUE-SOON
                   MOVE "DUE SOON" TO OPL-FLAG
                   MOVE 2 TO WS-SUB
               WHEN WS-DAYS-LEFT < 16
                   MOVE 3 TO WS-SUB
               WHEN OTHER
                   MOVE 4 TO WS-SUB
           END-EVALUATE
           ADD 1 TO WS-AGE-CNT(WS-SUB)
           IF CMP-HOLD-FG = "Y"
              ADD 1 TO WS-AGE-HOLD(WS-SUB) WS-CNT-HOLD
           END-IF
           MOVE CMP-BRNO      TO OPL-BRNO
           MOVE CMP-ACCTNO    TO OPL-ACCTNO
           MOVE CMP-CASE-SEQ  TO OPL-CASE-SEQ
           MOVE CMP-SOURCE    TO OPL-SOURCE
           MOVE CMP-CATEGORY  TO OPL-CATEGORY
           MOVE CMP-RECV-DATE TO OPL-RECV-DATE
           MOVE WS-DAYS-OPEN  TO OPL-DAYS-OPEN
           MOVE CMP-DUE-DATE  TO OPL-DUE-DATE
           MOVE WS-DAYS-LEFT  TO OPL-DAYS-LEFT
           MOVE CMP-HOLD-FG   TO OPL-HOLD-FG
           MOVE CMP-OWNER     TO OPL-OWNER
           MOVE CMP-SUMMARY   TO OPL-SUMMARY
           MOVE WS-OPN-LINE   TO RPT-LINE
           WRITE RPT-LINE.

      * THE CASE'S COUNTS INTO ITS CATEGORY, ITS BRANCH AND THE TOTAL.
       2400-ADD-TREND.
           ADD WS-PRT-WK    TO WS-CAT-WK(WS-CAT-SUB)    WS-TOT-WK
           ADD WS-PRT-PRV   TO WS-CAT-PRV(WS-CAT-SUB)   WS-TOT-PRV
           ADD WS-PRT-W4    TO WS-CAT-W4(WS-CAT-SUB)    WS-TOT-W4
           ADD WS-PRT-W13   TO WS-CAT-W13(WS-CAT-SUB)   WS-TOT-W13
           ADD WS-PRT-RES   TO WS-CAT-RES(WS-CAT-SUB)   WS-TOT-RES
           ADD WS-PRT-LATE  TO WS-CAT-LATE(WS-CAT-SUB)  WS-TOT-LATE
           ADD WS-PRT-OPEN  TO WS-CAT-OPEN(WS-CAT-SUB)  WS-TOT-OPEN
           ADD WS-PRT-REMED TO WS-CAT-REMED(WS-CAT-SUB) WS-TOT-REMED
           IF WS-BR-SUB > 0
              ADD WS-PRT-WK    TO WS-BR-WK(WS-BR-SUB)
              ADD WS-PRT-PRV   TO WS-BR-PRV(WS-BR-SUB)
              ADD WS-PRT-W4    TO WS-BR-W4(WS-BR-SUB)
              ADD WS-PRT-W13   TO WS-BR-W13(WS-BR-SUB)
              ADD WS-PRT-RES   TO WS-BR-RES(WS-BR-SUB)
              ADD WS-PRT-LATE  TO WS-BR-LATE(WS-BR-SUB)
              ADD WS-PRT-OPEN  TO WS-BR-OPEN(WS-BR-SUB)
              ADD WS-PRT-REMED TO WS-BR-REMED(WS-BR-SUB)
           END-IF.

       3000-AGING-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPEN CASES BY DAYS TO DEADLINE     CASES   ON HOLD"
             TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE WS-AGE-NAME(WS-SUB) TO AGL-NAME
               MOVE WS-AGE-CNT(WS-SUB)  TO AGL-CNT
               MOVE WS-AGE-HOLD(WS-SUB) TO AGL-HOLD
               MOVE WS-AGE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       4000-CATEGORY-TREND.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COMPLAINT TREND BY CATEGORY" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 7000-TREND-HEADING
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 8
               IF WS-CAT-W13(WS-CAT-SUB) > 0
                  OR WS-CAT-OPEN(WS-CAT-SUB) > 0
                  OR WS-CAT-RES(WS-CAT-SUB) > 0
                  MOVE WS-CAT-TRD(WS-CAT-SUB) TO WS-PRT-TRD
                  MOVE WS-CAT-CODE(WS-CAT-SUB) TO TDL-KEY
                  PERFORM 7100-TREND-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-TRD TO WS-PRT-TRD
           MOVE "TOTAL"    TO TDL-KEY
           PERFORM 7100-TREND-LINE.

       5000-BRANCH-TREND.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COMPLAINT TREND BY BRANCH" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 7000-TREND-HEADING
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               IF WS-BR-W13(WS-BR-SUB) > 0
                  OR WS-BR-OPEN(WS-BR-SUB) > 0
                  OR WS-BR-RES(WS-BR-SUB) > 0
                  MOVE WS-BR-TRD(WS-BR-SUB)  TO WS-PRT-TRD
                  MOVE WS-BR-BRNO(WS-BR-SUB) TO TDL-KEY
                  PERFORM 7100-TREND-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-TRD TO WS-PRT-TRD
           MOVE "TOTAL"    TO TDL-KEY
           PERFORM 7100-TREND-LINE
           IF WS-CNT-BR-OVER > 0
              MOVE WS-CNT-BR-OVER TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** BRANCH TABLE FULL - " WS-EDIT-CNT
                     " CASES IN THE TOTAL ONLY"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OPEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OPEN CASES            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HOLD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  HOLDING FEES/COLL.  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DUE-SOON TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  DUE WITHIN 5 DAYS   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OVERDUE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  PAST THE DEADLINE   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       7000-TREND-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "KEY     THIS WK  PRIOR WK   CHANGE  4 WEEKS  13 WKS"
                  "  RESOLVED    LATE      OPEN  REMEDIATION 13 WKS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       7100-TREND-LINE.
           MOVE WS-PRT-WK    TO TDL-WK
           MOVE WS-PRT-PRV   TO TDL-PRV
           COMPUTE TDL-CHG = WS-PRT-WK - WS-PRT-PRV
           MOVE WS-PRT-W4    TO TDL-W4
           MOVE WS-PRT-W13   TO TDL-W13
           MOVE WS-PRT-RES   TO TDL-RES
           MOVE WS-PRT-LATE  TO TDL-LATE
           MOVE WS-PRT-OPEN  TO TDL-OPEN
           MOVE WS-PRT-REMED TO TDL-REMED
           MOVE WS-TRD-LINE  TO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE CMP-FILE CMPRPT-RPT
           STOP RUN.
