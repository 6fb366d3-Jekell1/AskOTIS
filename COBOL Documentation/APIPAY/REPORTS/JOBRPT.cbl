      *================================================================*
      *   P R O G R A M :  J O B R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-23
      *  DESC: MORNING JOB-STREAM REPORT.  SHOWS THE WHOLE NIGHT'S
      *        STREAM FROM THE JOBSTR TABLE AND THE JOBLED COMPLETION
      *        LEDGER (SEE JOBCTL AND JOBLOG) - EVERY JOB IN STREAM
      *        ORDER WITH WHETHER IT WAS SCHEDULED, HOW IT ENDED
      *        (COMPLETE, FAILED, HELD BEHIND A FAILED PREDECESSOR,
      *        STILL RUNNING, NEVER RELEASED), ITS START AND END, ITS
      *        RETURN CODE AND CONTROL COUNTS, HOW MANY TIMES IT WAS
      *        RERUN, AND LATE WHEN IT FINISHED AFTER - OR IS STILL
      *        NOT FINISHED AT - THE TIME THE TABLE SAYS IT IS DUE
      *        DONE BY.  THE NIGHT IS THE ONE IN JOBCTL.PARM
      *        (YESTERDAY WHEN ZERO OR MISSING).  RETURN CODE 8 WHEN
      *        A CRITICAL JOB DID NOT COMPLETE OR WAS LATE, 4 FOR ANY
      *        OTHER JOB HELD, FAILED, NOT RUN OR LATE.
      *
      *  MOD HISTORY:
      *   102328 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBPRM-FILE ASSIGN TO "JOBCTL.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBPRM-STATUS.

           SELECT JOBSTR-FILE ASSIGN TO "JOBSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBSTR-STATUS.

           SELECT OPTIONAL JOBLED-FILE ASSIGN TO "JOBLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLED-STATUS.

           SELECT JOBRPT-RPT ASSIGN TO "JOBRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBPRM-FILE.
       01  JOBPRM-REC.
           05  JCP-NIGHT-DATE        PIC 9(08).

       FD  JOBSTR-FILE.
       01  JOBSTR-REC.
      * J A JOB IN STREAM ORDER, H A SHOP HOLIDAY.
           05  JST-TYPE              PIC X(01).
               88  JST-JOB-ROW                  VALUE "J".
               88  JST-HOLIDAY-ROW              VALUE "H".
           05  JST-JOB               PIC X(08).
           05  JST-HOL-DATE REDEFINES JST-JOB
                                     PIC 9(08).
      * D DAILY, B BUSINESS DAYS, M MONTH-END, Y YEAR-END.
           05  JST-CALENDAR          PIC X(01).
           05  JST-CRITICAL          PIC X(01).
           05  JST-MAX-RC            PIC 9(03).
      * DUE DONE BY - DAY 0 IS THE NIGHT'S OWN DATE, 1 THE MORNING
      * AFTER.
           05  JST-DUE-DAY           PIC 9(01).
           05  JST-DUE-TIME          PIC 9(04).
           05  JST-PRED OCCURS 8 TIMES
                                     PIC X(08).

       FD  JOBLED-FILE.
       01  JOBLED-REC.
           05  JLD-NIGHT-DATE        PIC 9(08).
           05  JLD-JOB               PIC X(08).
      * R RELEASED, S STARTED, E ENDED, H HELD, X RESET FOR RERUN.
           05  JLD-EVENT             PIC X(01).
               88  JLD-RELEASED                 VALUE "R".
               88  JLD-STARTED                  VALUE "S".
               88  JLD-ENDED                    VALUE "E".
               88  JLD-HELD                     VALUE "H".
               88  JLD-RESET                    VALUE "X".
           05  JLD-DATE              PIC 9(08).
           05  JLD-TIME              PIC 9(06).
           05  JLD-RC                PIC 9(03).
           05  JLD-CNT               PIC 9(09).
           05  JLD-AMT               PIC S9(11)V99.
           05  JLD-REQ-TIME          PIC 9(06).
           05  JLD-USER              PIC X(08).
           05  JLD-NOTE              PIC X(40).

       FD  JOBRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  JOBPRM-STATUS             PIC XX.
       01  JOBSTR-STATUS             PIC XX.
           88  JOBSTR-EOF                       VALUE "10".
       01  JOBLED-STATUS             PIC XX.
           88  JOBLED-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-TIME-PARTS REDEFINES WS-TIME-RAW.
           05  WS-TIME-HHMMSS        PIC 9(06).
           05  FILLER                PIC 9(02).
       01  WS-NOW-STAMP              PIC 9(14).
       01  WS-NIGHT-DATE             PIC 9(08).
       01  WS-NIGHT-PARTS REDEFINES WS-NIGHT-DATE.
           05  WS-NIGHT-CCYY         PIC 9(04).
           05  WS-NIGHT-MM           PIC 9(02).
           05  WS-NIGHT-DD           PIC 9(02).

      * THE NIGHT'S CALENDAR, AS JOBCTL WORKS IT OUT.
       01  WS-NIGHT-BUS-FG           PIC X(01).
       01  WS-MONTH-END-FG           PIC X(01).
       01  WS-TEST-INT               PIC 9(07).
       01  WS-TEST-DATE              PIC 9(08).
       01  WS-TEST-PARTS REDEFINES WS-TEST-DATE.
           05  WS-TEST-CCYY          PIC 9(04).
           05  WS-TEST-MM            PIC 9(02).
           05  WS-TEST-DD            PIC 9(02).
       01  WS-TEST-DOW               PIC 9(01).
       01  WS-BUS-FG                 PIC X(01).
       01  WS-LOOPS                  PIC 9(02) COMP.

       01  WS-MAX-HOL                PIC 9(03) COMP VALUE 100.
       01  WS-HOL-CNT                PIC 9(03) COMP VALUE 0.
       01  WS-HOL-SUB                PIC 9(03) COMP.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE OCCURS 100 TIMES
                                     PIC 9(08).

      * STATE IS SPACE NEVER RELEASED, R RELEASED, S RUNNING,
      * C COMPLETE, F FAILED, H HELD.
       01  WS-MAX-JB                 PIC 9(03) COMP VALUE 200.
       01  WS-JB-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-JB-SUB                 PIC 9(03) COMP.
       01  WS-JB-HIT                 PIC 9(03) COMP.
       01  WS-JB-TABLE.
           05  WS-JB-ENTRY OCCURS 200 TIMES.
               10  WS-JB-JOB         PIC X(08).
               10  WS-JB-CALENDAR    PIC X(01).
               10  WS-JB-CRITICAL    PIC X(01).
               10  WS-JB-MAX-RC      PIC 9(03).
               10  WS-JB-DUE-DAY     PIC 9(01).
               10  WS-JB-DUE-TIME    PIC 9(04).
               10  WS-JB-SCHED-FG    PIC X(01).
               10  WS-JB-STATE       PIC X(01).
               10  WS-JB-HELD-BY     PIC X(08).
               10  WS-JB-START-DATE  PIC 9(08).
               10  WS-JB-START-TIME  PIC 9(06).
               10  WS-JB-END-DATE    PIC 9(08).
               10  WS-JB-END-TIME    PIC 9(06).
               10  WS-JB-RC          PIC 9(03).
               10  WS-JB-RUN-CNT     PIC 9(09).
               10  WS-JB-AMT         PIC S9(11)V99.
               10  WS-JB-RERUNS      PIC 9(02).

       01  WS-FIND-JOB               PIC X(08).
       01  WS-DUE-DATE               PIC 9(08).
       01  WS-DUE-STAMP              PIC 9(14).
       01  WS-END-STAMP              PIC 9(14).
       01  WS-LATE-FG                PIC X(01).
       01  WS-PROBLEM-FG             PIC X(01).

       01  WS-CNT-SCHED              PIC 9(03) COMP VALUE 0.
       01  WS-CNT-COMPLETE           PIC 9(03) COMP VALUE 0.
       01  WS-CNT-FAILED             PIC 9(03) COMP VALUE 0.
       01  WS-CNT-HELD               PIC 9(03) COMP VALUE 0.
       01  WS-CNT-RUNNING            PIC 9(03) COMP VALUE 0.
       01  WS-CNT-NOT-RUN            PIC 9(03) COMP VALUE 0.
       01  WS-CNT-LATE               PIC 9(03) COMP VALUE 0.
       01  WS-CNT-RERUN              PIC 9(03) COMP VALUE 0.
       01  WS-CNT-CRITICAL           PIC 9(03) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ9.

       01  WS-DTL-LINE.
           05  DTL-JOB               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CALENDAR          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CRITICAL          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-STATE             PIC X(11).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-START-DATE        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-START-TIME        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-END-DATE          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-END-TIME          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-RC                PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DUE-TIME          PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-LATE              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-NOTE              PIC X(24).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-STREAM
           PERFORM 1200-SCHEDULE-NIGHT
           PERFORM 1300-LOAD-LEDGER
           PERFORM 2000-REPORT-STREAM
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           COMPUTE WS-NOW-STAMP =
              WS-RUN-DATE * 1000000 + WS-TIME-HHMMSS
           OPEN INPUT JOBPRM-FILE
           READ JOBPRM-FILE
               AT END MOVE ZEROS TO JOBPRM-REC
           END-READ
           CLOSE JOBPRM-FILE
           IF JCP-NIGHT-DATE NOT = 0
              MOVE JCP-NIGHT-DATE TO WS-NIGHT-DATE
           ELSE
              COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           END-IF
           OPEN INPUT  JOBSTR-FILE
           OPEN INPUT  JOBLED-FILE
           OPEN OUTPUT JOBRPT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "NIGHTLY JOB STREAM FOR THE NIGHT OF " WS-NIGHT-DATE
                  " AS AT " WS-RUN-DATE " " WS-TIME-RAW(1:4)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "JOB      C K STATE       STARTED         "
                  "ENDED            RC       COUNT"
                  "            DOLLARS DUE  LATE NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-STREAM.
           READ JOBSTR-FILE AT END SET JOBSTR-EOF TO TRUE END-READ
           PERFORM UNTIL JOBSTR-EOF
               EVALUATE TRUE
                   WHEN JST-HOLIDAY-ROW
                      IF WS-HOL-CNT < WS-MAX-HOL
                         ADD 1 TO WS-HOL-CNT
                         MOVE JST-HOL-DATE TO WS-HOL-DATE(WS-HOL-CNT)
                      END-IF
                   WHEN JST-JOB-ROW
                      IF WS-JB-CNT < WS-MAX-JB
                         PERFORM 1150-ADD-JOB
                      END-IF
               END-EVALUATE
               READ JOBSTR-FILE AT END SET JOBSTR-EOF TO TRUE END-READ
           END-PERFORM.

       1150-ADD-JOB.
           ADD 1 TO WS-JB-CNT
           INITIALIZE WS-JB-ENTRY(WS-JB-CNT)
           MOVE JST-JOB      TO WS-JB-JOB(WS-JB-CNT)
           MOVE JST-CALENDAR TO WS-JB-CALENDAR(WS-JB-CNT)
           MOVE JST-CRITICAL TO WS-JB-CRITICAL(WS-JB-CNT)
           MOVE JST-MAX-RC   TO WS-JB-MAX-RC(WS-JB-CNT)
           IF JST-MAX-RC = 0
              MOVE 4 TO WS-JB-MAX-RC(WS-JB-CNT)
           END-IF
           MOVE JST-DUE-DAY  TO WS-JB-DUE-DAY(WS-JB-CNT)
           MOVE JST-DUE-TIME TO WS-JB-DUE-TIME(WS-JB-CNT)
           MOVE "N"          TO WS-JB-SCHED-FG(WS-JB-CNT).

       1200-SCHEDULE-NIGHT.
           COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE)
           PERFORM 8100-BUSINESS-DAY-TEST
           MOVE WS-BUS-FG TO WS-NIGHT-BUS-FG
           MOVE "N" TO WS-MONTH-END-FG
           IF WS-NIGHT-BUS-FG = "Y"
              MOVE "N" TO WS-BUS-FG
              MOVE 0   TO WS-LOOPS
              PERFORM UNTIL WS-BUS-FG = "Y" OR WS-LOOPS > 30
                  ADD 1 TO WS-TEST-INT WS-LOOPS
                  PERFORM 8100-BUSINESS-DAY-TEST
              END-PERFORM
              IF WS-TEST-MM NOT = WS-NIGHT-MM
                 MOVE "Y" TO WS-MONTH-END-FG
              END-IF
           END-IF
           PERFORM VARYING WS-JB-SUB FROM 1 BY 1
                   UNTIL WS-JB-SUB > WS-JB-CNT
               EVALUATE WS-JB-CALENDAR(WS-JB-SUB)
                   WHEN "B"
                      MOVE WS-NIGHT-BUS-FG TO WS-JB-SCHED-FG(WS-JB-SUB)
                   WHEN "M"
                      MOVE WS-MONTH-END-FG TO WS-JB-SCHED-FG(WS-JB-SUB)
                   WHEN "Y"
                      IF WS-MONTH-END-FG = "Y" AND WS-NIGHT-MM = 12
                         MOVE "Y" TO WS-JB-SCHED-FG(WS-JB-SUB)
                      END-IF
                   WHEN OTHER
                      MOVE "Y" TO WS-JB-SCHED-FG(WS-JB-SUB)
               END-EVALUATE
           END-PERFORM.

       1300-LOAD-LEDGER.
           READ JOBLED-FILE AT END SET JOBLED-EOF TO TRUE END-READ
           PERFORM UNTIL JOBLED-EOF
               IF JLD-NIGHT-DATE = WS-NIGHT-DATE
                  MOVE JLD-JOB TO WS-FIND-JOB
                  PERFORM 8200-FIND-JOB
                  IF WS-JB-HIT NOT = 0
                     PERFORM 1350-APPLY-EVENT
                  END-IF
               END-IF
               READ JOBLED-FILE AT END SET JOBLED-EOF TO TRUE END-READ
           END-PERFORM.

       1350-APPLY-EVENT.
           EVALUATE TRUE
               WHEN JLD-RELEASED
                  MOVE "R" TO WS-JB-STATE(WS-JB-HIT)
               WHEN JLD-STARTED
                  MOVE "S"      TO WS-JB-STATE(WS-JB-HIT)
                  MOVE JLD-DATE TO WS-JB-START-DATE(WS-JB-HIT)
                  MOVE JLD-TIME TO WS-JB-START-TIME(WS-JB-HIT)
                  MOVE 0        TO WS-JB-END-DATE(WS-JB-HIT)
                                   WS-JB-END-TIME(WS-JB-HIT)
               WHEN JLD-ENDED
                  MOVE JLD-DATE TO WS-JB-END-DATE(WS-JB-HIT)
                  MOVE JLD-TIME TO WS-JB-END-TIME(WS-JB-HIT)
                  MOVE JLD-RC   TO WS-JB-RC(WS-JB-HIT)
                  MOVE JLD-CNT  TO WS-JB-RUN-CNT(WS-JB-HIT)
                  MOVE JLD-AMT  TO WS-JB-AMT(WS-JB-HIT)
                  IF JLD-RC > WS-JB-MAX-RC(WS-JB-HIT)
                     MOVE "F" TO WS-JB-STATE(WS-JB-HIT)
                  ELSE
                     MOVE "C" TO WS-JB-STATE(WS-JB-HIT)
                  END-IF
               WHEN JLD-HELD
                  MOVE "H"           TO WS-JB-STATE(WS-JB-HIT)
                  MOVE JLD-NOTE(1:8) TO WS-JB-HELD-BY(WS-JB-HIT)
               WHEN JLD-RESET
                  MOVE SPACE         TO WS-JB-STATE(WS-JB-HIT)
                  ADD 1              TO WS-JB-RERUNS(WS-JB-HIT)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ONE LINE PER JOB IN STREAM ORDER.
      *----------------------------------------------------------------*
       2000-REPORT-STREAM.
           PERFORM VARYING WS-JB-SUB FROM 1 BY 1
                   UNTIL WS-JB-SUB > WS-JB-CNT
               PERFORM 2100-ONE-JOB THRU 2100-EXIT
           END-PERFORM.

       2100-ONE-JOB.
           MOVE SPACES TO DTL-NOTE DTL-LATE
           MOVE "N"    TO WS-LATE-FG WS-PROBLEM-FG
           MOVE WS-JB-JOB(WS-JB-SUB)        TO DTL-JOB
           MOVE WS-JB-CALENDAR(WS-JB-SUB)   TO DTL-CALENDAR
           MOVE WS-JB-CRITICAL(WS-JB-SUB)   TO DTL-CRITICAL
           MOVE WS-JB-START-DATE(WS-JB-SUB) TO DTL-START-DATE
           MOVE WS-JB-START-TIME(WS-JB-SUB) TO DTL-START-TIME
           MOVE WS-JB-END-DATE(WS-JB-SUB)   TO DTL-END-DATE
           MOVE WS-JB-END-TIME(WS-JB-SUB)   TO DTL-END-TIME
           MOVE WS-JB-RC(WS-JB-SUB)         TO DTL-RC
           MOVE WS-JB-RUN-CNT(WS-JB-SUB)    TO DTL-CNT
           MOVE WS-JB-AMT(WS-JB-SUB)        TO DTL-AMT
           MOVE WS-JB-DUE-TIME(WS-JB-SUB)   TO DTL-DUE-TIME
           IF WS-JB-SCHED-FG(WS-JB-SUB) NOT = "Y"
              MOVE "NOT TONIGHT" TO DTL-STATE
              GO TO 2100-PRINT.
           ADD 1 TO WS-CNT-SCHED
           EVALUATE WS-JB-STATE(WS-JB-SUB)
               WHEN "C"
                  MOVE "COMPLETE"    TO DTL-STATE
                  ADD 1 TO WS-CNT-COMPLETE
               WHEN "F"
                  MOVE "FAILED"      TO DTL-STATE
                  ADD 1 TO WS-CNT-FAILED
                  MOVE "Y" TO WS-PROBLEM-FG
               WHEN "H"
                  MOVE "HELD"        TO DTL-STATE
                  ADD 1 TO WS-CNT-HELD
                  MOVE "Y" TO WS-PROBLEM-FG
                  STRING "BEHIND " WS-JB-HELD-BY(WS-JB-SUB)
                      DELIMITED BY SIZE INTO DTL-NOTE
               WHEN "R"
               WHEN "S"
                  MOVE "RUNNING"     TO DTL-STATE
                  ADD 1 TO WS-CNT-RUNNING
                  MOVE "Y" TO WS-PROBLEM-FG
               WHEN OTHER
                  MOVE "NOT RUN"     TO DTL-STATE
                  ADD 1 TO WS-CNT-NOT-RUN
                  MOVE "Y" TO WS-PROBLEM-FG
           END-EVALUATE
           IF WS-JB-RERUNS(WS-JB-SUB) > 0
              ADD 1 TO WS-CNT-RERUN
              IF DTL-NOTE = SPACES
                 STRING "RERUN " WS-JB-RERUNS(WS-JB-SUB) " TIME(S)"
                     DELIMITED BY SIZE INTO DTL-NOTE
              END-IF
           END-IF
      * LATE - FINISHED PAST THE DUE TIME, OR STILL NOT FINISHED
      * NOW THAT IT IS PAST.  NO DUE TIME, NO DEADLINE.
           IF WS-JB-DUE-TIME(WS-JB-SUB) NOT = 0
              COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE)
                      + WS-JB-DUE-DAY(WS-JB-SUB))
              COMPUTE WS-DUE-STAMP = WS-DUE-DATE * 1000000
                      + WS-JB-DUE-TIME(WS-JB-SUB) * 100
              IF WS-JB-STATE(WS-JB-SUB) = "C"
                 COMPUTE WS-END-STAMP =
                    WS-JB-END-DATE(WS-JB-SUB) * 1000000
                    + WS-JB-END-TIME(WS-JB-SUB)
                 IF WS-END-STAMP > WS-DUE-STAMP
                    MOVE "Y" TO WS-LATE-FG
                 END-IF
              ELSE
                 IF WS-NOW-STAMP > WS-DUE-STAMP
                    MOVE "Y" TO WS-LATE-FG
                 END-IF
              END-IF
           END-IF
           IF WS-LATE-FG = "Y"
              MOVE "LATE" TO DTL-LATE
              ADD 1 TO WS-CNT-LATE
              MOVE "Y" TO WS-PROBLEM-FG
           END-IF
           IF WS-PROBLEM-FG = "Y"
              IF WS-JB-CRITICAL(WS-JB-SUB) = "Y"
                 ADD 1 TO WS-CNT-CRITICAL
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       2100-PRINT.
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2100-EXIT.
           EXIT.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-CRITICAL > 0
              MOVE WS-CNT-CRITICAL TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT " CRITICAL JOB(S) NOT COMPLETE"
                     " OR LATE ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE WS-CNT-SCHED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "JOBS SCHEDULED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-COMPLETE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "COMPLETE            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FAILED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FAILED              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RUNNING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "STILL RUNNING       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NOT-RUN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEVER RELEASED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LATE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LATE                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RERUN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RERUN               " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      * A WEEKDAY THAT IS NOT A SHOP HOLIDAY.  MOD 7 OF THE INTEGER
      * DATE IS 0 ON A SUNDAY AND 6 ON A SATURDAY.
       8100-BUSINESS-DAY-TEST.
           COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
           COMPUTE WS-TEST-DOW = FUNCTION MOD(WS-TEST-INT, 7)
           MOVE "Y" TO WS-BUS-FG
           IF WS-TEST-DOW = 0 OR WS-TEST-DOW = 6
              MOVE "N" TO WS-BUS-FG
           END-IF
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-CNT
               IF WS-HOL-DATE(WS-HOL-SUB) = WS-TEST-DATE
                  MOVE "N" TO WS-BUS-FG
               END-IF
           END-PERFORM.

       8200-FIND-JOB.
           PERFORM VARYING WS-JB-HIT FROM 1 BY 1
                   UNTIL WS-JB-HIT > WS-JB-CNT
                      OR WS-JB-JOB(WS-JB-HIT) = WS-FIND-JOB
               CONTINUE
           END-PERFORM
           IF WS-JB-HIT > WS-JB-CNT
              MOVE 0 TO WS-JB-HIT
           END-IF.

       9999-EXIT.
           CLOSE JOBSTR-FILE JOBLED-FILE JOBRPT-RPT
           STOP RUN.
