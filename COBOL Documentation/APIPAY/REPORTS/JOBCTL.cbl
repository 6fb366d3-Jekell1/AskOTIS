      *================================================================*
      *   P R O G R A M :  J O B C T L                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-23
      *  DESC: NIGHTLY JOB-STREAM DEPENDENCY CONTROLLER.  THE
      *        OVERNIGHT JOBS (EXTBLD, ACCRUE, LCGEN, AUTGEN, ACHORG,
      *        WHSREL, CVRREL, CLSGTE, GLEXTR, GLTIE, BATCON, THE
      *        NOTICES ...) USED TO RUN ON FIXED CLOCK TIMES, SO WHEN
      *        ACCRUE FAILED LCGEN AND GLEXTR RAN ANYWAY ON STALE
      *        DATA.  THE JOBSTR STREAM TABLE NOW DECLARES EVERY JOB
      *        ("J" ROWS, IN STREAM ORDER) WITH ITS PREDECESSORS (UP
      *        TO EIGHT), ITS CALENDAR -
      *          D  EVERY NIGHT;
      *          B  BUSINESS DAYS ONLY (NOT SATURDAY, SUNDAY OR A
      *             SHOP HOLIDAY - THE "H" ROWS OF THE SAME TABLE);
      *          M  MONTH-END - THE LAST BUSINESS DAY OF THE MONTH;
      *          Y  YEAR-END - THE LAST BUSINESS DAY OF DECEMBER -
      *        ITS CRITICALITY, THE HIGHEST RETURN CODE THAT STILL
      *        COUNTS AS CLEAN (ZERO TAKES 4) AND THE TIME IT IS DUE
      *        DONE BY.  EVERY JOB'S START AND END (RETURN CODE AND
      *        CONTROL COUNTS) IS RECORDED ON THE JOBLED COMPLETION
      *        LEDGER BY JOBLOG.  THE DRIVING SCRIPT RUNS THIS
      *        CONTROLLER IN A LOOP: EACH PASS READS THE NIGHT'S
      *        LEDGER AND RELEASES, ON JOBREL, EVERY JOB SCHEDULED
      *        TONIGHT WHOSE PREDECESSORS ALL COMPLETED CLEANLY (A
      *        PREDECESSOR NOT SCHEDULED TONIGHT DOES NOT BLOCK).  A
      *        JOB WHOSE PREDECESSOR FAILED, OR IS ITSELF HELD, IS
      *        HELD - AND SO ARE ITS OWN DEPENDENTS - UNTIL THE
      *        FAILED JOB COMPLETES.  OPERATIONS RERUN FROM THE POINT
      *        OF FAILURE WITH A JOBRRN REQUEST (JOB, REQUEST TIME,
      *        USER, REASON): THE FAILED JOB IS RESET ON THE LEDGER
      *        AND RELEASED AGAIN, AND THE HELD DEPENDENTS FOLLOW IT
      *        WHEN IT COMPLETES.  A REQUEST IS APPLIED ONCE - THE
      *        LEDGER REMEMBERS ITS REQUEST TIME.  THE NIGHT BEING RUN
      *        COMES FROM JOBCTL.PARM (SET BY THE SCRIPT AT THE START
      *        OF THE STREAM SO A RUN PAST MIDNIGHT STAYS ON ITS
      *        NIGHT); ZERO OR MISSING IS TODAY.  JOBREL EMPTY WITH
      *        NOTHING RUNNING ENDS THE STREAM.  RETURN CODE 4 WHEN
      *        ANY JOB HAS FAILED OR IS HELD.
      *
      *  MOD HISTORY:
      *   102328 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
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

           SELECT OPTIONAL JOBRRN-FILE ASSIGN TO "JOBRRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBRRN-STATUS.

           SELECT JOBREL-FILE ASSIGN TO "JOBREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBREL-STATUS.

           SELECT JOBCTL-RPT ASSIGN TO "JOBCTL.RPT"
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

       FD  JOBRRN-FILE.
       01  JOBRRN-REC.
           05  RRN-JOB               PIC X(08).
           05  RRN-REQ-TIME          PIC 9(06).
           05  RRN-USER              PIC X(08).
           05  RRN-REASON            PIC X(30).

       FD  JOBREL-FILE.
       01  JOBREL-REC.
           05  REL-NIGHT-DATE        PIC 9(08).
           05  REL-JOB               PIC X(08).
           05  REL-CRITICAL          PIC X(01).

       FD  JOBCTL-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  JOBPRM-STATUS             PIC XX.
       01  JOBSTR-STATUS             PIC XX.
           88  JOBSTR-EOF                       VALUE "10".
       01  JOBLED-STATUS             PIC XX.
           88  JOBLED-EOF                       VALUE "10".
       01  JOBRRN-STATUS             PIC XX.
           88  JOBRRN-EOF                       VALUE "10".
       01  JOBREL-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-NIGHT-DATE             PIC 9(08).
       01  WS-NIGHT-PARTS REDEFINES WS-NIGHT-DATE.
           05  WS-NIGHT-CCYY         PIC 9(04).
           05  WS-NIGHT-MM           PIC 9(02).
           05  WS-NIGHT-DD           PIC 9(02).

      * THE NIGHT'S CALENDAR.
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

      * THE STREAM, AND WHERE EACH JOB STANDS TONIGHT.  STATE IS
      * SPACE NOT YET RELEASED, R RELEASED, S RUNNING, C COMPLETE,
      * F FAILED, H HELD.
       01  WS-MAX-JB                 PIC 9(03) COMP VALUE 200.
       01  WS-JB-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-JB-SUB                 PIC 9(03) COMP.
       01  WS-JB-HIT                 PIC 9(03) COMP.
       01  WS-PR-HIT                 PIC 9(03) COMP.
       01  WS-PR-SUB                 PIC 9(01) COMP.
       01  WS-JB-TABLE.
           05  WS-JB-ENTRY OCCURS 200 TIMES.
               10  WS-JB-JOB         PIC X(08).
               10  WS-JB-CALENDAR    PIC X(01).
               10  WS-JB-CRITICAL    PIC X(01).
               10  WS-JB-MAX-RC      PIC 9(03).
               10  WS-JB-PRED OCCURS 8 TIMES
                                     PIC X(08).
               10  WS-JB-SCHED-FG    PIC X(01).
               10  WS-JB-STATE       PIC X(01).
               10  WS-JB-HELD-BY     PIC X(08).
               10  WS-JB-RC          PIC 9(03).
               10  WS-JB-LAST-REQ    PIC 9(06).
               10  WS-JB-RERUNS      PIC 9(02).

       01  WS-FIND-JOB               PIC X(08).
       01  WS-OUTCOME                PIC X(01).
       01  WS-BLOCKER                PIC X(08).
       01  WS-NOTE                   PIC X(40).

       01  WS-CNT-RELEASED           PIC 9(03) COMP VALUE 0.
       01  WS-CNT-HELD               PIC 9(03) COMP VALUE 0.
       01  WS-CNT-FAILED             PIC 9(03) COMP VALUE 0.
       01  WS-CNT-RUNNING            PIC 9(03) COMP VALUE 0.
       01  WS-CNT-WAITING            PIC 9(03) COMP VALUE 0.
       01  WS-CNT-COMPLETE           PIC 9(03) COMP VALUE 0.
       01  WS-CNT-UNSCHED            PIC 9(03) COMP VALUE 0.
       01  WS-CNT-RERUNS             PIC 9(03) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ9.

       01  WS-JOB-LINE.
           05  JBL-JOB               PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  JBL-CALENDAR          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  JBL-CRITICAL          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  JBL-STATE             PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  JBL-NOTE              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-STREAM
           PERFORM 1200-SCHEDULE-NIGHT
           PERFORM 1300-LOAD-LEDGER
           PERFORM 2000-APPLY-RERUNS
           PERFORM 3000-RELEASE-PASS
           PERFORM 4000-STREAM-STATUS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT JOBPRM-FILE
           READ JOBPRM-FILE
               AT END MOVE ZEROS TO JOBPRM-REC
           END-READ
           CLOSE JOBPRM-FILE
           MOVE WS-RUN-DATE TO WS-NIGHT-DATE
           IF JCP-NIGHT-DATE NOT = 0
              MOVE JCP-NIGHT-DATE TO WS-NIGHT-DATE
           END-IF
           OPEN INPUT  JOBSTR-FILE
           OPEN INPUT  JOBLED-FILE
           OPEN INPUT  JOBRRN-FILE
           OPEN OUTPUT JOBREL-FILE
           OPEN OUTPUT JOBCTL-RPT
           MOVE SPACES TO RPT-LINE
           STRING "JOB-STREAM CONTROLLER PASS - NIGHT OF "
                  WS-NIGHT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
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
           MOVE JST-JOB      TO WS-JB-JOB(WS-JB-CNT)
           MOVE JST-CALENDAR TO WS-JB-CALENDAR(WS-JB-CNT)
           MOVE JST-CRITICAL TO WS-JB-CRITICAL(WS-JB-CNT)
           MOVE JST-MAX-RC   TO WS-JB-MAX-RC(WS-JB-CNT)
           IF JST-MAX-RC = 0
              MOVE 4 TO WS-JB-MAX-RC(WS-JB-CNT)
           END-IF
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1 UNTIL WS-PR-SUB > 8
               MOVE JST-PRED(WS-PR-SUB)
                 TO WS-JB-PRED(WS-JB-CNT, WS-PR-SUB)
           END-PERFORM
           MOVE "N"    TO WS-JB-SCHED-FG(WS-JB-CNT)
           MOVE SPACE  TO WS-JB-STATE(WS-JB-CNT)
           MOVE SPACES TO WS-JB-HELD-BY(WS-JB-CNT)
           MOVE 0      TO WS-JB-RC(WS-JB-CNT)
                          WS-JB-LAST-REQ(WS-JB-CNT)
                          WS-JB-RERUNS(WS-JB-CNT).

      *----------------------------------------------------------------*
      * WHICH JOBS RUN TONIGHT.  MONTH-END IS THE LAST BUSINESS DAY -
      * THE NEXT BUSINESS DAY FALLS IN ANOTHER MONTH.
      *----------------------------------------------------------------*
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

      *----------------------------------------------------------------*
      * REPLAY THE NIGHT'S LEDGER - THE LATEST EVENT FOR A JOB IS
      * WHERE IT STANDS.
      *----------------------------------------------------------------*
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
           END-PERFORM
           CLOSE JOBLED-FILE
           OPEN EXTEND JOBLED-FILE.

       1350-APPLY-EVENT.
           EVALUATE TRUE
               WHEN JLD-RELEASED
                  MOVE "R" TO WS-JB-STATE(WS-JB-HIT)
               WHEN JLD-STARTED
                  MOVE "S" TO WS-JB-STATE(WS-JB-HIT)
               WHEN JLD-ENDED
                  MOVE JLD-RC TO WS-JB-RC(WS-JB-HIT)
                  IF JLD-RC > WS-JB-MAX-RC(WS-JB-HIT)
                     MOVE "F" TO WS-JB-STATE(WS-JB-HIT)
                  ELSE
                     MOVE "C" TO WS-JB-STATE(WS-JB-HIT)
                  END-IF
               WHEN JLD-HELD
                  MOVE "H"          TO WS-JB-STATE(WS-JB-HIT)
                  MOVE JLD-NOTE(1:8) TO WS-JB-HELD-BY(WS-JB-HIT)
               WHEN JLD-RESET
                  MOVE SPACE        TO WS-JB-STATE(WS-JB-HIT)
                  MOVE JLD-REQ-TIME TO WS-JB-LAST-REQ(WS-JB-HIT)
                  ADD 1             TO WS-JB-RERUNS(WS-JB-HIT)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * RERUN REQUESTS - A FAILED JOB IS RESET SO THIS PASS RELEASES
      * IT AGAIN.  A REQUEST NO LATER THAN THE LAST ONE APPLIED TO
      * THE JOB HAS ALREADY BEEN ACTED ON.
      *----------------------------------------------------------------*
       2000-APPLY-RERUNS.
           READ JOBRRN-FILE AT END SET JOBRRN-EOF TO TRUE END-READ
           PERFORM 2100-ONE-RERUN THRU 2100-EXIT UNTIL JOBRRN-EOF.

       2100-ONE-RERUN.
           MOVE RRN-JOB TO WS-FIND-JOB
           PERFORM 8200-FIND-JOB
           IF WS-JB-HIT = 0
              MOVE "RERUN REFUSED - JOB NOT IN THE STREAM" TO WS-NOTE
              GO TO 2100-REPORT.
           IF RRN-REQ-TIME NOT > WS-JB-LAST-REQ(WS-JB-HIT)
              GO TO 2100-NEXT.
           IF RRN-USER = SPACES OR RRN-REASON = SPACES
              MOVE "RERUN REFUSED - NEEDS THE USER AND A REASON"
                 TO WS-NOTE
              GO TO 2100-REPORT.
           IF WS-JB-STATE(WS-JB-HIT) NOT = "F"
              MOVE "RERUN REFUSED - THE JOB HAS NOT FAILED" TO WS-NOTE
              GO TO 2100-REPORT.
           MOVE SPACE        TO WS-JB-STATE(WS-JB-HIT)
           MOVE RRN-REQ-TIME TO WS-JB-LAST-REQ(WS-JB-HIT)
           ADD 1             TO WS-JB-RERUNS(WS-JB-HIT)
           ADD 1             TO WS-CNT-RERUNS
           MOVE "X"          TO JLD-EVENT
           MOVE RRN-USER     TO JLD-USER
           MOVE RRN-REASON   TO JLD-NOTE
           PERFORM 8000-WRITE-LEDGER
           MOVE SPACES TO WS-NOTE
           STRING "RESET FOR RERUN BY " RRN-USER
               DELIMITED BY SIZE INTO WS-NOTE.
       2100-REPORT.
           MOVE SPACES TO RPT-LINE
           STRING RRN-JOB "  " WS-NOTE "  " RRN-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       2100-NEXT.
           READ JOBRRN-FILE AT END SET JOBRRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RELEASE WHAT IS READY, HOLD WHAT CANNOT GO.  A HELD JOB IS
      * LOOKED AT AGAIN EVERY PASS.
      *----------------------------------------------------------------*
       3000-RELEASE-PASS.
           PERFORM VARYING WS-JB-SUB FROM 1 BY 1
                   UNTIL WS-JB-SUB > WS-JB-CNT
               IF WS-JB-SCHED-FG(WS-JB-SUB) = "Y"
                  AND (WS-JB-STATE(WS-JB-SUB) = SPACE
                       OR WS-JB-STATE(WS-JB-SUB) = "H")
                  PERFORM 3100-EVALUATE-JOB
               END-IF
           END-PERFORM.

      * OUTCOME R RELEASE, H HOLD, W WAIT FOR A PREDECESSOR STILL TO
      * RUN OR RUNNING.
       3100-EVALUATE-JOB.
           MOVE "R"    TO WS-OUTCOME
           MOVE SPACES TO WS-BLOCKER
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > 8 OR WS-OUTCOME = "H"
               IF WS-JB-PRED(WS-JB-SUB, WS-PR-SUB) NOT = SPACES
                  MOVE WS-JB-PRED(WS-JB-SUB, WS-PR-SUB) TO WS-FIND-JOB
                  PERFORM 8200-FIND-JOB
                  MOVE WS-JB-HIT TO WS-PR-HIT
                  EVALUATE TRUE
                      WHEN WS-PR-HIT = 0
                         MOVE "H"         TO WS-OUTCOME
                         MOVE WS-FIND-JOB TO WS-BLOCKER
                      WHEN WS-JB-SCHED-FG(WS-PR-HIT) NOT = "Y"
                         CONTINUE
                      WHEN WS-JB-STATE(WS-PR-HIT) = "C"
                         CONTINUE
                      WHEN WS-JB-STATE(WS-PR-HIT) = "F"
                        OR WS-JB-STATE(WS-PR-HIT) = "H"
                         MOVE "H"         TO WS-OUTCOME
                         MOVE WS-FIND-JOB TO WS-BLOCKER
                      WHEN OTHER
                         MOVE "W"         TO WS-OUTCOME
                  END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE WS-OUTCOME
               WHEN "R"
                  PERFORM 3200-RELEASE-JOB
               WHEN "H"
                  IF WS-JB-STATE(WS-JB-SUB) NOT = "H"
                     OR WS-JB-HELD-BY(WS-JB-SUB) NOT = WS-BLOCKER
                     PERFORM 3300-HOLD-JOB
                  END-IF
           END-EVALUATE.

       3200-RELEASE-JOB.
           MOVE "R"                      TO WS-JB-STATE(WS-JB-SUB)
           MOVE SPACES                   TO WS-JB-HELD-BY(WS-JB-SUB)
           MOVE WS-NIGHT-DATE            TO REL-NIGHT-DATE
           MOVE WS-JB-JOB(WS-JB-SUB)     TO REL-JOB
           MOVE WS-JB-CRITICAL(WS-JB-SUB) TO REL-CRITICAL
           WRITE JOBREL-REC
           ADD 1 TO WS-CNT-RELEASED
           MOVE WS-JB-SUB TO WS-JB-HIT
           MOVE "R"       TO JLD-EVENT
           MOVE "JOBCTL"  TO JLD-USER
           MOVE SPACES    TO JLD-NOTE
           PERFORM 8000-WRITE-LEDGER.

       3300-HOLD-JOB.
           MOVE "H"        TO WS-JB-STATE(WS-JB-SUB)
           MOVE WS-BLOCKER TO WS-JB-HELD-BY(WS-JB-SUB)
           MOVE WS-JB-SUB  TO WS-JB-HIT
           MOVE "H"        TO JLD-EVENT
           MOVE "JOBCTL"   TO JLD-USER
           MOVE SPACES     TO JLD-NOTE
           STRING WS-BLOCKER " DID NOT COMPLETE CLEANLY"
               DELIMITED BY SIZE INTO JLD-NOTE
           PERFORM 8000-WRITE-LEDGER.

      *----------------------------------------------------------------*
      * WHERE THE WHOLE STREAM STANDS AFTER THIS PASS.
      *----------------------------------------------------------------*
       4000-STREAM-STATUS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "JOB       C  K  STATE         NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-JB-SUB FROM 1 BY 1
                   UNTIL WS-JB-SUB > WS-JB-CNT
               PERFORM 4100-JOB-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RELEASED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RELEASED THIS PASS  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RERUNS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RESET FOR RERUN     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RUNNING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RELEASED / RUNNING  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-WAITING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "WAITING             " WS-EDIT-CNT
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
           MOVE WS-CNT-UNSCHED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NOT SCHEDULED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-FAILED + WS-CNT-HELD > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4100-JOB-LINE.
           MOVE WS-JB-JOB(WS-JB-SUB)      TO JBL-JOB
           MOVE WS-JB-CALENDAR(WS-JB-SUB) TO JBL-CALENDAR
           MOVE WS-JB-CRITICAL(WS-JB-SUB) TO JBL-CRITICAL
           MOVE SPACES                    TO JBL-NOTE
           EVALUATE TRUE
               WHEN WS-JB-SCHED-FG(WS-JB-SUB) NOT = "Y"
                  MOVE "NOT TONIGHT" TO JBL-STATE
                  ADD 1 TO WS-CNT-UNSCHED
               WHEN WS-JB-STATE(WS-JB-SUB) = "R"
                  MOVE "RELEASED"    TO JBL-STATE
                  ADD 1 TO WS-CNT-RUNNING
               WHEN WS-JB-STATE(WS-JB-SUB) = "S"
                  MOVE "RUNNING"     TO JBL-STATE
                  ADD 1 TO WS-CNT-RUNNING
               WHEN WS-JB-STATE(WS-JB-SUB) = "C"
                  MOVE "COMPLETE"    TO JBL-STATE
                  ADD 1 TO WS-CNT-COMPLETE
               WHEN WS-JB-STATE(WS-JB-SUB) = "F"
                  MOVE "FAILED"      TO JBL-STATE
                  ADD 1 TO WS-CNT-FAILED
                  STRING "RETURN CODE " WS-JB-RC(WS-JB-SUB)
                         " - RERUN WITH A JOBRRN REQUEST"
                      DELIMITED BY SIZE INTO JBL-NOTE
               WHEN WS-JB-STATE(WS-JB-SUB) = "H"
                  MOVE "HELD"        TO JBL-STATE
                  ADD 1 TO WS-CNT-HELD
                  STRING "WAITING ON " WS-JB-HELD-BY(WS-JB-SUB)
                      DELIMITED BY SIZE INTO JBL-NOTE
               WHEN OTHER
                  MOVE "WAITING"     TO JBL-STATE
                  ADD 1 TO WS-CNT-WAITING
           END-EVALUATE
           MOVE WS-JOB-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE LEDGER ROW FOR THE JOB AT WS-JB-HIT.  JLD-EVENT, JLD-USER
      * AND JLD-NOTE ARE SET BY THE CALLER.
      *----------------------------------------------------------------*
       8000-WRITE-LEDGER.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT JLD-DATE FROM DATE YYYYMMDD
           MOVE WS-TIME-RAW(1:6)          TO JLD-TIME
           MOVE WS-NIGHT-DATE             TO JLD-NIGHT-DATE
           MOVE WS-JB-JOB(WS-JB-HIT)      TO JLD-JOB
           MOVE 0                         TO JLD-RC JLD-CNT JLD-AMT
           MOVE WS-JB-LAST-REQ(WS-JB-HIT) TO JLD-REQ-TIME
           WRITE JOBLED-REC.

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
           MOVE 0 TO WS-JB-HIT
           PERFORM VARYING WS-JB-HIT FROM 1 BY 1
                   UNTIL WS-JB-HIT > WS-JB-CNT
                      OR WS-JB-JOB(WS-JB-HIT) = WS-FIND-JOB
               CONTINUE
           END-PERFORM
           IF WS-JB-HIT > WS-JB-CNT
              MOVE 0 TO WS-JB-HIT
           END-IF.

       9999-EXIT.
           CLOSE JOBSTR-FILE JOBLED-FILE JOBRRN-FILE JOBREL-FILE
                 JOBCTL-RPT
           STOP RUN.
