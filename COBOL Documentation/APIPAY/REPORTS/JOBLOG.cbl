      *================================================================*
      *   P R O G R A M :  J O B L O G                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-23
      *  DESC: JOB-STREAM COMPLETION LEDGER RECORDER.  THE DRIVING
      *        SCRIPT INVOKES THIS AROUND EVERY JOB JOBCTL RELEASES,
      *        PASSING ONE LINE ON STANDARD INPUT - THE JOB NAME, THE
      *        EVENT (S STARTED, E ENDED), AND FOR AN END THE JOB'S
      *        RETURN CODE AND ITS CONTROL COUNTS (RECORD COUNT AND
      *        DOLLAR TOTAL, TAKEN FROM THE JOB'S OWN CONTROL RECORD
      *        - THE EXTCTL SIDECAR, A FEED TRAILER - WHERE IT HAS
      *        ONE).  THE EVENT IS APPENDED TO THE JOBLED LEDGER
      *        UNDER THE NIGHT IN JOBCTL.PARM (TODAY WHEN ZERO OR
      *        MISSING) WITH THE DATE AND TIME IT HAPPENED.  AN
      *        UNREADABLE LINE IS NOT RECORDED AND ENDS WITH RETURN
      *        CODE 8 SO THE SCRIPT STOPS THE STREAM.
      *
      *  MOD HISTORY:
      *   102328 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBLOG.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBPRM-FILE ASSIGN TO "JOBCTL.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBPRM-STATUS.

           SELECT OPTIONAL JOBLED-FILE ASSIGN TO "JOBLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBPRM-FILE.
       01  JOBPRM-REC.
           05  JCP-NIGHT-DATE        PIC 9(08).

       FD  JOBLED-FILE.
       01  JOBLED-REC.
           05  JLD-NIGHT-DATE        PIC 9(08).
           05  JLD-JOB               PIC X(08).
      * R RELEASED, S STARTED, E ENDED, H HELD, X RESET FOR RERUN.
           05  JLD-EVENT             PIC X(01).
           05  JLD-DATE              PIC 9(08).
           05  JLD-TIME              PIC 9(06).
           05  JLD-RC                PIC 9(03).
           05  JLD-CNT               PIC 9(09).
           05  JLD-AMT               PIC S9(11)V99.
           05  JLD-REQ-TIME          PIC 9(06).
           05  JLD-USER              PIC X(08).
           05  JLD-NOTE              PIC X(40).

       WORKING-STORAGE SECTION.
       01  JOBPRM-STATUS             PIC XX.
       01  JOBLED-STATUS             PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).

       01  WS-EVENT-IN.
           05  EVI-JOB               PIC X(08).
           05  EVI-EVENT             PIC X(01).
               88  EVI-EVENT-OK                 VALUE "S" "E".
           05  EVI-RC                PIC 9(03).
           05  EVI-CNT               PIC 9(09).
           05  EVI-AMT               PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05  EVI-NOTE              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECORD-EVENT
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-EVENT-IN
           ACCEPT WS-EVENT-IN
           OPEN INPUT JOBPRM-FILE
           READ JOBPRM-FILE
               AT END MOVE ZEROS TO JOBPRM-REC
           END-READ
           CLOSE JOBPRM-FILE.

      * A START CARRIES NO RETURN CODE OR COUNTS - BLANKS ARE ZERO.
       2000-RECORD-EVENT.
           IF EVI-RC = SPACES
              MOVE 0 TO EVI-RC
           END-IF
           IF EVI-CNT = SPACES
              MOVE 0 TO EVI-CNT
           END-IF
           IF EVI-AMT = SPACES
              MOVE 0 TO EVI-AMT
           END-IF
           IF EVI-JOB = SPACES OR NOT EVI-EVENT-OK
              OR EVI-RC NOT NUMERIC OR EVI-CNT NOT NUMERIC
              OR EVI-AMT NOT NUMERIC
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           OPEN EXTEND JOBLED-FILE
           MOVE WS-RUN-DATE      TO JLD-NIGHT-DATE
           IF JCP-NIGHT-DATE NOT = 0
              MOVE JCP-NIGHT-DATE TO JLD-NIGHT-DATE
           END-IF
           MOVE EVI-JOB          TO JLD-JOB
           MOVE EVI-EVENT        TO JLD-EVENT
           MOVE WS-RUN-DATE      TO JLD-DATE
           MOVE WS-TIME-RAW(1:6) TO JLD-TIME
           MOVE EVI-RC           TO JLD-RC
           MOVE EVI-CNT          TO JLD-CNT
           MOVE EVI-AMT          TO JLD-AMT
           MOVE 0                TO JLD-REQ-TIME
           MOVE "JOBLOG"         TO JLD-USER
           MOVE EVI-NOTE         TO JLD-NOTE
           WRITE JOBLED-REC
           CLOSE JOBLED-FILE.

       9999-EXIT.
           STOP RUN.
