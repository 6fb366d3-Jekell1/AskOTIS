      *================================================================*
      *   P R O G R A M :  R J B M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-30
      *  DESC: REJECT-STORM BREAKER RELEASE.  WHEN A BATPAY RUN
      *        REJECTS TOO MANY ITEMS IN A ROW (OR TOO MANY OF THE
      *        LAST N) THE POSTING SIDE PAUSES THE BRANCH OR THE
      *        WHOLE BATCH ON THE KEYED RJBCTL FILE, PAGES OPERATIONS,
      *        AND COUNTS EVERY REMAINING ITEM "NOT ATTEMPTED".  ONCE
      *        THE CAUSE IS FIXED (THE DAY OPENED, THE GI1 ROW ADDED,
      *        THE REFERENCE CODE CORRECTED) OPERATIONS KEYS AN RJBREQ
      *        TRANSACTION -
      *          R  RELEASE THE PAUSE FOR THE BATCHID AND BRANCH
      *             GIVEN; A BRANCH OF "****" OR BLANK RELEASES
      *             EVERY PAUSED ROW OF THE BATCH, THE WHOLE-RUN ROW
      *             INCLUDED.
      *        EVERY RELEASE NEEDS THE RELEASING USER AND A REASON.
      *        A RELEASED ROW IS RESET BY THE POSTING SIDE ON THE
      *        NEXT ITEM THAT MEETS IT, AND THE ORDINARY RESUME
      *        RESUBMISSION OF THE BATCH THEN POSTS THE ITEMS THAT
      *        WERE NOT ATTEMPTED.  EVERY RELEASE TAKEN OR REFUSED IS
      *        APPENDED TO THE RJBAUD AUDIT TRAIL, AND THE REPORT ENDS
      *        WITH EVERY ROW STILL PAUSED OR AWAITING ITS RESET.
      *        RETURN CODE 4 WHILE ANYTHING IS STILL PAUSED.
      *
      *  MOD HISTORY:
      *   103028 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RJBMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RJBREQ-FILE ASSIGN TO "RJBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJBREQ-STATUS.

           SELECT RJBCTL-FILE ASSIGN TO "RJBCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RJBCTL-KEY
               FILE STATUS IS RJBCTL-STATUS.

           SELECT OPTIONAL RJBAUD-FILE ASSIGN TO "RJBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJBAUD-STATUS.

           SELECT RJBMNT-RPT ASSIGN TO "RJBMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RJBREQ-FILE.
       01  RJBREQ-REC.
           05  REQ-ACTION            PIC X(01).
               88  REQ-RELEASE                  VALUE "R".
           05  REQ-BATCHID           PIC X(10).
           05  REQ-BRNO              PIC X(04).
           05  REQ-USER              PIC X(08).
           05  REQ-REASON            PIC X(30).

       FD  RJBCTL-FILE.
       01  RJBCTL-REC.
           05  RJBCTL-KEY.
               10  RJBCTL-BATCHID    PIC X(10).
      * "****" IS THE BATCH'S WHOLE-RUN ROW.
               10  RJBCTL-BRNO       PIC X(04).
      * SPACE COUNTING, P PAUSED, R RELEASED (RESET ON THE NEXT ITEM).
           05  RJBCTL-STATE          PIC X(01).
               88  RJBCTL-PAUSED                VALUE "P".
               88  RJBCTL-RELEASED              VALUE "R".
           05  RJBCTL-CONSEC-STATUS  PIC 9(03).
           05  RJBCTL-CONSEC-CNT     PIC 9(05).
           05  RJBCTL-WIN-POS        PIC 9(03).
           05  RJBCTL-WIN-ITEMS      PIC 9(03).
           05  RJBCTL-WIN-REJ        PIC 9(03).
           05  RJBCTL-WIN-HIST       PIC X(200).
           05  RJBCTL-WIN-TABLE REDEFINES RJBCTL-WIN-HIST.
               10  RJBCTL-WIN-SLOT OCCURS 200 TIMES
                                     PIC X(01).
           05  RJBCTL-NOTATT-CNT     PIC 9(07).
           05  RJBCTL-TRIP-DATE      PIC 9(08).
           05  RJBCTL-TRIP-TIME      PIC 9(06).
      * C CONSECUTIVE SAME-STATUS REJECTS, W ROLLING WINDOW.
           05  RJBCTL-TRIP-RULE      PIC X(01).
           05  RJBCTL-TRIP-STATUS    PIC 9(03).
      * B BRANCH, R WHOLE RUN.
           05  RJBCTL-TRIP-SCOPE     PIC X(01).
           05  RJBCTL-REL-DATE       PIC 9(08).
           05  RJBCTL-REL-USER       PIC X(08).
           05  RJBCTL-REL-REASON     PIC X(30).

       FD  RJBAUD-FILE.
       01  RJBAUD-REC.
           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(06).
           05  AUD-BATCHID           PIC X(10).
           05  AUD-BRNO              PIC X(04).
           05  AUD-ACTION            PIC X(01).
           05  AUD-RESULT            PIC X(08).
           05  AUD-USER              PIC X(08).
           05  AUD-REASON            PIC X(30).
           05  AUD-NOTE              PIC X(60).

       FD  RJBMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  RJBREQ-STATUS             PIC XX.
           88  RJBREQ-EOF                       VALUE "10".
       01  RJBCTL-STATUS             PIC XX.
       01  RJBAUD-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-BROWSE-FG              PIC X(01).
           88  WS-BROWSE-DONE                   VALUE "Y".
       01  WS-ROWS-RELEASED          PIC 9(05) COMP.

       01  WS-CNT-RELEASED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PAUSED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-AWAITING           PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-BATCHID           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TRL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-USER              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-ROW-LINE.
           05  ROW-BATCHID           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ROW-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ROW-STATE             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ROW-TRIP-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ROW-TRIP-TIME         PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ROW-TRIP-RULE         PIC X(11).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ROW-TRIP-STATUS       PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ROW-TRIP-SCOPE        PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ROW-NOTATT            PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ROW-REL-USER          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ROW-REL-REASON        PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY
           PERFORM 3000-LIST-PAUSES
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  RJBREQ-FILE
           OPEN I-O RJBCTL-FILE
           IF RJBCTL-STATUS = "35"
              OPEN OUTPUT RJBCTL-FILE
              CLOSE RJBCTL-FILE
              OPEN I-O RJBCTL-FILE
           END-IF
           OPEN EXTEND RJBAUD-FILE
           OPEN OUTPUT RJBMNT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "REJECT-STORM BREAKER RELEASE FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE OPERATIONS RELEASE TRANSACTIONS.
      *----------------------------------------------------------------*
       2000-APPLY.
           READ RJBREQ-FILE AT END SET RJBREQ-EOF TO TRUE END-READ
           IF NOT RJBREQ-EOF
              MOVE "TRANSACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  BATCHID    BRNO  USER      RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL RJBREQ-EOF.

       2100-ONE-TRAN.
           MOVE REQ-ACTION  TO TRL-ACTION
           MOVE REQ-BATCHID TO TRL-BATCHID
           MOVE REQ-BRNO    TO TRL-BRNO
           MOVE REQ-USER    TO TRL-USER
           MOVE "REFUSED "  TO TRL-RESULT
           MOVE SPACES      TO TRL-NOTE
           IF NOT REQ-RELEASE
              MOVE "ACTION MUST BE R" TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF REQ-BATCHID = SPACES OR REQ-USER = SPACES
              OR REQ-REASON = SPACES
              MOVE "NEEDS THE BATCHID, RELEASING USER AND REASON"
                 TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF REQ-BRNO = SPACES
              MOVE "****" TO REQ-BRNO TRL-BRNO
           END-IF
           IF REQ-BRNO = "****"
              PERFORM 2200-RELEASE-BATCH
           ELSE
              PERFORM 2300-RELEASE-BRANCH
           END-IF
           IF TRL-RESULT = "REFUSED "
              GO TO 2100-REFUSE.
           ADD 1 TO WS-CNT-RELEASED
           PERFORM 8000-WRITE-AUDIT
           GO TO 2100-PRINT.
       2100-REFUSE.
           ADD 1 TO WS-CNT-REFUSED
           PERFORM 8000-WRITE-AUDIT.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ RJBREQ-FILE AT END SET RJBREQ-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      * EVERY PAUSED ROW OF THE BATCH - THE WHOLE-RUN ROW AND EACH
      * BRANCH THE BREAKER STOPPED.
       2200-RELEASE-BATCH.
           MOVE 0           TO WS-ROWS-RELEASED
           MOVE "N"         TO WS-BROWSE-FG
           MOVE REQ-BATCHID TO RJBCTL-BATCHID
           MOVE LOW-VALUES  TO RJBCTL-BRNO
           START RJBCTL-FILE KEY IS NOT LESS THAN RJBCTL-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE
               READ RJBCTL-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-BROWSE-DONE
                  IF RJBCTL-BATCHID NOT = REQ-BATCHID
                     SET WS-BROWSE-DONE TO TRUE
                  ELSE
                     IF RJBCTL-PAUSED
                        PERFORM 2400-RELEASE-ROW
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-ROWS-RELEASED = 0
              MOVE "NOTHING PAUSED FOR THE BATCH" TO TRL-NOTE
           ELSE
              MOVE "RELEASED" TO TRL-RESULT
              MOVE WS-ROWS-RELEASED TO WS-EDIT-CNT
              MOVE SPACES TO TRL-NOTE
              STRING WS-EDIT-CNT " PAUSED ROW(S) RELEASED - RESUBMIT"
                     " WITH RESUME"
                  DELIMITED BY SIZE INTO TRL-NOTE
           END-IF.

       2300-RELEASE-BRANCH.
           MOVE REQ-BATCHID TO RJBCTL-BATCHID
           MOVE REQ-BRNO    TO RJBCTL-BRNO
           READ RJBCTL-FILE
           EVALUATE TRUE
               WHEN RJBCTL-STATUS NOT = "00"
                  MOVE "NO BREAKER ROW FOR THE BATCH AND BRANCH"
                     TO TRL-NOTE
               WHEN NOT RJBCTL-PAUSED
                  MOVE "THE BRANCH IS NOT PAUSED" TO TRL-NOTE
               WHEN OTHER
                  MOVE 0 TO WS-ROWS-RELEASED
                  PERFORM 2400-RELEASE-ROW
                  IF WS-ROWS-RELEASED NOT = 0
                     MOVE "RELEASED" TO TRL-RESULT
                     MOVE "RELEASED - RESUBMIT WITH RESUME" TO TRL-NOTE
      * THE BRANCH IS FREE BUT THE WHOLE RUN MAY STILL BE STOPPED.
                     MOVE REQ-BATCHID TO RJBCTL-BATCHID
                     MOVE "****"      TO RJBCTL-BRNO
                     READ RJBCTL-FILE
                     IF RJBCTL-STATUS = "00" AND RJBCTL-PAUSED
                        MOVE "RELEASED - THE WHOLE RUN IS STILL PAUSED"
                           TO TRL-NOTE
                     END-IF
                  END-IF
           END-EVALUATE.

       2400-RELEASE-ROW.
           MOVE "R"         TO RJBCTL-STATE
           MOVE WS-RUN-DATE TO RJBCTL-REL-DATE
           MOVE REQ-USER    TO RJBCTL-REL-USER
           MOVE REQ-REASON  TO RJBCTL-REL-REASON
           REWRITE RJBCTL-REC
           IF RJBCTL-STATUS = "00"
              ADD 1 TO WS-ROWS-RELEASED
           ELSE
              MOVE SPACES TO TRL-NOTE
              STRING "BREAKER UPDATE FAILED, STATUS " RJBCTL-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
           END-IF.

      *----------------------------------------------------------------*
      * WHAT IS STILL STOPPED, AND WHAT IS WAITING FOR ITS RESET.
      *----------------------------------------------------------------*
       3000-LIST-PAUSES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PAUSED AND RELEASED BREAKER ROWS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BATCHID    BRNO  STATE    TRIPPED          RULE"
                  "          ST  SCOPE  NOT TRIED  RELEASED BY"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "N"        TO WS-BROWSE-FG
           MOVE LOW-VALUES TO RJBCTL-KEY
           START RJBCTL-FILE KEY IS NOT LESS THAN RJBCTL-KEY
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE
               READ RJBCTL-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-BROWSE-DONE
                  IF RJBCTL-PAUSED OR RJBCTL-RELEASED
                     PERFORM 3100-ROW-LINE
                  END-IF
               END-IF
           END-PERFORM.

       3100-ROW-LINE.
           MOVE RJBCTL-BATCHID     TO ROW-BATCHID
           MOVE RJBCTL-BRNO        TO ROW-BRNO
           MOVE RJBCTL-TRIP-DATE   TO ROW-TRIP-DATE
           MOVE RJBCTL-TRIP-TIME   TO ROW-TRIP-TIME
           MOVE RJBCTL-TRIP-STATUS TO ROW-TRIP-STATUS
           MOVE RJBCTL-NOTATT-CNT  TO ROW-NOTATT
           IF RJBCTL-PAUSED
              MOVE "PAUSED  " TO ROW-STATE
              MOVE SPACES     TO ROW-REL-USER ROW-REL-REASON
              ADD 1 TO WS-CNT-PAUSED
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "RELEASED" TO ROW-STATE
              MOVE RJBCTL-REL-USER   TO ROW-REL-USER
              MOVE RJBCTL-REL-REASON TO ROW-REL-REASON
              ADD 1 TO WS-CNT-AWAITING
           END-IF
           IF RJBCTL-TRIP-RULE = "C"
              MOVE "CONSECUTIVE" TO ROW-TRIP-RULE
           ELSE
              MOVE "WINDOW"      TO ROW-TRIP-RULE
           END-IF
           IF RJBCTL-TRIP-SCOPE = "R"
              MOVE "RUN"    TO ROW-TRIP-SCOPE
           ELSE
              MOVE "BRANCH" TO ROW-TRIP-SCOPE
           END-IF
           MOVE WS-ROW-LINE TO RPT-LINE
           WRITE RPT-LINE.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RELEASED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RELEASES TAKEN          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RELEASES REFUSED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PAUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS STILL PAUSED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-AWAITING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RELEASED, AWAITING RESET" WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW FOR THE TRANSACTION IN HAND.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-TIME-RAW(1:6) TO AUD-TIME
           MOVE REQ-BATCHID      TO AUD-BATCHID
           MOVE REQ-BRNO         TO AUD-BRNO
           MOVE REQ-ACTION       TO AUD-ACTION
           MOVE TRL-RESULT       TO AUD-RESULT
           MOVE REQ-USER         TO AUD-USER
           MOVE REQ-REASON       TO AUD-REASON
           MOVE TRL-NOTE         TO AUD-NOTE
           WRITE RJBAUD-REC.

       9999-EXIT.
           CLOSE RJBREQ-FILE RJBCTL-FILE RJBAUD-FILE RJBMNT-RPT
           STOP RUN.
