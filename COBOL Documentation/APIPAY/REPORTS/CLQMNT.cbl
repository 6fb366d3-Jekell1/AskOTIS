      *================================================================*
      *   P R O G R A M :  C L Q M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-29
      *  DESC: CREDIT-LOSS RESERVE QUALITATIVE-ADJUSTMENT TABLE
      *        MAINTENANCE.  ACCOUNTING'S CLQTRN ACTIONS ARE APPLIED
      *        TO THE KEYED CLQ TABLE THAT CECLRV READS EACH QUARTER:
      *          A  ADD AN ADJUSTMENT FOR A CLASS AND STATE
      *          U  CHANGE ITS ADJUSTMENT AND/OR REASON
      *          D  DELETE IT
      *        A ROW IS KEYED BY LOAN CLASS AND STATE; "**" IN EITHER
      *        MEANS EVERY CLASS OR EVERY STATE, AND CECLRV USES THE
      *        MOST SPECIFIC ROW THAT FITS A SEGMENT (CLASS/STATE,
      *        THEN CLASS/**, THEN **/**).  THE ADJUSTMENT IS IN
      *        PERCENTAGE POINTS ADDED TO (OR, NEGATIVE, TAKEN OFF) THE
      *        HISTORICAL LIFETIME LOSS RATE, AND EVERY ROW MUST CARRY
      *        THE REASON FOR IT - THE AUDITORS READ THIS LISTING WITH
      *        THE RESERVE SCHEDULE.  EACH CHANGE KEEPS THE VALUE IT
      *        REPLACED, AND THE WHOLE TABLE IS LISTED AFTER THE
      *        ACTIONS.
      *
      *  MOD HISTORY:
      *   052928 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLQMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-29.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLQTRN-FILE ASSIGN TO "CLQTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLQTRN-STATUS.

           SELECT CLQ-FILE ASSIGN TO "CLQ"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLQ-KEY
               FILE STATUS IS CLQ-STATUS.

           SELECT CLQMNT-RPT ASSIGN TO "CLQMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLQTRN-FILE.
       01  CLQTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-ADD                      VALUE "A".
               88  TRN-UPDATE                   VALUE "U".
               88  TRN-DELETE                   VALUE "D".
           05  TRN-CLASS             PIC X(02).
           05  TRN-STATE             PIC X(02).
      * PERCENTAGE POINTS, E.G. +00.2500 ADDS A QUARTER POINT.
           05  TRN-ADJ-PCT           PIC S9(02)V9(04)
                                     SIGN LEADING SEPARATE.
           05  TRN-REASON            PIC X(40).
           05  TRN-USERID            PIC X(08).

       FD  CLQ-FILE.
       01  CLQ-REC.
           05  CLQ-KEY.
               10  CLQ-CLASS         PIC X(02).
               10  CLQ-STATE         PIC X(02).
           05  CLQ-ADJ-PCT           PIC S9(02)V9(04).
           05  CLQ-REASON            PIC X(40).
           05  CLQ-ADD-DATE          PIC 9(08).
           05  CLQ-CHG-DATE          PIC 9(08).
           05  CLQ-CHG-USER          PIC X(08).
           05  CLQ-PRIOR-PCT         PIC S9(02)V9(04).

       FD  CLQMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CLQTRN-STATUS             PIC XX.
           88  CLQTRN-EOF                       VALUE "10".
       01  CLQ-STATUS                PIC XX.
           88  CLQ-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

      * NO ADJUSTMENT MAY MOVE A RATE BY MORE THAN THIS MANY POINTS.
       77  WS-MAX-ADJ-PCT            PIC 9(02)V9(04) VALUE 25.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ROWS               PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-ADJ-PCT           PIC +Z9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-TBL-LINE.
           05  TBL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-ADJ-PCT           PIC +Z9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-PRIOR-PCT         PIC +Z9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-ADD-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-CHG-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-CHG-USER          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 3000-LIST-TABLE
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CLQTRN-FILE
           OPEN I-O CLQ-FILE
           IF CLQ-STATUS = "35"
              OPEN OUTPUT CLQ-FILE
              CLOSE CLQ-FILE
              OPEN I-O CLQ-FILE
           END-IF
           OPEN OUTPUT CLQMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT-LOSS QUALITATIVE ADJUSTMENTS FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ CLQTRN-FILE AT END SET CLQTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * ACCOUNTING'S ACTIONS.  U AND D NEED THE ROW, A MUST NOT FIND
      * ONE.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT CLQTRN-EOF
              MOVE "TABLE ACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  CL  ST  ADJ PCT   RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL CLQTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION TO TRL-ACTION
           MOVE TRN-CLASS  TO TRL-CLASS
           MOVE TRN-STATE  TO TRL-STATE
           MOVE 0          TO TRL-ADJ-PCT
           IF TRN-ADJ-PCT NUMERIC
              MOVE TRN-ADJ-PCT TO TRL-ADJ-PCT
           END-IF
           MOVE "ERROR   " TO TRL-RESULT
           MOVE SPACES     TO TRL-NOTE
           IF TRN-CLASS = SPACES OR TRN-STATE = SPACES
              MOVE "NO CLASS OR STATE - USE ** FOR ALL" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-CLASS = "**" AND TRN-STATE NOT = "**"
              MOVE "A STATE ROW NEEDS A CLASS" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT TRN-ADD AND NOT TRN-UPDATE AND NOT TRN-DELETE
              MOVE "ACTION MUST BE A, U OR D" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT TRN-DELETE
              IF TRN-ADJ-PCT NOT NUMERIC
                 MOVE "ADJUSTMENT NOT NUMERIC" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-ADJ-PCT > WS-MAX-ADJ-PCT
                 OR TRN-ADJ-PCT < 0 - WS-MAX-ADJ-PCT
                 MOVE "ADJUSTMENT OVER 25 POINTS" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-ADD AND TRN-REASON = SPACES
                 MOVE "AN ADJUSTMENT NEEDS A REASON" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF

           MOVE TRN-CLASS TO CLQ-CLASS
           MOVE TRN-STATE TO CLQ-STATE
           READ CLQ-FILE
           IF TRN-ADD
              IF CLQ-STATUS = "00"
                 MOVE "ROW ALREADY ON TABLE - USE U" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           ELSE
              IF CLQ-STATUS NOT = "00"
                 MOVE "NO SUCH ROW" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN TRN-ADD
                  MOVE TRN-CLASS   TO CLQ-CLASS
                  MOVE TRN-STATE   TO CLQ-STATE
                  MOVE TRN-ADJ-PCT TO CLQ-ADJ-PCT
                  MOVE TRN-REASON  TO CLQ-REASON
                  MOVE WS-RUN-DATE TO CLQ-ADD-DATE CLQ-CHG-DATE
                  MOVE TRN-USERID  TO CLQ-CHG-USER
                  MOVE 0           TO CLQ-PRIOR-PCT
                  WRITE CLQ-REC
               WHEN TRN-UPDATE
                  MOVE CLQ-ADJ-PCT TO CLQ-PRIOR-PCT
                  MOVE TRN-ADJ-PCT TO CLQ-ADJ-PCT
                  IF TRN-REASON NOT = SPACES
                     MOVE TRN-REASON TO CLQ-REASON
                  END-IF
                  MOVE WS-RUN-DATE TO CLQ-CHG-DATE
                  MOVE TRN-USERID  TO CLQ-CHG-USER
                  REWRITE CLQ-REC
               WHEN TRN-DELETE
                  MOVE CLQ-ADJ-PCT TO TRL-ADJ-PCT
                  DELETE CLQ-FILE
           END-EVALUATE
           IF CLQ-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "CLQ UPDATE FAILED, STATUS " CLQ-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-TRN-OK
           MOVE "APPLIED " TO TRL-RESULT
           IF TRN-UPDATE
              MOVE CLQ-PRIOR-PCT TO TBL-PRIOR-PCT
              MOVE SPACES TO TRL-NOTE
              STRING "WAS " TBL-PRIOR-PCT
                  DELIMITED BY SIZE INTO TRL-NOTE
           END-IF
           GO TO 2100-PRINT.
       2100-REJECT.
           ADD 1 TO WS-CNT-TRN-ERR.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ CLQTRN-FILE AT END SET CLQTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE TABLE AS CECLRV WILL SEE IT.
      *----------------------------------------------------------------*
       3000-LIST-TABLE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ADJUSTMENT TABLE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CL  ST  ADJ PCT   PRIOR PCT ADDED     CHANGED   "
                  "BY        REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO CLQ-KEY
           START CLQ-FILE KEY IS NOT LESS THAN CLQ-KEY
               INVALID KEY SET CLQ-EOF TO TRUE
           END-START
           IF NOT CLQ-EOF
              READ CLQ-FILE NEXT RECORD
                  AT END SET CLQ-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-ROW UNTIL CLQ-EOF.

       3100-ONE-ROW.
           ADD 1 TO WS-CNT-ROWS
           MOVE CLQ-CLASS     TO TBL-CLASS
           MOVE CLQ-STATE     TO TBL-STATE
           MOVE CLQ-ADJ-PCT   TO TBL-ADJ-PCT
           MOVE CLQ-PRIOR-PCT TO TBL-PRIOR-PCT
           MOVE CLQ-ADD-DATE  TO TBL-ADD-DATE
           MOVE CLQ-CHG-DATE  TO TBL-CHG-DATE
           MOVE CLQ-CHG-USER  TO TBL-CHG-USER
           MOVE CLQ-REASON    TO TBL-REASON
           MOVE WS-TBL-LINE   TO RPT-LINE
           WRITE RPT-LINE
           READ CLQ-FILE NEXT RECORD
               AT END SET CLQ-EOF TO TRUE
           END-READ.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS APPLIED:  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REJECTED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ROWS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS ON TABLE:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE CLQTRN-FILE CLQ-FILE CLQMNT-RPT
           STOP RUN.
