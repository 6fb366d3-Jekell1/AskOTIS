      *================================================================*
      *   P R O G R A M :  I C R M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-06-26
      *  DESC: CREDIT INSURANCE COMMISSION-RATE TABLE MAINTENANCE.
      *        THE INSURANCE DESK'S ICRTRN ACTIONS ARE APPLIED TO THE
      *        KEYED ICR TABLE THAT INSCOM READS EACH MONTH:
      *          A  ADD A RATE FOR A CARRIER, COVERAGE AND STATE
      *          U  CHANGE ITS RATE, RESERVE METHOD, CHARGEBACK FLAG
      *             AND/OR REASON
      *          D  DELETE IT
      *        A ROW IS KEYED BY CARRIER (LTI-INSCOMP), COVERAGE (CL,
      *        AH OR PP) AND STATE; "**" FOR THE STATE MEANS EVERY
      *        STATE, AND INSCOM USES THE STATE ROW WHEN THERE IS ONE.
      *        EACH ROW CARRIES:
      *          THE COMMISSION PERCENT OF WRITTEN PREMIUM;
      *          THE METHOD THE CARRIER EARNS PREMIUM BY, FOR THE
      *          UNEARNED-PREMIUM RESERVE - R RULE OF 78S, P PRO RATA,
      *          M THE MEAN OF THE TWO;
      *          WHETHER THE CARRIER CHARGES COMMISSION BACK ON THE
      *          PREMIUM REFUNDED WHEN A CERTIFICATE CANCELS EARLY.
      *        EACH CHANGE KEEPS THE RATE IT REPLACED, AND THE WHOLE
      *        TABLE IS LISTED AFTER THE ACTIONS.
      *
      *  MOD HISTORY:
      *   062628 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICRMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-06-26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ICRTRN-FILE ASSIGN TO "ICRTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICRTRN-STATUS.

           SELECT ICR-FILE ASSIGN TO "ICR"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ICR-KEY
               FILE STATUS IS ICR-STATUS.

           SELECT ICRMNT-RPT ASSIGN TO "ICRMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ICRTRN-FILE.
       01  ICRTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-ADD                      VALUE "A".
               88  TRN-UPDATE                   VALUE "U".
               88  TRN-DELETE                   VALUE "D".
           05  TRN-CARRIER           PIC X(10).
           05  TRN-COVERAGE          PIC X(02).
               88  TRN-COVERAGE-OK              VALUE "CL" "AH" "PP".
           05  TRN-STATE             PIC X(02).
      * PERCENT OF WRITTEN PREMIUM, E.G. 035.0000.  ON A U, SPACES
      * LEAVE THE RATE AS IT IS.
           05  TRN-COMM-PCT          PIC 9(03)V9(04).
           05  TRN-COMM-PCT-X REDEFINES TRN-COMM-PCT
                                     PIC X(07).
      * R, P OR M.  ON A U, A SPACE LEAVES THE METHOD AS IT IS.
           05  TRN-UPR-METHOD        PIC X(01).
               88  TRN-METHOD-OK                VALUE "R" "P" "M".
      * Y OR N.  ON A U, A SPACE LEAVES THE FLAG AS IT IS.
           05  TRN-CHARGEBACK-FG     PIC X(01).
               88  TRN-CHARGEBACK-OK            VALUE "Y" "N".
           05  TRN-REASON            PIC X(40).
           05  TRN-USERID            PIC X(08).

       FD  ICR-FILE.
       01  ICR-REC.
           05  ICR-KEY.
               10  ICR-CARRIER       PIC X(10).
               10  ICR-COVERAGE      PIC X(02).
               10  ICR-STATE         PIC X(02).
           05  ICR-COMM-PCT          PIC 9(03)V9(04).
           05  ICR-UPR-METHOD        PIC X(01).
               88  ICR-RULE-78                  VALUE "R".
               88  ICR-PRO-RATA                 VALUE "P".
               88  ICR-MEAN                     VALUE "M".
           05  ICR-CHARGEBACK-FG     PIC X(01).
               88  ICR-CHARGEBACK               VALUE "Y".
           05  ICR-REASON            PIC X(40).
           05  ICR-ADD-DATE          PIC 9(08).
           05  ICR-CHG-DATE          PIC 9(08).
           05  ICR-CHG-USER          PIC X(08).
           05  ICR-PRIOR-PCT         PIC 9(03)V9(04).

       FD  ICRMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  ICRTRN-STATUS             PIC XX.
           88  ICRTRN-EOF                       VALUE "10".
       01  ICR-STATUS                PIC XX.
           88  ICR-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

      * NO CARRIER PAYS MORE THAN THIS PERCENT OF PREMIUM; ANYTHING
      * HIGHER IS A KEYING ERROR.
       77  WS-MAX-COMM-PCT           PIC 9(03)V9(04) VALUE 75.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ROWS               PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-CARRIER           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-COVERAGE          PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-COMM-PCT          PIC ZZ9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-UPR-METHOD        PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TRL-CHARGEBACK-FG     PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-TBL-LINE.
           05  TBL-CARRIER           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-COVERAGE          PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-COMM-PCT          PIC ZZ9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-PRIOR-PCT         PIC ZZ9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-UPR-METHOD        PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TBL-CHARGEBACK-FG     PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
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
           OPEN INPUT  ICRTRN-FILE
           OPEN I-O ICR-FILE
           IF ICR-STATUS = "35"
              OPEN OUTPUT ICR-FILE
              CLOSE ICR-FILE
              OPEN I-O ICR-FILE
           END-IF
           OPEN OUTPUT ICRMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT INSURANCE COMMISSION RATES FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ ICRTRN-FILE AT END SET ICRTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * THE INSURANCE DESK'S ACTIONS.  U AND D NEED THE ROW, A MUST NOT
      * FIND ONE.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT ICRTRN-EOF
              MOVE "TABLE ACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  CARRIER     CV  ST  COMM PCT  M   C   "
                     "RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL ICRTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION        TO TRL-ACTION
           MOVE TRN-CARRIER       TO TRL-CARRIER
           MOVE TRN-COVERAGE      TO TRL-COVERAGE
           MOVE TRN-STATE         TO TRL-STATE
           MOVE TRN-UPR-METHOD    TO TRL-UPR-METHOD
           MOVE TRN-CHARGEBACK-FG TO TRL-CHARGEBACK-FG
           MOVE 0                 TO TRL-COMM-PCT
           IF TRN-COMM-PCT NUMERIC
              MOVE TRN-COMM-PCT TO TRL-COMM-PCT
           END-IF
           MOVE "ERROR   " TO TRL-RESULT
           MOVE SPACES     TO TRL-NOTE
           IF TRN-CARRIER = SPACES OR TRN-CARRIER = "**"
              MOVE "NO CARRIER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT TRN-COVERAGE-OK
              MOVE "COVERAGE MUST BE CL, AH OR PP" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-STATE = SPACES
              MOVE "NO STATE - USE ** FOR ALL" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT TRN-ADD AND NOT TRN-UPDATE AND NOT TRN-DELETE
              MOVE "ACTION MUST BE A, U OR D" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-ADD
              IF TRN-COMM-PCT NOT NUMERIC
                 MOVE "COMMISSION PERCENT NOT NUMERIC" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF NOT TRN-METHOD-OK
                 MOVE "RESERVE METHOD MUST BE R, P OR M" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF NOT TRN-CHARGEBACK-OK
                 MOVE "CHARGEBACK FLAG MUST BE Y OR N" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-REASON = SPACES
                 MOVE "A NEW RATE NEEDS A REASON" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF
           IF TRN-UPDATE
              IF TRN-COMM-PCT-X NOT = SPACES
                 AND TRN-COMM-PCT NOT NUMERIC
                 MOVE "COMMISSION PERCENT NOT NUMERIC" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-UPR-METHOD NOT = SPACE AND NOT TRN-METHOD-OK
                 MOVE "RESERVE METHOD MUST BE R, P OR M" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-CHARGEBACK-FG NOT = SPACE
                 AND NOT TRN-CHARGEBACK-OK
                 MOVE "CHARGEBACK FLAG MUST BE Y OR N" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF
           IF NOT TRN-DELETE AND TRN-COMM-PCT NUMERIC
              IF TRN-COMM-PCT > WS-MAX-COMM-PCT
                 MOVE "COMMISSION OVER 75 PERCENT" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF

           MOVE TRN-CARRIER  TO ICR-CARRIER
           MOVE TRN-COVERAGE TO ICR-COVERAGE
           MOVE TRN-STATE    TO ICR-STATE
           READ ICR-FILE
           IF TRN-ADD
              IF ICR-STATUS = "00"
                 MOVE "ROW ALREADY ON TABLE - USE U" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           ELSE
              IF ICR-STATUS NOT = "00"
                 MOVE "NO SUCH ROW" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN TRN-ADD
                  MOVE TRN-CARRIER       TO ICR-CARRIER
                  MOVE TRN-COVERAGE      TO ICR-COVERAGE
                  MOVE TRN-STATE         TO ICR-STATE
                  MOVE TRN-COMM-PCT      TO ICR-COMM-PCT
                  MOVE TRN-UPR-METHOD    TO ICR-UPR-METHOD
                  MOVE TRN-CHARGEBACK-FG TO ICR-CHARGEBACK-FG
                  MOVE TRN-REASON        TO ICR-REASON
                  MOVE WS-RUN-DATE       TO ICR-ADD-DATE ICR-CHG-DATE
                  MOVE TRN-USERID        TO ICR-CHG-USER
                  MOVE 0                 TO ICR-PRIOR-PCT
                  WRITE ICR-REC
               WHEN TRN-UPDATE
                  IF TRN-COMM-PCT NUMERIC
                     MOVE ICR-COMM-PCT TO ICR-PRIOR-PCT
                     MOVE TRN-COMM-PCT TO ICR-COMM-PCT
                  END-IF
                  IF TRN-UPR-METHOD NOT = SPACE
                     MOVE TRN-UPR-METHOD TO ICR-UPR-METHOD
                  END-IF
                  IF TRN-CHARGEBACK-FG NOT = SPACE
                     MOVE TRN-CHARGEBACK-FG TO ICR-CHARGEBACK-FG
                  END-IF
                  IF TRN-REASON NOT = SPACES
                     MOVE TRN-REASON TO ICR-REASON
                  END-IF
                  MOVE WS-RUN-DATE TO ICR-CHG-DATE
                  MOVE TRN-USERID  TO ICR-CHG-USER
                  REWRITE ICR-REC
               WHEN TRN-DELETE
                  MOVE ICR-COMM-PCT TO TRL-COMM-PCT
                  DELETE ICR-FILE
           END-EVALUATE
           IF ICR-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "ICR UPDATE FAILED, STATUS " ICR-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-TRN-OK
           MOVE "APPLIED " TO TRL-RESULT
           IF TRN-UPDATE AND TRN-COMM-PCT NUMERIC
              MOVE ICR-PRIOR-PCT TO TBL-PRIOR-PCT
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
           READ ICRTRN-FILE AT END SET ICRTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE TABLE AS INSCOM WILL SEE IT.
      *----------------------------------------------------------------*
       3000-LIST-TABLE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COMMISSION-RATE TABLE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CARRIER     CV  ST  COMM PCT  PRIOR PCT M   C   "
                  "ADDED     CHANGED   BY        REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO ICR-KEY
           START ICR-FILE KEY IS NOT LESS THAN ICR-KEY
               INVALID KEY SET ICR-EOF TO TRUE
           END-START
           IF NOT ICR-EOF
              READ ICR-FILE NEXT RECORD
                  AT END SET ICR-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-ROW UNTIL ICR-EOF.

       3100-ONE-ROW.
           ADD 1 TO WS-CNT-ROWS
           MOVE ICR-CARRIER       TO TBL-CARRIER
           MOVE ICR-COVERAGE      TO TBL-COVERAGE
           MOVE ICR-STATE         TO TBL-STATE
           MOVE ICR-COMM-PCT      TO TBL-COMM-PCT
           MOVE ICR-PRIOR-PCT     TO TBL-PRIOR-PCT
           MOVE ICR-UPR-METHOD    TO TBL-UPR-METHOD
           MOVE ICR-CHARGEBACK-FG TO TBL-CHARGEBACK-FG
           MOVE ICR-ADD-DATE      TO TBL-ADD-DATE
           MOVE ICR-CHG-DATE      TO TBL-CHG-DATE
           MOVE ICR-CHG-USER      TO TBL-CHG-USER
           MOVE ICR-REASON        TO TBL-REASON
           MOVE WS-TBL-LINE       TO RPT-LINE
           WRITE RPT-LINE
           READ ICR-FILE NEXT RECORD
               AT END SET ICR-EOF TO TRUE
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
           CLOSE ICRTRN-FILE ICR-FILE ICRMNT-RPT
           STOP RUN.
