      *================================================================*
      *   P R O G R A M :  S C H M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-01-08
      *  DESC: SEASONAL AND SKIP-MONTH PAYMENT SCHEDULE REQUESTS.  THE
      *        BRANCHES' SCHTRN ACTIONS ARE APPLIED TO THE KEYED SCQ
      *        REQUEST FILE (ONE ROW PER BRANCH/ACCOUNT) THAT THE "SM"
      *        POSTING (SCHEDULE-MAINTAIN) READS:
      *          A  STAGE A SCHEDULE - AN AMOUNT FOR EACH CALENDAR
      *             MONTH, JANUARY THROUGH DECEMBER (ZERO SKIPS THE
      *             MONTH), AN OPTIONAL APPROVED BALLOON, THE
      *             EFFECTIVE DATE AND THE APPROVAL REFERENCE.  A
      *             SUPERVISOR OTHER THAN THE USER IS REQUIRED.  THE
      *             "SM" ITEM THAT APPLIES IT IS STAGED ON BSGOUT,
      *             DATED THE EFFECTIVE DATE
      *          W  WITHDRAW A REQUEST THE POSTING HAS NOT YET TAKEN
      *        AN ACCOUNT CARRIES ONE REQUEST AT A TIME - A PENDING ONE
      *        MUST BE WITHDRAWN BEFORE ANOTHER IS STAGED, WHILE AN
      *        APPLIED, REFUSED OR WITHDRAWN ROW IS SIMPLY REPLACED.
      *        THIS RUN CHECKS ONLY THE FORM OF THE REQUEST; WHETHER
      *        THE SCHEDULE AMORTIZES THE BALANCE IS PROVED BY THE
      *        POSTING AGAINST THE LIVE LOAN, WHICH MARKS THE ROW
      *        APPLIED OR REFUSED WITH ITS REASON.  THE REPORT LISTS
      *        EVERY ACTION WITH ITS RESULT, THEN EVERY REQUEST STILL
      *        WAITING ON THE POSTING AND EVERY ONE IT REFUSED.
      *
      *  MOD HISTORY:
      *   010829 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-01-08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHTRN-FILE ASSIGN TO "SCHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHTRN-STATUS.

           SELECT SCQ-FILE ASSIGN TO "SCQ"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SCQ-KEY
               FILE STATUS IS SCQ-STATUS.

           SELECT BSGOUT-FILE ASSIGN TO "BSGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSGOUT-STATUS.

           SELECT SCHMNT-RPT ASSIGN TO "SCHMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHTRN-FILE.
       01  SCHTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-STAGE                    VALUE "A".
               88  TRN-WITHDRAW                 VALUE "W".
           05  TRN-BRNO              PIC X(04).
           05  TRN-ACCTNO            PIC X(10).
           05  TRN-REQ-ID            PIC X(12).
           05  TRN-USERID            PIC X(08).
           05  TRN-SUPV              PIC X(08).
           05  TRN-EFF-DATE          PIC 9(08).
           05  TRN-EFF-DATE-R REDEFINES TRN-EFF-DATE.
               10  TRN-EFF-CCYY      PIC 9(04).
               10  TRN-EFF-MM        PIC 9(02).
               10  TRN-EFF-DD        PIC 9(02).
           05  TRN-EFF-DATE-X REDEFINES TRN-EFF-DATE
                                     PIC X(08).
           05  TRN-MONTH-AMT         PIC 9(07)V99 OCCURS 12 TIMES.
           05  TRN-BALLOON-AMT       PIC 9(07)V99.

      * SCHEDULE REQUESTS (READ BY SCHEDULE-MAINTAIN AT POSTING).
       FD  SCQ-FILE.
       01  SCQ-REC.
           05  SCQ-KEY.
               10  SCQ-BRNO          PIC X(04).
               10  SCQ-ACCTNO        PIC X(10).
           05  SCQ-STATUS-CD         PIC X(01).
               88  SCQ-PENDING                  VALUE "P".
               88  SCQ-APPLIED                  VALUE "A".
               88  SCQ-REJECTED                 VALUE "R".
               88  SCQ-WITHDRAWN                VALUE "X".
           05  SCQ-REQ-ID            PIC X(12).
           05  SCQ-USERID            PIC X(08).
           05  SCQ-SUPV              PIC X(08).
           05  SCQ-REQ-DATE          PIC 9(08).
           05  SCQ-EFF-DATE          PIC 9(08).
           05  SCQ-MONTH-AMT         PIC 9(07)V99 OCCURS 12 TIMES.
           05  SCQ-BALLOON-AMT       PIC 9(07)V99.
           05  SCQ-DONE-DATE         PIC 9(08).
           05  SCQ-RESULT            PIC X(50).

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

       FD  SCHMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  SCHTRN-STATUS             PIC XX.
           88  SCHTRN-EOF                       VALUE "10".
       01  SCQ-STATUS                PIC XX.
       01  BSGOUT-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-NEW-ROW-FG             PIC X(01).
       01  WS-AMT-OK-FG              PIC X(01).
       01  WS-PAY-MONTHS             PIC 9(02) COMP.
       01  WS-MO                     PIC 9(02) COMP.
       01  WS-SCQ-EOF-FG             PIC X(01).

       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-STAGED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-WITHDRAWN          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PENDING            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-REQ-ID            PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-EFF-DATE          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-SUPV              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(50).

       01  WS-OPEN-LINE.
           05  OPL-STATUS            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-REQ-ID            PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-EFF-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-REQ-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OPL-NOTE              PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 3000-OPEN-REQUESTS
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SCHTRN-FILE
           OPEN I-O SCQ-FILE
           IF SCQ-STATUS = "35"
              OPEN OUTPUT SCQ-FILE
              CLOSE SCQ-FILE
              OPEN I-O SCQ-FILE
           END-IF
           OPEN OUTPUT BSGOUT-FILE
           OPEN OUTPUT SCHMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           MOVE SPACES TO RPT-LINE
           STRING "SEASONAL / SKIP-MONTH SCHEDULE REQUESTS FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ SCHTRN-FILE AT END SET SCHTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * THE BRANCHES' ACTIONS.  AN A MUST BE A WELL-FORMED SCHEDULE
      * UNDER A SECOND PERSON'S APPROVAL; A W MUST FIND ITS REQUEST
      * STILL PENDING.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT SCHTRN-EOF
              MOVE SPACES TO RPT-LINE
              STRING "A  BRCH  ACCOUNT     REQUEST       EFF DATE  "
                     "USER      SUPV      RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL SCHTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION   TO TRL-ACTION
           MOVE TRN-BRNO     TO TRL-BRNO
           MOVE TRN-ACCTNO   TO TRL-ACCTNO
           MOVE TRN-REQ-ID   TO TRL-REQ-ID
           MOVE TRN-EFF-DATE-X TO TRL-EFF-DATE
           MOVE TRN-USERID   TO TRL-USERID
           MOVE TRN-SUPV     TO TRL-SUPV
           MOVE "ERROR   "   TO TRL-RESULT
           MOVE SPACES       TO TRL-NOTE
           IF NOT TRN-STAGE AND NOT TRN-WITHDRAW
              MOVE "ACTION MUST BE A OR W" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-BRNO = SPACES OR TRN-ACCTNO = SPACES
              MOVE "NO BRANCH OR ACCOUNT ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           MOVE TRN-BRNO   TO SCQ-BRNO
           MOVE TRN-ACCTNO TO SCQ-ACCTNO
           READ SCQ-FILE
           IF SCQ-STATUS = "00"
              MOVE "N" TO WS-NEW-ROW-FG
           ELSE
              MOVE "Y" TO WS-NEW-ROW-FG
           END-IF
           IF TRN-WITHDRAW
              GO TO 2100-WITHDRAW.

      * A NEW SCHEDULE - APPROVED BY A SECOND PERSON, DATED, AND
      * PAYING IN AT LEAST ONE MONTH OF THE YEAR.
           IF TRN-REQ-ID = SPACES
              MOVE "NO APPROVAL REFERENCE" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SUPV = SPACES
              MOVE "NO SUPERVISOR ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SUPV = TRN-USERID
              MOVE "SUPERVISOR MUST NOT BE THE USER" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-EFF-DATE NOT NUMERIC
              MOVE "EFFECTIVE DATE NOT NUMERIC" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-EFF-MM < 1 OR TRN-EFF-MM > 12
              OR TRN-EFF-DD < 1 OR TRN-EFF-DD > 31
              MOVE "EFFECTIVE DATE NOT A VALID DATE" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-EFF-DATE < WS-RUN-DATE
              MOVE "EFFECTIVE DATE IS IN THE PAST" TO TRL-NOTE
              GO TO 2100-REJECT.
           MOVE "Y" TO WS-AMT-OK-FG
           MOVE 0   TO WS-PAY-MONTHS
           PERFORM 2200-CHECK-MONTH
               VARYING WS-MO FROM 1 BY 1 UNTIL WS-MO > 12
           IF WS-AMT-OK-FG NOT = "Y"
              MOVE "MONTHLY AMOUNT NOT NUMERIC" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF WS-PAY-MONTHS = 0
              MOVE "EVERY MONTH SKIPPED - NOTHING SCHEDULED" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-BALLOON-AMT NOT NUMERIC
              MOVE "BALLOON AMOUNT NOT NUMERIC" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF WS-NEW-ROW-FG = "N" AND SCQ-PENDING
              MOVE "REQUEST ALREADY PENDING - WITHDRAW IT FIRST"
                TO TRL-NOTE
              GO TO 2100-REJECT.

           MOVE SPACES       TO SCQ-REC
           MOVE TRN-BRNO     TO SCQ-BRNO
           MOVE TRN-ACCTNO   TO SCQ-ACCTNO
           MOVE "P"          TO SCQ-STATUS-CD
           MOVE TRN-REQ-ID   TO SCQ-REQ-ID
           MOVE TRN-USERID   TO SCQ-USERID
           MOVE TRN-SUPV     TO SCQ-SUPV
           MOVE WS-RUN-DATE  TO SCQ-REQ-DATE
           MOVE TRN-EFF-DATE TO SCQ-EFF-DATE
           PERFORM 2300-MOVE-MONTH
               VARYING WS-MO FROM 1 BY 1 UNTIL WS-MO > 12
           MOVE TRN-BALLOON-AMT TO SCQ-BALLOON-AMT
           MOVE 0            TO SCQ-DONE-DATE
           IF WS-NEW-ROW-FG = "Y"
              WRITE SCQ-REC
           ELSE
              REWRITE SCQ-REC
           END-IF
           IF SCQ-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "SCQ WRITE FAILED, STATUS " SCQ-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.

      * THE "SM" ITEM THAT PUTS IT ON THE LOAN, DATED THE EFFECTIVE
      * DATE - THE POSTING REFUSES AN ITEM WHOSE DATE DIFFERS.
           MOVE SPACES        TO BSGOUT-REC
           MOVE "I"           TO BSGOUT-RECTYPE
           MOVE "SCHEDMNT  "  TO BSGOUT-BATCHID
           MOVE TRN-BRNO      TO BSGOUT-BRANCH
           MOVE TRN-ACCTNO    TO BSGOUT-ACCTNO
           MOVE "SM"          TO BSGOUT-TRCD
           MOVE 0             TO BSGOUT-AMT
           MOVE TRN-EFF-DATE  TO BSGOUT-PAYDATE
           MOVE SPACES        TO BSGOUT-DIST-ID
           MOVE "SCHMNT"      TO BSGOUT-DIST-ID(1:6)
           MOVE WS-RUN-DATE   TO BSGOUT-RUN-DATE
           MOVE WS-RUN-TIME   TO BSGOUT-RUN-TIME
           WRITE BSGOUT-REC
           ADD 1 TO WS-CNT-STAGED
           MOVE SPACES TO TRL-NOTE
           IF TRN-BALLOON-AMT > 0
              MOVE TRN-BALLOON-AMT TO WS-EDIT-AMT
              STRING "SM ITEM STAGED - BALLOON " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO TRL-NOTE
           ELSE
              MOVE "SM ITEM STAGED" TO TRL-NOTE
           END-IF
           GO TO 2100-APPLIED.

       2100-WITHDRAW.
           IF WS-NEW-ROW-FG = "Y"
              MOVE "NO REQUEST FOR THE ACCOUNT" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT SCQ-PENDING
              MOVE "REQUEST NO LONGER PENDING" TO TRL-NOTE
              GO TO 2100-REJECT.
           MOVE "X"         TO SCQ-STATUS-CD
           MOVE WS-RUN-DATE TO SCQ-DONE-DATE
           MOVE SPACES      TO SCQ-RESULT
           STRING "WITHDRAWN BY " TRN-USERID
               DELIMITED BY SIZE INTO SCQ-RESULT
           REWRITE SCQ-REC
           IF SCQ-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "SCQ REWRITE FAILED, STATUS " SCQ-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-WITHDRAWN
           MOVE "STAGED SM ITEM WILL BE REFUSED" TO TRL-NOTE.
       2100-APPLIED.
           ADD 1 TO WS-CNT-TRN-OK
           MOVE "APPLIED " TO TRL-RESULT
           GO TO 2100-PRINT.
       2100-REJECT.
           ADD 1 TO WS-CNT-TRN-ERR.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ SCHTRN-FILE AT END SET SCHTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-CHECK-MONTH.
           IF TRN-MONTH-AMT(WS-MO) NOT NUMERIC
              MOVE "N" TO WS-AMT-OK-FG
           ELSE
              IF TRN-MONTH-AMT(WS-MO) > 0
                 ADD 1 TO WS-PAY-MONTHS
              END-IF
           END-IF.

       2300-MOVE-MONTH.
           MOVE TRN-MONTH-AMT(WS-MO) TO SCQ-MONTH-AMT(WS-MO).

      *----------------------------------------------------------------*
      * EVERY REQUEST STILL WAITING ON ITS "SM" ITEM, AND EVERY ONE THE
      * POSTING REFUSED, WITH THE REASON - THE BRANCH STAGES A
      * CORRECTED SCHEDULE IN ITS PLACE.
      *----------------------------------------------------------------*
       3000-OPEN-REQUESTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPEN AND REFUSED SCHEDULE REQUESTS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "STATUS    BRCH  ACCOUNT     REQUEST       "
                  "EFF DATE  STAGED    NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO SCQ-KEY
           MOVE "N" TO WS-SCQ-EOF-FG
           START SCQ-FILE KEY IS NOT LESS THAN SCQ-KEY
           IF SCQ-STATUS NOT = "00"
              MOVE "Y" TO WS-SCQ-EOF-FG
           END-IF
           PERFORM 3100-ONE-REQUEST UNTIL WS-SCQ-EOF-FG = "Y".

       3100-ONE-REQUEST.
           READ SCQ-FILE NEXT RECORD
           IF SCQ-STATUS NOT = "00"
              MOVE "Y" TO WS-SCQ-EOF-FG
           ELSE
              IF SCQ-PENDING OR SCQ-REJECTED
                 MOVE SCQ-BRNO     TO OPL-BRNO
                 MOVE SCQ-ACCTNO   TO OPL-ACCTNO
                 MOVE SCQ-REQ-ID   TO OPL-REQ-ID
                 MOVE SCQ-EFF-DATE TO OPL-EFF-DATE
                 MOVE SCQ-REQ-DATE TO OPL-REQ-DATE
                 IF SCQ-PENDING
                    ADD 1 TO WS-CNT-PENDING
                    MOVE "PENDING " TO OPL-STATUS
                    MOVE SPACES     TO OPL-NOTE
                 ELSE
                    ADD 1 TO WS-CNT-REFUSED
                    MOVE "REFUSED " TO OPL-STATUS
                    MOVE SCQ-RESULT TO OPL-NOTE
                 END-IF
                 MOVE WS-OPEN-LINE TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS APPLIED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REJECTED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STAGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SM ITEMS STAGED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-WITHDRAWN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS WITHDRAWN   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PENDING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS PENDING     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS REFUSED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-TRN-ERR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE SCHTRN-FILE SCQ-FILE BSGOUT-FILE SCHMNT-RPT
           STOP RUN.
