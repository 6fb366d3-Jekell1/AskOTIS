      *================================================================*
      *   P R O G R A M :  O F C M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-08-14
      *  DESC: OFAC SANCTIONS REVIEW QUEUE.  WIREMT, LBXTRN, POSPAY AND
      *        BPYTRN SCREEN EVERY REMITTER, ORIGINATOR/BENEFICIARY
      *        BANK, REFUND PAYEE AND BILL-PAY PAYER AGAINST THE SDN
      *        LIST SDNLOD KEEPS IN FORCE; AN ITEM SCORING AT OR OVER
      *        THE OFCPRM THRESHOLD IS HELD - NOT STAGED TO BSG, NO
      *        CHECK CUT - AND WRITTEN TO OFCHIT WITH THE NAME, THE SDN
      *        ENTRY IT RESEMBLED, THE SCORE, THE LIST VERSION AND THE
      *        ITEM ITSELF.  EACH RUN:
      *          (1) NEW HITS ARE TAKEN ONTO THE KEYED OFCQUE QUEUE AS
      *              PENDING, AND OFCHIT IS EMPTIED;
      *          (2) COMPLIANCE'S OFCACT DISPOSITIONS ARE APPLIED -
      *                C  CLEAR - A FALSE POSITIVE.  THE HELD ITEM IS
      *                   RELEASED: A PAYMENT TO BSGOUT UNDER THE
      *                   OFACREL BATCH (WITH ITS "E" CONTROL ROW), A
      *                   REFUND REQUEST TO APCREL, WHICH POSPAY ISSUES
      *                   ON ITS NEXT RUN WITHOUT SCREENING IT AGAIN;
      *                F  CONFIRM - A TRUE MATCH.  THE ITEM STAYS
      *                   BLOCKED FOR THE BLOCKING REPORT TO OFAC;
      *              ONLY A PENDING ROW TAKES A DISPOSITION, AND EVERY
      *              ONE NEEDS A USER AND A NOTE;
      *          (3) THE STILL-PENDING QUEUE IS LISTED, OLDEST FIRST,
      *              WITH ITS AGE.
      *        EVERY STEP - QUEUED, CLEARED, CONFIRMED, RELEASED, A
      *        REFUSED DISPOSITION - IS APPENDED TO THE OFCAUD AUDIT
      *        TRAIL.  QUEUE ROWS ARE NEVER DELETED.
      *
      *  MOD HISTORY:
      *   081428 RTC  ORIGINAL PROGRAM.
      *   092528 RTC  BILL-PAY HOLDS (SOURCE B) FROM BPYTRN; A RELEASED
      *               BSG ROW KEEPS ITS POSTING SEQUENCE AND CHANNEL.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-08-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFCHIT-FILE ASSIGN TO "OFCHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCHIT-STATUS.

           SELECT OFCQUE-FILE ASSIGN TO "OFCQUE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OFQ-KEY
               FILE STATUS IS OFCQUE-STATUS.

           SELECT OPTIONAL OFCACT-FILE ASSIGN TO "OFCACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCACT-STATUS.

           SELECT OPTIONAL OFCAUD-FILE ASSIGN TO "OFCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCAUD-STATUS.

           SELECT BSGOUT-FILE ASSIGN TO "BSGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSGOUT-STATUS.

           SELECT OPTIONAL APCREL-FILE ASSIGN TO "APCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APCREL-STATUS.

           SELECT OFCMNT-RPT ASSIGN TO "OFCMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER HELD ITEM, APPENDED BY THE SCREENING PROGRAMS.
       FD  OFCHIT-FILE.
       01  OFCHIT-REC.
           05  OFH-KEY.
      * W WIRE (WIREMT), L LOCKBOX (LBXTRN), P REFUND CHECK (POSPAY),
      * B BILL-PAY (BPYTRN).
               10  OFH-SOURCE        PIC X(01).
               10  OFH-HOLD-DATE     PIC 9(08).
               10  OFH-HOLD-TIME     PIC 9(06).
               10  OFH-SEQ           PIC 9(05).
           05  OFH-PROGRAM           PIC X(08).
           05  OFH-LIST-VERSION      PIC X(10).
           05  OFH-ROLE              PIC X(10).
           05  OFH-NAME              PIC X(35).
           05  OFH-SCORE             PIC 9(03).
           05  OFH-SDN-UID           PIC X(10).
           05  OFH-SDN-NAME          PIC X(60).
           05  OFH-BRNO              PIC X(04).
           05  OFH-ACCTNO            PIC X(10).
           05  OFH-AMOUNT            PIC S9(09)V99.
           05  OFH-REFERENCE         PIC X(23).
      * THE BSGOUT ROW OR APCIN REQUEST THE HOLD KEPT BACK - BLANK FOR
      * A WIRE THAT MATCHED NO QUOTE (IT WAS MANUAL WORK ANYWAY).
           05  OFH-ITEM-IMAGE        PIC X(100).

       FD  OFCQUE-FILE.
       01  OFCQUE-REC.
           05  OFQ-HIT.
               10  OFQ-KEY.
                   15  OFQ-SOURCE    PIC X(01).
                   15  OFQ-HOLD-DATE PIC 9(08).
                   15  OFQ-HOLD-TIME PIC 9(06).
                   15  OFQ-SEQ       PIC 9(05).
               10  OFQ-PROGRAM       PIC X(08).
               10  OFQ-LIST-VERSION  PIC X(10).
               10  OFQ-ROLE          PIC X(10).
               10  OFQ-NAME          PIC X(35).
               10  OFQ-SCORE         PIC 9(03).
               10  OFQ-SDN-UID       PIC X(10).
               10  OFQ-SDN-NAME      PIC X(60).
               10  OFQ-BRNO          PIC X(04).
               10  OFQ-ACCTNO        PIC X(10).
               10  OFQ-AMOUNT        PIC S9(09)V99.
               10  OFQ-REFERENCE     PIC X(23).
               10  OFQ-ITEM-IMAGE    PIC X(100).
      * P PENDING REVIEW, C CLEARED (RELEASED), F CONFIRMED (BLOCKED).
           05  OFQ-STATUS-CD         PIC X(01).
               88  OFQ-PENDING                  VALUE "P".
               88  OFQ-CLEARED                  VALUE "C".
               88  OFQ-CONFIRMED                VALUE "F".
           05  OFQ-QUEUE-DATE        PIC 9(08).
           05  OFQ-DISP-DATE         PIC 9(08).
           05  OFQ-DISP-USER         PIC X(08).
           05  OFQ-DISP-NOTE         PIC X(40).

       FD  OFCACT-FILE.
       01  OFCACT-REC.
           05  ACT-KEY               PIC X(20).
           05  ACT-ACTION            PIC X(01).
               88  ACT-CLEAR                    VALUE "C".
               88  ACT-CONFIRM                  VALUE "F".
           05  ACT-USERID            PIC X(08).
           05  ACT-NOTE              PIC X(40).

       FD  OFCAUD-FILE.
       01  OFCAUD-REC.
           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(06).
           05  AUD-KEY               PIC X(20).
           05  AUD-EVENT             PIC X(10).
           05  AUD-USERID            PIC X(08).
           05  AUD-SCORE             PIC 9(03).
           05  AUD-LIST-VERSION      PIC X(10).
           05  AUD-NAME              PIC X(35).
           05  AUD-NOTE              PIC X(40).

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
           05  BSGOUT-POST-SEQ-X     PIC X(03).
           05  BSGOUT-CHANNEL        PIC X(03).
       01  BSGCTL-REC.
           05  BSGCTL-RECTYPE        PIC X(01).
           05  BSGCTL-BATCHID        PIC X(10).
           05  BSGCTL-DECLARED-CNT   PIC 9(07).
           05  BSGCTL-DECLARED-AMT   PIC S9(11)V99.
           05  BSGCTL-RUN-DATE       PIC 9(08).
           05  BSGCTL-RUN-TIME       PIC 9(06).

      * RELEASED REFUND REQUESTS, IN THE APCIN LAYOUT POSPAY READS.
       FD  APCREL-FILE.
       01  APCREL-REC                PIC X(88).

       FD  OFCMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  OFCHIT-STATUS             PIC XX.
           88  OFCHIT-EOF                       VALUE "10".
       01  OFCQUE-STATUS             PIC XX.
           88  OFCQUE-EOF                       VALUE "10".
       01  OFCACT-STATUS             PIC XX.
           88  OFCACT-EOF                       VALUE "10".
       01  OFCAUD-STATUS             PIC XX.
       01  BSGOUT-STATUS             PIC XX.
       01  APCREL-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-REL-BATCHID            PIC X(10) VALUE "OFACREL".
       01  WS-AGE-DAYS               PIC S9(05).
       01  WS-NOTE                   PIC X(40).

       01  WS-CNT-QUEUED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-DUP                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CLEARED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CONFIRMED          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REL-BSG            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REL-APC            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PENDING            PIC 9(05) COMP VALUE 0.
       01  WS-TOT-REL-BSG            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-PENDING            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-ACT-LINE.
           05  ACL-KEY               PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-RESULT            PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-NOTE              PIC X(60).

       01  WS-PND-LINE.
           05  PDL-KEY               PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PDL-AGE               PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PDL-ROLE              PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PDL-NAME              PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PDL-SCORE             PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PDL-SDN-UID           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PDL-SDN-NAME          PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PDL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-HITS
           PERFORM 3000-APPLY-DISPOSITIONS
           PERFORM 4000-WRITE-CONTROL-ROW
           PERFORM 5000-LIST-PENDING
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           OPEN INPUT  OFCHIT-FILE
           OPEN I-O OFCQUE-FILE
           IF OFCQUE-STATUS = "35"
              OPEN OUTPUT OFCQUE-FILE
              CLOSE OFCQUE-FILE
              OPEN I-O OFCQUE-FILE
           END-IF
           OPEN INPUT  OFCACT-FILE
           OPEN EXTEND OFCAUD-FILE
           OPEN OUTPUT BSGOUT-FILE
           OPEN EXTEND APCREL-FILE
           OPEN OUTPUT OFCMNT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "OFAC SANCTIONS REVIEW QUEUE FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * NEW HOLDS FROM THE SCREENING PROGRAMS.  A KEY ALREADY ON THE
      * QUEUE (A HIT FILE TAKEN TWICE) IS SKIPPED.  OFCHIT IS EMPTIED
      * ONCE EVERY ROW IS ON THE QUEUE.
      *----------------------------------------------------------------*
       2000-TAKE-HITS.
           READ OFCHIT-FILE AT END SET OFCHIT-EOF TO TRUE END-READ
           PERFORM 2100-TAKE-ONE UNTIL OFCHIT-EOF
           CLOSE OFCHIT-FILE
           OPEN OUTPUT OFCHIT-FILE
           CLOSE OFCHIT-FILE.

       2100-TAKE-ONE.
           MOVE OFCHIT-REC  TO OFQ-HIT
           MOVE "P"         TO OFQ-STATUS-CD
           MOVE WS-RUN-DATE TO OFQ-QUEUE-DATE
           MOVE 0           TO OFQ-DISP-DATE
           MOVE SPACES      TO OFQ-DISP-USER OFQ-DISP-NOTE
           WRITE OFCQUE-REC
           IF OFCQUE-STATUS = "00"
              ADD 1 TO WS-CNT-QUEUED
              MOVE "QUEUED"  TO AUD-EVENT
              MOVE OFH-PROGRAM TO AUD-USERID
              MOVE SPACES    TO WS-NOTE
              STRING "RESEMBLES SDN " OFH-SDN-UID
                  DELIMITED BY SIZE INTO WS-NOTE
              PERFORM 8000-WRITE-AUDIT
           ELSE
              ADD 1 TO WS-CNT-DUP
           END-IF
           READ OFCHIT-FILE AT END SET OFCHIT-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * COMPLIANCE'S DISPOSITIONS.  A CLEARED ITEM IS RELEASED THE
      * SAME RUN; A CONFIRMED ONE STAYS BLOCKED.
      *----------------------------------------------------------------*
       3000-APPLY-DISPOSITIONS.
           READ OFCACT-FILE AT END SET OFCACT-EOF TO TRUE END-READ
           IF NOT OFCACT-EOF
              MOVE "DISPOSITIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "QUEUE KEY             A  USER      RESULT   "
                     "  NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 3100-ONE-ACTION THRU 3100-EXIT UNTIL OFCACT-EOF.

       3100-ONE-ACTION.
           MOVE ACT-KEY    TO ACL-KEY
           MOVE ACT-ACTION TO ACL-ACTION
           MOVE ACT-USERID TO ACL-USERID
           MOVE "REFUSED  " TO ACL-RESULT
           MOVE SPACES     TO ACL-NOTE
      * UNTIL THE ROW IS READ THE AUDIT CARRIES THE KEY ALONE.
           MOVE ACT-KEY    TO OFQ-KEY
           MOVE 0          TO OFQ-SCORE
           MOVE SPACES     TO OFQ-LIST-VERSION OFQ-NAME
           IF NOT ACT-CLEAR AND NOT ACT-CONFIRM
              MOVE "ACTION MUST BE C OR F" TO ACL-NOTE
              GO TO 3100-REFUSE.
           IF ACT-USERID = SPACES OR ACT-NOTE = SPACES
              MOVE "A DISPOSITION NEEDS A USER AND A NOTE" TO ACL-NOTE
              GO TO 3100-REFUSE.
           MOVE ACT-KEY TO OFQ-KEY
           READ OFCQUE-FILE
           IF OFCQUE-STATUS NOT = "00"
              MOVE ACT-KEY TO OFQ-KEY
              MOVE 0       TO OFQ-SCORE
              MOVE SPACES  TO OFQ-LIST-VERSION OFQ-NAME
              MOVE "NOT ON THE QUEUE" TO ACL-NOTE
              GO TO 3100-REFUSE.
           IF NOT OFQ-PENDING
              MOVE SPACES TO ACL-NOTE
              STRING "ALREADY DISPOSITIONED " OFQ-DISP-DATE
                     " BY " OFQ-DISP-USER
                  DELIMITED BY SIZE INTO ACL-NOTE
              GO TO 3100-REFUSE.
           MOVE ACT-ACTION  TO OFQ-STATUS-CD
           MOVE WS-RUN-DATE TO OFQ-DISP-DATE
           MOVE ACT-USERID  TO OFQ-DISP-USER
           MOVE ACT-NOTE    TO OFQ-DISP-NOTE
           REWRITE OFCQUE-REC
           IF OFCQUE-STATUS NOT = "00"
              MOVE SPACES TO ACL-NOTE
              STRING "QUEUE UPDATE FAILED, STATUS " OFCQUE-STATUS
                  DELIMITED BY SIZE INTO ACL-NOTE
              GO TO 3100-REFUSE.
           MOVE ACT-USERID TO AUD-USERID
           MOVE ACT-NOTE   TO WS-NOTE
           IF ACT-CLEAR
              ADD 1 TO WS-CNT-CLEARED
              MOVE "CLEARED  " TO ACL-RESULT
              MOVE "CLEARED"   TO AUD-EVENT
              PERFORM 8000-WRITE-AUDIT
              PERFORM 3200-RELEASE-ITEM
           ELSE
              ADD 1 TO WS-CNT-CONFIRMED
              MOVE "CONFIRMED" TO ACL-RESULT
              MOVE "CONFIRMED" TO AUD-EVENT
              PERFORM 8000-WRITE-AUDIT
              MOVE "ITEM STAYS BLOCKED - FILE BLOCKING REPORT"
                TO ACL-NOTE
           END-IF
           GO TO 3100-PRINT.
       3100-REFUSE.
           ADD 1 TO WS-CNT-REFUSED
           MOVE ACT-USERID TO AUD-USERID
           MOVE "REFUSED"  TO AUD-EVENT
           MOVE ACL-NOTE   TO WS-NOTE
           PERFORM 8000-WRITE-AUDIT.
       3100-PRINT.
           MOVE WS-ACT-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ OFCACT-FILE AT END SET OFCACT-EOF TO TRUE END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A CLEARED PAYMENT GOES BACK TO STAGING UNDER OUR OWN BATCH; A
      * CLEARED REFUND GOES TO APCREL FOR POSPAY TO ISSUE.
      *----------------------------------------------------------------*
       3200-RELEASE-ITEM.
           MOVE "RELEASED" TO AUD-EVENT
           IF OFQ-ITEM-IMAGE = SPACES
              MOVE "NO STAGED ITEM - RELEASED TO MANUAL WORK"
                TO ACL-NOTE WS-NOTE
              PERFORM 8000-WRITE-AUDIT
           ELSE
              IF OFQ-SOURCE = "P"
                 MOVE OFQ-ITEM-IMAGE TO APCREL-REC
                 WRITE APCREL-REC
                 ADD 1 TO WS-CNT-REL-APC
                 MOVE "REFUND REQUEST RELEASED TO APCREL"
                   TO ACL-NOTE WS-NOTE
              ELSE
                 MOVE OFQ-ITEM-IMAGE TO BSGOUT-REC
                 MOVE WS-REL-BATCHID TO BSGOUT-BATCHID
                 MOVE WS-RUN-DATE    TO BSGOUT-RUN-DATE
                 MOVE WS-RUN-TIME    TO BSGOUT-RUN-TIME
                 WRITE BSGOUT-REC
                 ADD 1 TO WS-CNT-REL-BSG
                 ADD BSGOUT-AMT TO WS-TOT-REL-BSG
                 MOVE "PAYMENT RELEASED TO BSG STAGING"
                   TO ACL-NOTE WS-NOTE
              END-IF
              PERFORM 8000-WRITE-AUDIT
           END-IF.

       4000-WRITE-CONTROL-ROW.
      * THE RELEASED BATCH DECLARES ITS OWN COUNT AND TOTAL, THE SAME
      * AS A LOCKBOX BATCH, FOR THE POSTING RUN TO PROVE.
           IF WS-CNT-REL-BSG > 0
              MOVE "E"            TO BSGCTL-RECTYPE
              MOVE WS-REL-BATCHID TO BSGCTL-BATCHID
              MOVE WS-CNT-REL-BSG TO BSGCTL-DECLARED-CNT
              MOVE WS-TOT-REL-BSG TO BSGCTL-DECLARED-AMT
              MOVE WS-RUN-DATE    TO BSGCTL-RUN-DATE
              MOVE WS-RUN-TIME    TO BSGCTL-RUN-TIME
              WRITE BSGCTL-REC
           END-IF.

      *----------------------------------------------------------------*
      * EVERYTHING STILL WAITING ON COMPLIANCE.  THE KEY LEADS WITH
      * THE SOURCE, THEN THE HOLD DATE, SO EACH SOURCE LISTS OLDEST
      * FIRST.
      *----------------------------------------------------------------*
       5000-LIST-PENDING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PENDING REVIEW" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "QUEUE KEY              AGE  ROLE       NAME       "
                  "               SCR  SDN UID    SDN NAME        "
                  "                         AMOUNT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO OFQ-KEY
           START OFCQUE-FILE KEY IS NOT LESS THAN OFQ-KEY
               INVALID KEY SET OFCQUE-EOF TO TRUE
           END-START
           IF NOT OFCQUE-EOF
              READ OFCQUE-FILE NEXT RECORD
                  AT END SET OFCQUE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 5100-ONE-ROW UNTIL OFCQUE-EOF.

       5100-ONE-ROW.
           IF OFQ-PENDING
              ADD 1 TO WS-CNT-PENDING
              ADD OFQ-AMOUNT TO WS-TOT-PENDING
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(OFQ-HOLD-DATE)
              MOVE OFQ-KEY      TO PDL-KEY
              MOVE WS-AGE-DAYS  TO PDL-AGE
              MOVE OFQ-ROLE     TO PDL-ROLE
              MOVE OFQ-NAME     TO PDL-NAME
              MOVE OFQ-SCORE    TO PDL-SCORE
              MOVE OFQ-SDN-UID  TO PDL-SDN-UID
              MOVE OFQ-SDN-NAME TO PDL-SDN-NAME
              MOVE OFQ-AMOUNT   TO PDL-AMT
              MOVE WS-PND-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           READ OFCQUE-FILE NEXT RECORD
               AT END SET OFCQUE-EOF TO TRUE
           END-READ.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-QUEUED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW HOLDS QUEUED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DUP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY ON QUEUE     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CLEARED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CLEARED              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CONFIRMED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CONFIRMED - BLOCKED  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "DISPOSITIONS REFUSED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REL-BSG TO WS-EDIT-CNT
           MOVE WS-TOT-REL-BSG TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "PAYMENTS RELEASED    " WS-EDIT-CNT
                  "  FOR " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REL-APC TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REFUNDS RELEASED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PENDING TO WS-EDIT-CNT
           MOVE WS-TOT-PENDING TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "STILL PENDING        " WS-EDIT-CNT
                  "  FOR " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW FOR THE QUEUE ROW IN HAND.  THE CALLER SETS THE
      * EVENT, USER AND NOTE.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-TIME-RAW(1:6) TO AUD-TIME
           MOVE OFQ-KEY          TO AUD-KEY
           MOVE OFQ-SCORE        TO AUD-SCORE
           MOVE OFQ-LIST-VERSION TO AUD-LIST-VERSION
           MOVE OFQ-NAME         TO AUD-NAME
           MOVE WS-NOTE          TO AUD-NOTE
           WRITE OFCAUD-REC.

       9999-EXIT.
           CLOSE OFCQUE-FILE OFCACT-FILE OFCAUD-FILE BSGOUT-FILE
                 APCREL-FILE OFCMNT-RPT
           STOP RUN.
