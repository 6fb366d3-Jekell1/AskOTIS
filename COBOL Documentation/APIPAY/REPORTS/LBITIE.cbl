      *================================================================*
      *   P R O G R A M :  L B I T I E                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-09-11
      *  DESC: TIES LOCKBOX CHECK IMAGES TO THE PAYMENTS THEY BECAME.
      *        LBXTRN INDEXES THE BANK'S IMAGE FILE ON THE KEYED LBI
      *        MASTER BY LOCKBOX ID, DEPOSIT DATE AND ITEM SEQUENCE,
      *        AND STAMPS THE SAME DEPOSIT DATE AND SEQUENCE ON EACH
      *        STAGED ITEM.  WHEN THE ITEM POSTS, LOCKBOX-IMAGE-TIE
      *        LOGS THE LP ROW IT POSTED AS TO THE LIT FILE.  THIS JOB:
      *          - READS THE LIT LOG AND TIES EACH IMAGE TO ITS LP ROW
      *            (BRANCH, ACCOUNT, SEQUENCE) WITH THE POSTING DATE -
      *            A REPOSTED ITEM MOVES THE TIE TO THE NEWER ROW
      *          - LISTS LOGGED POSTINGS WITH NO IMAGE ON FILE
      *          - LISTS EVERY IMAGE STILL UNTIED, WITH ITS AGE IN
      *            DAYS SINCE IT WAS INDEXED.  "*" MARKS ONE OLDER THAN
      *            THE LBIPRM DAYS (3 WHEN THERE IS NO PARAMETER) -
      *            A CHECK THE BANK CLEARED THAT NEVER BECAME A PAYMENT.
      *        RUN AFTER THE DAY'S POSTING.
      *
      *  MOD HISTORY:
      *   091128 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBITIE.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-09-11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LBIPRM-FILE ASSIGN TO "LBIPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBIPRM-STATUS.

           SELECT OPTIONAL LIT-FILE ASSIGN TO "LIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIT-STATUS.

           SELECT LBI-FILE ASSIGN TO "LBI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LBI-KEY
               FILE STATUS IS LBI-STATUS.

           SELECT LBITIE-RPT ASSIGN TO "LBITIE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LBIPRM-FILE.
       01  LBIPRM-REC.
           05  PRM-AGE-DAYS          PIC 9(03).

      * POSTED LOCKBOX ITEMS (FROM LOCKBOX-IMAGE-TIE AT POSTING).
       FD  LIT-FILE.
       01  LIT-REC.
           05  LIT-RUN-DATE          PIC 9(08).
           05  LIT-RUN-TIME          PIC 9(06).
           05  LIT-BRNO              PIC X(04).
           05  LIT-ACCTNO            PIC X(10).
           05  LIT-SEQNO             PIC 9(05).
           05  LIT-LOCKBOX-ID        PIC X(10).
           05  LIT-DEPOSIT-DATE      PIC 9(08).
           05  LIT-ITEM-SEQ          PIC 9(05).
           05  LIT-TRAMT             PIC S9(07)V99.
           05  LIT-CHECK-SERIAL      PIC X(08).

      * THE CHECK IMAGE INDEX (LOADED BY LBXTRN).
       FD  LBI-FILE.
       01  LBI-REC.
           05  LBI-KEY.
               10  LBI-LOCKBOX-ID    PIC X(10).
               10  LBI-DEPOSIT-DATE  PIC 9(08).
               10  LBI-SEQ           PIC 9(05).
           05  LBI-IMAGE-REF         PIC X(20).
           05  LBI-MICR-RTNO         PIC X(09).
           05  LBI-MICR-ACCT         PIC X(12).
           05  LBI-CHECK-SERIAL      PIC X(08).
           05  LBI-AMOUNT            PIC S9(07)V99.
           05  LBI-BRNO              PIC X(04).
           05  LBI-ACCTNO            PIC X(10).
           05  LBI-LOAD-DATE         PIC 9(08).
           05  LBI-ITEM-STATUS       PIC X(01).
               88  LBI-ITEM-STAGED              VALUE "S".
               88  LBI-ITEM-HELD                VALUE "H".
               88  LBI-ITEM-REJECTED            VALUE "R".
               88  LBI-ITEM-MISMATCH            VALUE "M".
               88  LBI-ITEM-UNMATCHED           VALUE "U".
           05  LBI-TIE-STATUS        PIC X(01).
               88  LBI-TIED                     VALUE "T".
               88  LBI-UNTIED                   VALUE "N".
           05  LBI-POST-DATE         PIC 9(08).
           05  LBI-LP-BRNO           PIC X(04).
           05  LBI-LP-ACCTNO         PIC X(10).
           05  LBI-LP-SEQNO          PIC 9(05).

       FD  LBITIE-RPT.
       01  RPT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  LBIPRM-STATUS             PIC XX.
           88  LBIPRM-EOF                       VALUE "10".
       01  LIT-STATUS                PIC XX.
           88  LIT-EOF                          VALUE "10".
       01  LBI-STATUS                PIC XX.
           88  LBI-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-AGE-DAYS               PIC 9(03) VALUE 3.
       01  WS-AGE                    PIC S9(05).

       01  WS-CNT-LOG                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-TIED               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RETIED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ALREADY            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NO-IMAGE           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-UNTIED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-AGED               PIC 9(07) COMP VALUE 0.
       01  WS-AMT-TIED               PIC S9(11)V99 VALUE 0.
       01  WS-AMT-UNTIED             PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-LOG-LINE.
           05  LOG-LOCKBOX-ID        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-DEPOSIT-DATE      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-ITEM-SEQ          PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-SEQNO             PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-RUN-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-TRAMT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LOG-CHECK-SERIAL      PIC X(08).

       01  WS-DTL-LINE.
           05  DTL-LOCKBOX-ID        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DEPOSIT-DATE      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SEQ               PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-IMAGE-REF         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AGE               PIC ZZ,ZZ9-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ITEM-STATUS       PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-FLAG              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TIE-POSTINGS
           PERFORM 3000-LIST-UNTIED
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LBIPRM-FILE
           READ LBIPRM-FILE AT END SET LBIPRM-EOF TO TRUE END-READ
           IF NOT LBIPRM-EOF AND PRM-AGE-DAYS NUMERIC
              AND PRM-AGE-DAYS > 0
              MOVE PRM-AGE-DAYS TO WS-AGE-DAYS
           END-IF
           CLOSE LBIPRM-FILE
           OPEN INPUT  LIT-FILE
           OPEN I-O    LBI-FILE
           IF LBI-STATUS = "35"
              OPEN OUTPUT LBI-FILE
              CLOSE LBI-FILE
              OPEN I-O LBI-FILE
           END-IF
           OPEN OUTPUT LBITIE-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "LOCKBOX CHECK IMAGE TIE-OUT FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "POSTED LOCKBOX ITEMS WITH NO CHECK IMAGE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LOCKBOX     DEPOSIT   ITEM   BRNO  ACCOUNT     "
                  "LP SEQ POSTED          AMOUNT   SERIAL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-TIE-POSTINGS.
           READ LIT-FILE AT END SET LIT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-POSTING UNTIL LIT-EOF.

       2100-ONE-POSTING.
           ADD 1 TO WS-CNT-LOG
           MOVE LIT-LOCKBOX-ID   TO LBI-LOCKBOX-ID
           MOVE LIT-DEPOSIT-DATE TO LBI-DEPOSIT-DATE
           MOVE LIT-ITEM-SEQ     TO LBI-SEQ
           READ LBI-FILE
               INVALID KEY MOVE "23" TO LBI-STATUS
           END-READ
           IF LBI-STATUS NOT = "00"
              PERFORM 2300-NO-IMAGE
           ELSE
              PERFORM 2200-TIE-IMAGE
           END-IF
           READ LIT-FILE AT END SET LIT-EOF TO TRUE END-READ.

      * THE LOG IS READ WHOLE EVERY RUN - A ROW ALREADY TIED TO THE
      * SAME LP ROW IS COUNTED AND LEFT.  A REVERSED ITEM POSTED AGAIN
      * LOGS A NEWER ROW, AND THE TIE FOLLOWS THE LIVE PAYMENT.
       2200-TIE-IMAGE.
           IF LBI-TIED
              AND LBI-LP-BRNO   = LIT-BRNO
              AND LBI-LP-ACCTNO = LIT-ACCTNO
              AND LBI-LP-SEQNO  = LIT-SEQNO
              ADD 1 TO WS-CNT-ALREADY
           ELSE
              IF LBI-TIED
                 ADD 1 TO WS-CNT-RETIED
              ELSE
                 ADD 1 TO WS-CNT-TIED
                 ADD LIT-TRAMT TO WS-AMT-TIED
              END-IF
              MOVE "T"          TO LBI-TIE-STATUS
              MOVE LIT-RUN-DATE TO LBI-POST-DATE
              MOVE LIT-BRNO     TO LBI-LP-BRNO
              MOVE LIT-ACCTNO   TO LBI-LP-ACCTNO
              MOVE LIT-SEQNO    TO LBI-LP-SEQNO
              REWRITE LBI-REC
           END-IF.

      * ONLY THE LAST FEW DAYS' POSTINGS ARE LISTED - AN OLDER ONE HAS
      * BEEN ON THIS REPORT ALREADY AND IS ONLY COUNTED.
       2300-NO-IMAGE.
           ADD 1 TO WS-CNT-NO-IMAGE
           COMPUTE WS-AGE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(LIT-RUN-DATE)
           IF WS-AGE NOT > WS-AGE-DAYS
              MOVE LIT-LOCKBOX-ID   TO LOG-LOCKBOX-ID
              MOVE LIT-DEPOSIT-DATE TO LOG-DEPOSIT-DATE
              MOVE LIT-ITEM-SEQ     TO LOG-ITEM-SEQ
              MOVE LIT-BRNO         TO LOG-BRNO
              MOVE LIT-ACCTNO       TO LOG-ACCTNO
              MOVE LIT-SEQNO        TO LOG-SEQNO
              MOVE LIT-RUN-DATE     TO LOG-RUN-DATE
              MOVE LIT-TRAMT        TO LOG-TRAMT
              MOVE LIT-CHECK-SERIAL TO LOG-CHECK-SERIAL
              MOVE WS-LOG-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * EVERY IMAGE NOT TIED TO A POSTED PAYMENT.  THE ITEM STATUS
      * SAYS WHY, WHERE LBXTRN KNEW: REJECTED AND OFAC-HELD ITEMS
      * NEVER STAGED; A MISMATCH OR AN IMAGE WITH NO ITEM NEEDS THE
      * BANK; A STAGED ITEM THAT NEVER POSTED NEEDS THE POSTING RUN.
      *----------------------------------------------------------------*
       3000-LIST-UNTIED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CHECK IMAGES NOT TIED TO A POSTED PAYMENT  "
                  "(* = UNTIED OVER " WS-AGE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LOCKBOX     DEPOSIT   ITEM   IMAGE REFERENCE       "
                  "BRNO  ACCOUNT            AMOUNT     AGE   "
                  "ITEM STATUS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO LBI-KEY
           START LBI-FILE KEY IS NOT LESS THAN LBI-KEY
               INVALID KEY SET LBI-EOF TO TRUE
           END-START
           IF NOT LBI-EOF
              READ LBI-FILE NEXT RECORD
                  AT END SET LBI-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-IMAGE UNTIL LBI-EOF.

       3100-ONE-IMAGE.
           IF NOT LBI-TIED
              PERFORM 3200-LIST-ONE
           END-IF
           READ LBI-FILE NEXT RECORD
               AT END SET LBI-EOF TO TRUE
           END-READ.

       3200-LIST-ONE.
           ADD 1 TO WS-CNT-UNTIED
           ADD LBI-AMOUNT TO WS-AMT-UNTIED
           COMPUTE WS-AGE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(LBI-LOAD-DATE)
           MOVE LBI-LOCKBOX-ID   TO DTL-LOCKBOX-ID
           MOVE LBI-DEPOSIT-DATE TO DTL-DEPOSIT-DATE
           MOVE LBI-SEQ          TO DTL-SEQ
           MOVE LBI-IMAGE-REF    TO DTL-IMAGE-REF
           MOVE LBI-BRNO         TO DTL-BRNO
           MOVE LBI-ACCTNO       TO DTL-ACCTNO
           MOVE LBI-AMOUNT       TO DTL-AMOUNT
           MOVE WS-AGE           TO DTL-AGE
           EVALUATE TRUE
               WHEN LBI-ITEM-STAGED
                   MOVE "STAGED-NOT POSTD" TO DTL-ITEM-STATUS
               WHEN LBI-ITEM-HELD
                   MOVE "HELD - OFAC"      TO DTL-ITEM-STATUS
               WHEN LBI-ITEM-REJECTED
                   MOVE "ITEM REJECTED"    TO DTL-ITEM-STATUS
               WHEN LBI-ITEM-MISMATCH
                   MOVE "MICR/AMT MISMTCH" TO DTL-ITEM-STATUS
               WHEN LBI-ITEM-UNMATCHED
                   MOVE "NO LOCKBOX ITEM"  TO DTL-ITEM-STATUS
               WHEN OTHER
                   MOVE LBI-ITEM-STATUS    TO DTL-ITEM-STATUS
           END-EVALUATE
           MOVE SPACE TO DTL-FLAG
           IF WS-AGE > WS-AGE-DAYS
              ADD 1 TO WS-CNT-AGED
              MOVE "*" TO DTL-FLAG
           END-IF
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LOG TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "POSTINGS LOGGED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TIED TO WS-EDIT-CNT
           MOVE WS-AMT-TIED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "IMAGES TIED          " WS-EDIT-CNT "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RETIED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TIES MOVED (REPOST)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ALREADY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY TIED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-IMAGE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "POSTED, NO IMAGE     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UNTIED TO WS-EDIT-CNT
           MOVE WS-AMT-UNTIED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "IMAGES NOT TIED      " WS-EDIT-CNT "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-AGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OVER AGE (*)       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE LIT-FILE LBI-FILE LBITIE-RPT
           STOP RUN.
