      *               DIGIT MUST RECOMPUTE AND THE SCANLINE'S
      *               BRANCH/ACCOUNT MUST MATCH THE KEYED FIELDS, OR
      *               THE LINE REJECTS AT TRANSLATION.
      *   081428 RTC  OFAC SCREENING: THE REMITTER NAME THE BANK NOW
      *               CAPTURES (BILL-PAY CONSOLIDATOR ITEMS CARRY THE
      *               PAYER) IS SCORED AGAINST THE SDN LIST IN FORCE;
      *               A HIT IS HELD OUT OF THE STAGED BATCH AND QUEUED
      *               TO OFCHIT FOR COMPLIANCE REVIEW (OFCMNT).
      *   091128 RTC  CHECK IMAGE INDEX: THE BANK'S IMAGE FILE (LBXIMG -
      *               IMAGE REFERENCE, MICR, AMOUNT, DEPOSIT DATE AND
      *               ITEM SEQUENCE) IS LOADED TO THE KEYED LBI INDEX,
      *               EACH IMAGE MATCHED TO ITS LOCKBOX ITEM BY DEPOSIT
      *               AND SEQUENCE AND PROVED ON MICR AND AMOUNT.  THE
      *               STAGED ITEM NOW CARRIES ITS DEPOSIT DATE AND ITEM
      *               SEQUENCE BEHIND THE CHECK SERIAL IN THE DIST-ID
      *               SO POSTING CAN LOG THE LP ROW IT BECAME (LBITIE).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXTRN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSGOUT-STATUS.

           SELECT OPTIONAL OFCPRM-FILE ASSIGN TO "OFCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCPRM-STATUS.

           SELECT OPTIONAL SDNLST-FILE ASSIGN TO "SDNLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDNLST-STATUS.

           SELECT OPTIONAL OFCHIT-FILE ASSIGN TO "OFCHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCHIT-STATUS.

           SELECT LBXTRN-RPT ASSIGN TO "LBXTRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT OPTIONAL LBXIMG-FILE ASSIGN TO "LBXIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBXIMG-STATUS.

           SELECT LBI-FILE ASSIGN TO "LBI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LBI-KEY
               FILE STATUS IS LBI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LBXPRM-FILE.
           05  BSGCTL-RUN-DATE       PIC 9(08).
           05  BSGCTL-RUN-TIME       PIC 9(06).

      * OFAC SCREENING THRESHOLD - THE SCORE (0-100) AT OR OVER WHICH
      * A NAME IS HELD.  NO ROW MEANS 85.
       FD  OFCPRM-FILE.
       01  OFCPRM-REC.
           05  OFP-THRESHOLD         PIC 9(03).

      * THE SDN LIST IN FORCE, AS SDNLOD LOADED IT.
       FD  SDNLST-FILE.
       01  SDNLST-HDR.
           05  SLH-RECTYPE           PIC X(01).
           05  SLH-VERSION           PIC X(10).
           05  SLH-PUB-DATE          PIC 9(08).
           05  SLH-LOAD-DATE         PIC 9(08).
           05  SLH-LOAD-TIME         PIC 9(06).
           05  SLH-ENTRIES           PIC 9(07).
           05  FILLER                PIC X(52).
       01  SDNLST-REC.
           05  SLD-RECTYPE           PIC X(01).
           05  SLD-UID               PIC X(10).
           05  SLD-KIND              PIC X(01).
           05  SLD-TYPE              PIC X(10).
           05  SLD-NAME              PIC X(60).
           05  FILLER                PIC X(10).

      * HELD ITEMS FOR THE OFCMNT COMPLIANCE REVIEW QUEUE.
       FD  OFCHIT-FILE.
       01  OFCHIT-REC.
           05  OFH-KEY.
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
           05  OFH-ITEM-IMAGE        PIC X(100).

       FD  LBXTRN-RPT.
       01  RPT-LINE                  PIC X(120).

      * THE BANK'S CHECK IMAGE FILE - ONE ROW PER LOCKBOX ITEM IMAGED,
      * NUMBERED WITHIN THE DEPOSIT THE SAME WAY AS THE LBXIN DETAILS.
       FD  LBXIMG-FILE.
       01  LBXIMG-REC.
           05  IMG-REF               PIC X(20).
           05  IMG-MICR-RTNO         PIC X(09).
           05  IMG-MICR-ACCT         PIC X(12).
           05  IMG-CHECK-SERIAL      PIC X(08).
           05  IMG-AMOUNT-X          PIC X(09).
           05  IMG-AMOUNT REDEFINES IMG-AMOUNT-X
                                     PIC 9(07)V99.
           05  IMG-DEPOSIT-DATE-X    PIC X(08).
           05  IMG-DEPOSIT-DATE REDEFINES IMG-DEPOSIT-DATE-X
                                     PIC 9(08).
           05  IMG-SEQ-X             PIC X(05).
           05  IMG-SEQ REDEFINES IMG-SEQ-X
                                     PIC 9(05).

      * THE CHECK IMAGE INDEX, TIED TO THE POSTED LP ROW BY LBITIE.
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

       WORKING-STORAGE SECTION.
       01  LBXPRM-STATUS             PIC XX.
           88  LBXPRM-EOF                       VALUE "10".
           88  LBXIN-EOF                        VALUE "10".
       01  BSGOUT-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.
       01  OFCPRM-STATUS             PIC XX.
           88  OFCPRM-EOF                       VALUE "10".
       01  SDNLST-STATUS             PIC XX.
           88  SDNLST-EOF                       VALUE "10".
       01  OFCHIT-STATUS             PIC XX.
       01  LBXIMG-STATUS             PIC XX.
           88  LBXIMG-EOF                       VALUE "10".
       01  LBI-STATUS                PIC XX.

      * EVERY LOCKBOX DETAIL OF THE RUN, BY DEPOSIT AND SEQUENCE, FOR
      * MATCHING THE BANK'S IMAGES BACK TO THEIR ITEMS.
       01  WS-ITEM-SEQ               PIC 9(05) VALUE 0.
       01  WS-MAX-LI                 PIC 9(05) COMP VALUE 20000.
       01  WS-LI-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-LI-SUB                 PIC 9(05) COMP.
       01  WS-LI-CUR                 PIC 9(05) COMP VALUE 0.
       01  WS-LI-HIT                 PIC 9(05) COMP.
       01  WS-LI-NEAR                PIC 9(05) COMP.
       01  WS-LI-TABLE.
           05  WS-LI-ENTRY OCCURS 20000 TIMES.
               10  WS-LI-BOX         PIC X(10).
               10  WS-LI-DATE        PIC 9(08).
               10  WS-LI-SEQ         PIC 9(05).
               10  WS-LI-BRNO        PIC X(04).
               10  WS-LI-ACCT        PIC X(10).
               10  WS-LI-AMT         PIC X(09).
               10  WS-LI-RTNO        PIC X(09).
               10  WS-LI-SERIAL      PIC X(08).
               10  WS-LI-DISP        PIC X(01).
       01  WS-CNT-IMAGES             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-IMG-UNMATCHED      PIC 9(07) COMP VALUE 0.
       01  WS-CNT-IMG-MISMATCH       PIC 9(07) COMP VALUE 0.
       01  WS-CNT-IMG-DUP            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-IMG-BAD            PIC 9(07) COMP VALUE 0.

      * OFAC SCREENING.  THE SDN LIST IN FORCE IS HELD TOKENIZED - UP
      * TO SIX WORDS A NAME, NOISE WORDS DROPPED - AND EACH NAME
      * SCREENED IS SCORED AGAINST EVERY ENTRY (8700-SCREEN-NAME).
       01  WS-OFC-SOURCE             PIC X(01) VALUE "L".
       01  WS-OFC-PROGRAM            PIC X(08) VALUE "LBXTRN".
       01  WS-OFC-THRESHOLD          PIC 9(03) VALUE 85.
       01  WS-OFC-VERSION            PIC X(10) VALUE SPACES.
       01  WS-MAX-SDN                PIC 9(05) COMP VALUE 40000.
       01  WS-SDN-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-SDN-SUB                PIC 9(05) COMP.
       01  WS-SDN-TABLE.
           05  WS-SDN-ENTRY OCCURS 40000 TIMES.
               10  WS-SDN-UID        PIC X(10).
               10  WS-SDN-NAME       PIC X(60).
               10  WS-SDN-TOK-CNT    PIC 9(01).
               10  WS-SDN-TOK        PIC X(15) OCCURS 6 TIMES.
       01  WS-OFC-NAME               PIC X(60).
       01  WS-OFC-ROLE               PIC X(10).
       01  WS-OFC-SAVE-NAME          PIC X(35).
       01  WS-OFC-RAW.
           05  WS-OFC-RAW-TOK        PIC X(15) OCCURS 8 TIMES.
       01  WS-OFC-TOK-CNT            PIC 9(01).
       01  WS-OFC-TOK-TABLE.
           05  WS-OFC-TOK            PIC X(15) OCCURS 6 TIMES.
       01  WS-OFC-WORD               PIC X(15).
           88  WS-OFC-NOISE-WORD     VALUE "THE" "INC" "LLC" "LTD"
                                           "CO" "CORP" "COMPANY"
                                           "SA" "OF" "AND" "MR"
                                           "MRS" "MS" "DR".
       01  WS-OFC-RAW-SUB            PIC 9(02) COMP.
       01  WS-OFC-T-SUB              PIC 9(02) COMP.
       01  WS-OFC-C-SUB              PIC 9(02) COMP.
       01  WS-OFC-CREDIT             PIC 9(03).
       01  WS-OFC-TOK-CREDIT         PIC 9(01).
       01  WS-OFC-SCORE              PIC 9(03).
       01  WS-OFC-BEST-SCORE         PIC 9(03).
       01  WS-OFC-BEST-UID           PIC X(10).
       01  WS-OFC-BEST-SDN           PIC X(60).
       01  WS-OFC-BEST-ROLE          PIC X(10).
       01  WS-OFC-BEST-NAME          PIC X(35).
       01  WS-OFC-HIT-SW             PIC X(01).
           88  WS-OFC-HIT                       VALUE "Y".
       01  WS-OFC-SEQ                PIC 9(05) VALUE 0.
       01  WS-CNT-OFC-HELD           PIC 9(05) COMP VALUE 0.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
           05  LBD-MICR-ACCT         PIC X(12).
           05  LBD-CHECK-SERIAL      PIC X(08).
           05  LBD-SCANLINE          PIC X(32).
      * PAYER NAME - BLANK ON A PLAIN BORROWER CHECK THE BANK DID NOT
      * KEY.
           05  LBD-REMITTER          PIC X(25).
           05  FILLER                PIC X(02).

       01  WS-LBX-HEADER.
           05  LBH-RECTYPE           PIC X(01).
           PERFORM 2000-PROCESS
           PERFORM 2950-WRITE-CONTROL-ROW
           PERFORM 3000-PROVE-TRAILER
           PERFORM 3500-LOAD-IMAGES
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

           END-IF
           MOVE "LOCKBOX TRANSLATION EXCEPTIONS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8500-LOAD-SDN
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ LBXIN-FILE AT END SET LBXIN-EOF TO TRUE END-READ.
           MOVE LBXIN-REC TO WS-LBX-HEADER
           MOVE "Y" TO WS-HEADER-SEEN
           MOVE LBH-LOCKBOX-ID TO WS-BATCHID
           MOVE 0 TO WS-ITEM-SEQ
           IF LBH-DEPOSIT-DATE IS NUMERIC
              MOVE LBH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           ELSE
           END-IF.

       2300-DETAIL.
           ADD 1 TO WS-CNT-ITEMS WS-ITEM-SEQ
           MOVE LBXIN-REC TO WS-LBX-DETAIL
      * EVERY DETAIL KEEPS ITS PLACE IN THE DEPOSIT - THE BANK NUMBERS
      * ITS IMAGES THE SAME WAY, REJECTS INCLUDED.
           MOVE 0 TO WS-LI-CUR
           IF WS-LI-CNT < WS-MAX-LI
              ADD 1 TO WS-LI-CNT
              MOVE WS-LI-CNT        TO WS-LI-CUR
              MOVE WS-BATCHID       TO WS-LI-BOX(WS-LI-CNT)
              MOVE WS-DEPOSIT-DATE  TO WS-LI-DATE(WS-LI-CNT)
              MOVE WS-ITEM-SEQ      TO WS-LI-SEQ(WS-LI-CNT)
              MOVE LBD-BRNO         TO WS-LI-BRNO(WS-LI-CNT)
              MOVE LBD-ACCTNO       TO WS-LI-ACCT(WS-LI-CNT)
              MOVE LBD-AMOUNT-X     TO WS-LI-AMT(WS-LI-CNT)
              MOVE LBD-MICR-RTNO    TO WS-LI-RTNO(WS-LI-CNT)
              MOVE LBD-CHECK-SERIAL TO WS-LI-SERIAL(WS-LI-CNT)
              MOVE "R"              TO WS-LI-DISP(WS-LI-CNT)
           END-IF
           IF WS-HEADER-SEEN NOT = "Y"
              MOVE "DETAIL BEFORE DEPOSIT HEADER" TO WS-REJECT-REASON
              PERFORM 2900-REJECT
                                               TO WS-REJECT-REASON
                    PERFORM 2900-REJECT
                    GO TO 2300-EXIT.
      * A CLEAN ITEM IS SCREENED LAST - A HIT STAYS OUT OF THE BATCH.
           PERFORM 8690-SCREEN-RESET
           IF LBD-REMITTER NOT = SPACES
              MOVE LBD-REMITTER TO WS-OFC-NAME
              MOVE "REMITTER"   TO WS-OFC-ROLE
              PERFORM 8700-SCREEN-NAME
           END-IF
           IF WS-OFC-HIT
              PERFORM 2680-HOLD-ITEM
           ELSE
              PERFORM 2700-EMIT-ITEM
           END-IF.
       2300-EXIT.
           EXIT.

              + 7 * (WS-ABA-D(2) + WS-ABA-D(5) + WS-ABA-D(8))
              + (WS-ABA-D(3) + WS-ABA-D(6) + WS-ABA-D(9)).

      *----------------------------------------------------------------*
      * A SCREENING HIT.  THE ITEM IS HELD WITH THE STAGING ROW IT
      * WOULD HAVE WRITTEN; OFCMNT RELEASES IT TO BSG IF CLEARED.
      *----------------------------------------------------------------*
       2680-HOLD-ITEM.
           PERFORM 2690-BUILD-ITEM
           MOVE SPACES           TO OFCHIT-REC
           MOVE BSGOUT-REC       TO OFH-ITEM-IMAGE
           MOVE LBD-BRNO         TO OFH-BRNO
           MOVE LBD-ACCTNO       TO OFH-ACCTNO
           MOVE WS-AMT-9         TO OFH-AMOUNT
           MOVE LBD-CHECK-SERIAL TO OFH-REFERENCE
           PERFORM 8800-WRITE-HIT
           IF WS-LI-CUR > 0
              MOVE "H" TO WS-LI-DISP(WS-LI-CUR)
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "HELD:   OFAC REVIEW - " WS-OFC-BEST-NAME
                  " SCORE " WS-OFC-BEST-SCORE
                  " SDN " WS-OFC-BEST-UID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2690-BUILD-ITEM.
           MOVE SPACES          TO BSGOUT-REC
           MOVE "I"             TO BSGOUT-RECTYPE
           MOVE WS-BATCHID      TO BSGOUT-BATCHID
           MOVE WS-DATE-9       TO BSGOUT-PAYDATE
           MOVE SPACES          TO BSGOUT-DIST-ID
           MOVE LBD-CHECK-SERIAL TO BSGOUT-DIST-ID(1:8)
      * "L", THE DEPOSIT DATE AND THE ITEM SEQUENCE - WITH THE BATCH
      * ID (THE LOCKBOX) THE KEY OF THE ITEM'S IMAGE ON LBI.
           MOVE "L"             TO BSGOUT-DIST-ID(9:1)
           MOVE WS-DEPOSIT-DATE TO BSGOUT-DIST-ID(10:8)
           MOVE WS-ITEM-SEQ     TO BSGOUT-DIST-ID(18:5)
           MOVE WS-RUN-DATE     TO BSGOUT-RUN-DATE
           MOVE WS-RUN-TIME     TO BSGOUT-RUN-TIME.

       2700-EMIT-ITEM.
           ADD 1 TO WS-CNT-EMITTED
           ADD WS-AMT-9 TO WS-TOT-EMITTED
           PERFORM 2690-BUILD-ITEM
           WRITE BSGOUT-REC
           IF WS-LI-CUR > 0
              MOVE "S" TO WS-LI-DISP(WS-LI-CUR)
           END-IF.

       2800-TRAILER.
           MOVE LBXIN-REC TO WS-LBX-TRAILER
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE BANK'S IMAGE FILE FOR THE SAME DEPOSITS.  EACH IMAGE IS
      * MATCHED TO ITS LOCKBOX DETAIL BY DEPOSIT DATE AND ITEM SEQUENCE
      * AND PROVED ON ROUTING NUMBER AND AMOUNT - WHERE TWO LOCKBOXES
      * SHARE A DEPOSIT DATE THE ONE THAT PROVES WINS.  EVERY IMAGE IS
      * INDEXED ON LBI UNTIED; LBITIE TIES IT TO THE LP ROW ONCE THE
      * ITEM POSTS.  AN IMAGE THAT FAILS THE PROOF OR HAS NO ITEM IS
      * STILL INDEXED, MARKED, AND LISTED HERE.
      *----------------------------------------------------------------*
       3500-LOAD-IMAGES.
           OPEN INPUT LBXIMG-FILE
           READ LBXIMG-FILE AT END SET LBXIMG-EOF TO TRUE END-READ
           IF LBXIMG-EOF
              CLOSE LBXIMG-FILE
           ELSE
              OPEN I-O LBI-FILE
              IF LBI-STATUS = "35"
                 OPEN OUTPUT LBI-FILE
                 CLOSE LBI-FILE
                 OPEN I-O LBI-FILE
              END-IF
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "CHECK IMAGE EXCEPTIONS" TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 3510-ONE-IMAGE UNTIL LBXIMG-EOF
              CLOSE LBXIMG-FILE LBI-FILE
           END-IF.

       3510-ONE-IMAGE.
           ADD 1 TO WS-CNT-IMAGES
           IF IMG-DEPOSIT-DATE-X NOT NUMERIC
              OR IMG-SEQ-X NOT NUMERIC
              ADD 1 TO WS-CNT-IMG-BAD
              MOVE SPACES TO RPT-LINE
              STRING "UNREADABLE IMAGE ROW: " LBXIMG-REC
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 3520-MATCH-ITEM
              PERFORM 3530-INDEX-IMAGE
           END-IF
           READ LBXIMG-FILE AT END SET LBXIMG-EOF TO TRUE END-READ.

      * WS-LI-HIT - THE ITEM THAT PROVES; WS-LI-NEAR - THE FIRST ITEM
      * AT THE SAME DEPOSIT AND SEQUENCE THAT DOES NOT.
       3520-MATCH-ITEM.
           MOVE 0 TO WS-LI-HIT WS-LI-NEAR
           PERFORM VARYING WS-LI-SUB FROM 1 BY 1
                   UNTIL WS-LI-SUB > WS-LI-CNT OR WS-LI-HIT > 0
               IF WS-LI-DATE(WS-LI-SUB) = IMG-DEPOSIT-DATE
                  AND WS-LI-SEQ(WS-LI-SUB) = IMG-SEQ
                  IF WS-LI-AMT(WS-LI-SUB)  = IMG-AMOUNT-X
                     AND WS-LI-RTNO(WS-LI-SUB) = IMG-MICR-RTNO
                     MOVE WS-LI-SUB TO WS-LI-HIT
                  ELSE
                     IF WS-LI-NEAR = 0
                        MOVE WS-LI-SUB TO WS-LI-NEAR
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       3530-INDEX-IMAGE.
           MOVE SPACES            TO LBI-REC
           MOVE IMG-DEPOSIT-DATE  TO LBI-DEPOSIT-DATE
           MOVE IMG-SEQ           TO LBI-SEQ
           MOVE IMG-REF           TO LBI-IMAGE-REF
           MOVE IMG-MICR-RTNO     TO LBI-MICR-RTNO
           MOVE IMG-MICR-ACCT     TO LBI-MICR-ACCT
           MOVE IMG-CHECK-SERIAL  TO LBI-CHECK-SERIAL
           IF IMG-AMOUNT-X NUMERIC
              MOVE IMG-AMOUNT     TO LBI-AMOUNT
           ELSE
              MOVE 0              TO LBI-AMOUNT
           END-IF
           MOVE WS-RUN-DATE       TO LBI-LOAD-DATE
           MOVE "N"               TO LBI-TIE-STATUS
           MOVE 0                 TO LBI-POST-DATE LBI-LP-SEQNO
           EVALUATE TRUE
               WHEN WS-LI-HIT > 0
                   MOVE WS-LI-BOX(WS-LI-HIT)  TO LBI-LOCKBOX-ID
                   MOVE WS-LI-BRNO(WS-LI-HIT) TO LBI-BRNO
                   MOVE WS-LI-ACCT(WS-LI-HIT) TO LBI-ACCTNO
                   MOVE WS-LI-DISP(WS-LI-HIT) TO LBI-ITEM-STATUS
               WHEN WS-LI-NEAR > 0
                   ADD 1 TO WS-CNT-IMG-MISMATCH
                   MOVE WS-LI-BOX(WS-LI-NEAR)  TO LBI-LOCKBOX-ID
                   MOVE WS-LI-BRNO(WS-LI-NEAR) TO LBI-BRNO
                   MOVE WS-LI-ACCT(WS-LI-NEAR) TO LBI-ACCTNO
                   MOVE "M"                    TO LBI-ITEM-STATUS
                   MOVE SPACES TO RPT-LINE
                   STRING "IMAGE MICR/AMOUNT MISMATCH: "
                          LBI-LOCKBOX-ID " " IMG-DEPOSIT-DATE-X
                          " SEQ " IMG-SEQ-X " IMAGE " IMG-REF
                          " ITEM " WS-LI-AMT(WS-LI-NEAR)
                          " IMAGE " IMG-AMOUNT-X
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-CNT-IMG-UNMATCHED
                   MOVE WS-BATCHID             TO LBI-LOCKBOX-ID
                   MOVE "U"                    TO LBI-ITEM-STATUS
                   MOVE SPACES TO RPT-LINE
                   STRING "IMAGE WITH NO LOCKBOX ITEM: "
                          IMG-DEPOSIT-DATE-X " SEQ " IMG-SEQ-X
                          " IMAGE " IMG-REF " AMOUNT " IMG-AMOUNT-X
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
           END-EVALUATE
           WRITE LBI-REC
               INVALID KEY ADD 1 TO WS-CNT-IMG-DUP
           END-WRITE.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "REJECTED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OFC-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD - OFAC  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-IMAGES TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "IMAGES READ  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-IMG-MISMATCH TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  MICR/AMOUNT MISMATCH " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-IMG-UNMATCHED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  NO LOCKBOX ITEM      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-IMG-DUP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  ALREADY INDEXED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-IMG-BAD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  UNREADABLE           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * OFAC SCREENING - THE SAME PARAGRAPHS IN WIREMT, LBXTRN AND
      * POSPAY.  THE LIST IN FORCE IS LOADED ONCE A RUN.  A LIST THAT
      * IS MISSING, EMPTY OR TOO BIG FOR THE TABLE LOADS NOTHING, AND
      * WITH NO LIST EVERY NAME SCREENED IS HELD - NOTHING GOES OUT
      * UNSCREENED.
      *----------------------------------------------------------------*
       8500-LOAD-SDN.
           OPEN INPUT OFCPRM-FILE
           READ OFCPRM-FILE AT END SET OFCPRM-EOF TO TRUE END-READ
           IF NOT OFCPRM-EOF
              IF OFP-THRESHOLD NUMERIC AND OFP-THRESHOLD > 0
                 MOVE OFP-THRESHOLD TO WS-OFC-THRESHOLD
              END-IF
           END-IF
           CLOSE OFCPRM-FILE
           OPEN INPUT SDNLST-FILE
           READ SDNLST-FILE AT END SET SDNLST-EOF TO TRUE END-READ
           IF NOT SDNLST-EOF AND SLH-RECTYPE = "H"
              MOVE SLH-VERSION TO WS-OFC-VERSION
              READ SDNLST-FILE AT END SET SDNLST-EOF TO TRUE END-READ
           END-IF
           PERFORM 8510-LOAD-SDN-ONE
               UNTIL SDNLST-EOF OR WS-SDN-CNT = WS-MAX-SDN
           IF NOT SDNLST-EOF
              MOVE 0 TO WS-SDN-CNT
           END-IF
           CLOSE SDNLST-FILE
           OPEN EXTEND OFCHIT-FILE
           MOVE SPACES TO RPT-LINE
           IF WS-SDN-CNT = 0
              MOVE "** NO USABLE SDN LIST - EVERY NAME HELD FOR REVIEW"
                TO RPT-LINE
           ELSE
              STRING "OFAC SDN LIST " WS-OFC-VERSION
                     "  HOLD AT SCORE " WS-OFC-THRESHOLD
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       8510-LOAD-SDN-ONE.
           IF SLD-RECTYPE = "D"
              MOVE SLD-NAME TO WS-OFC-NAME
              PERFORM 8600-TOKENIZE
              IF WS-OFC-TOK-CNT > 0
                 ADD 1 TO WS-SDN-CNT
                 MOVE SLD-UID        TO WS-SDN-UID(WS-SDN-CNT)
                 MOVE SLD-NAME       TO WS-SDN-NAME(WS-SDN-CNT)
                 MOVE WS-OFC-TOK-CNT TO WS-SDN-TOK-CNT(WS-SDN-CNT)
                 PERFORM VARYING WS-OFC-T-SUB FROM 1 BY 1
                         UNTIL WS-OFC-T-SUB > 6
                     MOVE WS-OFC-TOK(WS-OFC-T-SUB)
                       TO WS-SDN-TOK(WS-SDN-CNT, WS-OFC-T-SUB)
                 END-PERFORM
              END-IF
           END-IF
           READ SDNLST-FILE AT END SET SDNLST-EOF TO TRUE END-READ.

      * WS-OFC-NAME TO WORDS: UPPER CASE, PUNCTUATION BLANKED, NOISE
      * WORDS (THE, INC, LLC, ...) DROPPED, THE FIRST SIX KEPT.
       8600-TOKENIZE.
           INSPECT WS-OFC-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-OFC-NAME CONVERTING
              ".,;:-'/&()#!?*_+"
              TO "                "
           MOVE SPACES TO WS-OFC-RAW WS-OFC-TOK-TABLE
           MOVE 0 TO WS-OFC-TOK-CNT
           UNSTRING WS-OFC-NAME DELIMITED BY ALL SPACE
               INTO WS-OFC-RAW-TOK(1) WS-OFC-RAW-TOK(2)
                    WS-OFC-RAW-TOK(3) WS-OFC-RAW-TOK(4)
                    WS-OFC-RAW-TOK(5) WS-OFC-RAW-TOK(6)
                    WS-OFC-RAW-TOK(7) WS-OFC-RAW-TOK(8)
           END-UNSTRING
           PERFORM VARYING WS-OFC-RAW-SUB FROM 1 BY 1
                   UNTIL WS-OFC-RAW-SUB > 8
               MOVE WS-OFC-RAW-TOK(WS-OFC-RAW-SUB) TO WS-OFC-WORD
               IF WS-OFC-WORD NOT = SPACES
                  AND NOT WS-OFC-NOISE-WORD
                  AND WS-OFC-TOK-CNT < 6
                  ADD 1 TO WS-OFC-TOK-CNT
                  MOVE WS-OFC-WORD TO WS-OFC-TOK(WS-OFC-TOK-CNT)
               END-IF
           END-PERFORM.

       8690-SCREEN-RESET.
           MOVE 0      TO WS-OFC-BEST-SCORE
           MOVE SPACES TO WS-OFC-BEST-UID WS-OFC-BEST-SDN
                          WS-OFC-BEST-ROLE WS-OFC-BEST-NAME
           MOVE "N"    TO WS-OFC-HIT-SW.

      *----------------------------------------------------------------*
      * SCORE ONE NAME (WS-OFC-NAME, ITS ROLE IN WS-OFC-ROLE) AGAINST
      * THE WHOLE LIST.  EACH WORD OF AN SDN ENTRY EARNS 4 FOR AN
      * EXACT WORD IN THE NAME, 3 FOR ONE SHARING ITS FIRST FOUR
      * LETTERS (SPELLING VARIANTS), AND THE ENTRY SCORES THE CREDIT
      * AS A PERCENT OF 4 PER WORD - WORD ORDER DOES NOT MATTER.  THE
      * BEST ENTRY ACROSS ALL THE ITEM'S NAMES IS KEPT; AT OR OVER THE
      * THRESHOLD THE ITEM IS A HIT.
      *----------------------------------------------------------------*
       8700-SCREEN-NAME.
           MOVE WS-OFC-NAME TO WS-OFC-SAVE-NAME
           PERFORM 8600-TOKENIZE
           IF WS-OFC-TOK-CNT > 0
              IF WS-SDN-CNT = 0
                 MOVE "Y" TO WS-OFC-HIT-SW
                 IF WS-OFC-BEST-ROLE = SPACES
                    MOVE WS-OFC-ROLE      TO WS-OFC-BEST-ROLE
                    MOVE WS-OFC-SAVE-NAME TO WS-OFC-BEST-NAME
                    MOVE "NO SDN LIST IN FORCE" TO WS-OFC-BEST-SDN
                 END-IF
              ELSE
                 PERFORM 8710-SCORE-ENTRY
                     VARYING WS-SDN-SUB FROM 1 BY 1
                     UNTIL WS-SDN-SUB > WS-SDN-CNT
              END-IF
           END-IF
           IF WS-OFC-BEST-SCORE NOT < WS-OFC-THRESHOLD
              MOVE "Y" TO WS-OFC-HIT-SW
           END-IF.

       8710-SCORE-ENTRY.
           MOVE 0 TO WS-OFC-CREDIT
           PERFORM VARYING WS-OFC-T-SUB FROM 1 BY 1
                   UNTIL WS-OFC-T-SUB > WS-SDN-TOK-CNT(WS-SDN-SUB)
               MOVE 0 TO WS-OFC-TOK-CREDIT
               PERFORM VARYING WS-OFC-C-SUB FROM 1 BY 1
                       UNTIL WS-OFC-C-SUB > WS-OFC-TOK-CNT
                          OR WS-OFC-TOK-CREDIT = 4
                   IF WS-SDN-TOK(WS-SDN-SUB, WS-OFC-T-SUB)
                                     = WS-OFC-TOK(WS-OFC-C-SUB)
                      MOVE 4 TO WS-OFC-TOK-CREDIT
                   ELSE
                      IF WS-SDN-TOK(WS-SDN-SUB, WS-OFC-T-SUB)(4:1)
                                                        NOT = SPACE
                         AND WS-OFC-TOK(WS-OFC-C-SUB)(4:1) NOT = SPACE
                         AND WS-SDN-TOK(WS-SDN-SUB, WS-OFC-T-SUB)(1:4)
                                     = WS-OFC-TOK(WS-OFC-C-SUB)(1:4)
                         MOVE 3 TO WS-OFC-TOK-CREDIT
                      END-IF
                   END-IF
               END-PERFORM
               ADD WS-OFC-TOK-CREDIT TO WS-OFC-CREDIT
           END-PERFORM
           COMPUTE WS-OFC-SCORE =
              WS-OFC-CREDIT * 25 / WS-SDN-TOK-CNT(WS-SDN-SUB)
           IF WS-OFC-SCORE > WS-OFC-BEST-SCORE
              MOVE WS-OFC-SCORE             TO WS-OFC-BEST-SCORE
              MOVE WS-SDN-UID(WS-SDN-SUB)   TO WS-OFC-BEST-UID
              MOVE WS-SDN-NAME(WS-SDN-SUB)  TO WS-OFC-BEST-SDN
              MOVE WS-OFC-ROLE              TO WS-OFC-BEST-ROLE
              MOVE WS-OFC-SAVE-NAME         TO WS-OFC-BEST-NAME
           END-IF.

      * THE CALLER HAS SET THE ITEM FIELDS AND IMAGE ON OFCHIT-REC.
       8800-WRITE-HIT.
           ADD 1 TO WS-OFC-SEQ WS-CNT-OFC-HELD
           MOVE WS-OFC-SOURCE     TO OFH-SOURCE
           MOVE WS-RUN-DATE       TO OFH-HOLD-DATE
           MOVE WS-RUN-TIME       TO OFH-HOLD-TIME
           MOVE WS-OFC-SEQ        TO OFH-SEQ
           MOVE WS-OFC-PROGRAM    TO OFH-PROGRAM
           MOVE WS-OFC-VERSION    TO OFH-LIST-VERSION
           MOVE WS-OFC-BEST-ROLE  TO OFH-ROLE
           MOVE WS-OFC-BEST-NAME  TO OFH-NAME
           MOVE WS-OFC-BEST-SCORE TO OFH-SCORE
           MOVE WS-OFC-BEST-UID   TO OFH-SDN-UID
           MOVE WS-OFC-BEST-SDN   TO OFH-SDN-NAME
           WRITE OFCHIT-REC.

       9999-EXIT.
           CLOSE LBXPRM-FILE LBXIN-FILE BSGOUT-FILE OFCHIT-FILE
                 LBXTRN-RPT
           STOP RUN.
