      *
      *  MOD HISTORY:
      *   010328 RTC  ORIGINAL PROGRAM.
      *   081428 RTC  OFAC SCREENING: EACH APC REQUEST'S PAYEE IS
      *               SCORED AGAINST THE SDN LIST IN FORCE; A HIT IS
      *               NOT ISSUED BUT QUEUED TO OFCHIT FOR COMPLIANCE
      *               REVIEW (OFCMNT).  REQUESTS COMPLIANCE CLEARED
      *               COME BACK ON APCREL AND ARE ISSUED AS THEY STAND.
      *   101628 RTC  PPAYOUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, CHECK-NUMBER HASH) FOR TXLMNT RELEASE
      *               AND TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APCIN-STATUS.

           SELECT OPTIONAL APCREL-FILE ASSIGN TO "APCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APCREL-STATUS.

           SELECT OPTIONAL OFCPRM-FILE ASSIGN TO "OFCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCPRM-STATUS.

           SELECT OPTIONAL SDNLST-FILE ASSIGN TO "SDNLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDNLST-STATUS.

           SELECT OPTIONAL OFCHIT-FILE ASSIGN TO "OFCHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCHIT-STATUS.

           SELECT CHKISS-FILE ASSIGN TO "CHKISS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKISS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRMNEW-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT POSPAY-RPT ASSIGN TO "POSPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  APC-REASON            PIC X(30).
           05  APC-STATE             PIC X(02).

      * REQUESTS OFCMNT RELEASED AFTER AN OFAC HOLD - APCIN LAYOUT.
       FD  APCREL-FILE.
       01  APCREL-REC                PIC X(88).

       FD  CHKISS-FILE.
       01  CHKISS-REC.
           05  CHK-CHECK-NO          PIC 9(09).
       FD  PRMNEW-FILE.
       01  PRMNEW-REC                PIC X(12).

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

       FD  TXREG-FILE.
       01  TXREG-REC.
           05  TXR-PROGRAM           PIC X(08).
           05  TXR-FILE-NAME         PIC X(12).
           05  TXR-CREATE-DATE       PIC 9(08).
           05  TXR-CREATE-TIME       PIC 9(06).
           05  TXR-DEST              PIC X(08).
           05  TXR-REC-CNT           PIC 9(09).
           05  TXR-DOLLAR-TOT        PIC S9(11)V99.
           05  TXR-HASH              PIC 9(15).

       FD  POSPAY-RPT.
       01  RPT-LINE                  PIC X(110).

           88  CHKPRM-EOF                       VALUE "10".
       01  APCIN-STATUS              PIC XX.
           88  APCIN-EOF                        VALUE "10".
       01  APCREL-STATUS             PIC XX.
           88  APCREL-EOF                       VALUE "10".
       01  CHKISS-STATUS             PIC XX.
           88  CHKISS-EOF                       VALUE "10".
       01  BNKPAID-STATUS            PIC XX.
       01  PRMNEW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-AMT                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  OFCPRM-STATUS             PIC XX.
           88  OFCPRM-EOF                       VALUE "10".
       01  SDNLST-STATUS             PIC XX.
           88  SDNLST-EOF                       VALUE "10".
       01  OFCHIT-STATUS             PIC XX.

      * OFAC SCREENING.  THE SDN LIST IN FORCE IS HELD TOKENIZED - UP
      * TO SIX WORDS A NAME, NOISE WORDS DROPPED - AND EACH NAME
      * SCREENED IS SCORED AGAINST EVERY ENTRY (8700-SCREEN-NAME).
       01  WS-OFC-SOURCE             PIC X(01) VALUE "P".
       01  WS-OFC-PROGRAM            PIC X(08) VALUE "POSPAY".
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
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-NEXT-CHECK             PIC 9(09) VALUE 1.
       01  WS-STALE-DAYS             PIC 9(03) VALUE 180.
       01  WS-AGE-DAYS               PIC S9(05).
           05  WCK-STATE             PIC X(02).

       01  WS-CNT-ISSUED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RELEASED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-NO-PAYEE           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PAID               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-EXCEPT             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-STOPPED            PIC 9(05) COMP VALUE 0.
           PERFORM 5000-STALE-TO-UNC
           PERFORM 6000-REWRITE-LEDGER
           PERFORM 7000-TOTALS
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN OUTPUT PRMNEW-FILE
           OPEN OUTPUT POSPAY-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           READ CHKPRM-FILE AT END SET CHKPRM-EOF TO TRUE END-READ
           IF NOT CHKPRM-EOF
              MOVE CKP-NEXT-CHECK TO WS-NEXT-CHECK
           MOVE "POSITIVE PAY AND OUTSTANDING-CHECK LEDGER"
              TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8500-LOAD-SDN
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-ISSUE-CHECKS.
           READ APCIN-FILE AT END SET APCIN-EOF TO TRUE END-READ
           PERFORM 2100-ONE-REQUEST THRU 2100-EXIT
               UNTIL APCIN-EOF
      * REQUESTS COMPLIANCE CLEARED ARE ISSUED AS THEY STAND, THEN
      * APCREL IS EMPTIED FOR OFCMNT'S NEXT RELEASES.
           OPEN INPUT APCREL-FILE
           READ APCREL-FILE AT END SET APCREL-EOF TO TRUE END-READ
           PERFORM 2300-ONE-RELEASED THRU 2300-EXIT
               UNTIL APCREL-EOF
           CLOSE APCREL-FILE
           OPEN OUTPUT APCREL-FILE
           CLOSE APCREL-FILE.

       2100-ONE-REQUEST.
           IF WS-CK-CNT = WS-MAX-CK
              GO TO 2100-EXIT.
      * THE PAYEE IS SCREENED BEFORE A NUMBER IS SPENT.  A BLANK PAYEE
      * IS THE BORROWER, WHO IS NOT SCREENED HERE.
           IF APC-PAYEE = SPACES
              ADD 1 TO WS-CNT-NO-PAYEE
           ELSE
              PERFORM 8690-SCREEN-RESET
              MOVE APC-PAYEE TO WS-OFC-NAME
              MOVE "PAYEE"   TO WS-OFC-ROLE
              PERFORM 8700-SCREEN-NAME
              IF WS-OFC-HIT
                 PERFORM 2200-HOLD-REQUEST
                 GO TO 2100-EXIT
              END-IF
           END-IF
           PERFORM 2150-ISSUE-CHECK.
       2100-EXIT.
           READ APCIN-FILE AT END SET APCIN-EOF TO TRUE END-READ.

       2150-ISSUE-CHECK.
           ADD 1 TO WS-CNT-ISSUED WS-CK-CNT
           MOVE WS-NEXT-CHECK TO WCK-CHECK-NO
           ADD 1 TO WS-NEXT-CHECK
           MOVE WCK-PAYEE      TO PPO-PAYEE
           MOVE WCK-AMOUNT     TO PPO-AMOUNT
           MOVE WCK-ISSUE-DATE TO PPO-ISSUE-DATE
           WRITE PPAYOUT-REC
           PERFORM 8910-TALLY-PPAY-ROW.

      * A SCREENING HIT - NO CHECK.  THE REQUEST ITSELF IS QUEUED SO A
      * CLEARED ONE COMES BACK ON APCREL UNCHANGED.
       2200-HOLD-REQUEST.
           MOVE SPACES      TO OFCHIT-REC
           MOVE APCIN-REC   TO OFH-ITEM-IMAGE
           MOVE APC-BRNO    TO OFH-BRNO
           MOVE APC-ACCTNO  TO OFH-ACCTNO
           MOVE APC-AMOUNT  TO OFH-AMOUNT
           MOVE APC-REASON  TO OFH-REFERENCE
           PERFORM 8800-WRITE-HIT
           MOVE SPACES TO RPT-LINE
           STRING "HELD - OFAC REVIEW, NOT ISSUED: " APC-BRNO "/"
                  APC-ACCTNO " " APC-PAYEE " SCORE "
                  WS-OFC-BEST-SCORE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2300-ONE-RELEASED.
           IF WS-CK-CNT = WS-MAX-CK
              GO TO 2300-EXIT.
           MOVE APCREL-REC TO APCIN-REC
           ADD 1 TO WS-CNT-RELEASED
           PERFORM 2150-ISSUE-CHECK
           MOVE SPACES TO RPT-LINE
           STRING "ISSUED AFTER OFAC CLEARANCE: CHECK " WCK-CHECK-NO
                  " " APC-BRNO "/" APC-ACCTNO " " APC-PAYEE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       2300-EXIT.
           READ APCREL-FILE AT END SET APCREL-EOF TO TRUE END-READ.

       3000-MATCH-PAID.
           READ BNKPAID-FILE AT END SET BNKPAID-EOF TO TRUE END-READ
           MOVE WCK-AMOUNT     TO PPO-AMOUNT
           MOVE WCK-ISSUE-DATE TO PPO-ISSUE-DATE
           WRITE PPAYOUT-REC
           PERFORM 8910-TALLY-PPAY-ROW
           MOVE SPACES TO RPT-LINE
           STRING "REISSUED AS CHECK " WCK-CHECK-NO
               DELIMITED BY SIZE INTO RPT-LINE
           STRING "CHECKS ISSUED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RELEASED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OFAC RELEASES     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OFC-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD - OFAC REVIEW  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-PAYEE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BORROWER PAYEE      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PAID TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PAID ITEMS MATCHED  " WS-EDIT-CNT
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

      *----------------------------------------------------------------*
      * REGISTER THE OUTBOUND FILE ON THE TRANSMISSION LEDGER - TXLMNT
      * WILL NOT RELEASE A FILE THAT WAS NEVER REGISTERED.
      *----------------------------------------------------------------*
       8900-REGISTER-TRANSMISSION.
           OPEN EXTEND TXREG-FILE
           ACCEPT TXR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TX-TIME-RAW FROM TIME
           MOVE WS-TX-TIME-RAW(1:6) TO TXR-CREATE-TIME
           MOVE "POSPAY" TO TXR-PROGRAM
           MOVE "PPAYOUT" TO TXR-FILE-NAME
           MOVE "BANK" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TX-AMT TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       8910-TALLY-PPAY-ROW.
           ADD 1 TO WS-TX-CNT
           ADD PPO-AMOUNT TO WS-TX-AMT
           ADD PPO-CHECK-NO TO WS-TX-HASH.

       9999-EXIT.
           CLOSE CHKPRM-FILE APCIN-FILE CHKISS-FILE BNKPAID-FILE
                 STPREQ-FILE PPAYOUT-FILE UNCOUT-FILE CHKNEW-FILE
                 PRMNEW-FILE OFCHIT-FILE POSPAY-RPT
           STOP RUN.
