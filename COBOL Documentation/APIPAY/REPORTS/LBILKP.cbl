      *================================================================*
      *   P R O G R A M :  L B I L K P                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-09-11
      *  DESC: CHECK IMAGE RESEARCH INQUIRY.  READS LBIREQ REQUEST
      *        ROWS - BRANCH/ACCOUNT, AMOUNT, FROM/THRU DATES, ANY OF
      *        THEM LEFT BLANK (OR ZERO) TO MATCH EVERYTHING - AND
      *        PULLS EVERY MATCHING IMAGE FROM THE LBI CHECK IMAGE
      *        INDEX.  A TIED IMAGE MATCHES ON THE LP ROW IT POSTED AS
      *        AND ITS POSTING DATE; ONE NOT YET TIED MATCHES ON THE
      *        LOCKBOX ITEM'S ACCOUNT AND THE DEPOSIT DATE.  EACH HIT
      *        GOES TO LBIOUT AND THE REPORT WITH THE IMAGE REFERENCE
      *        THE BANK'S ARCHIVE IS SEARCHED BY, SO A CUSTOMER DISPUTE
      *        OR AN EXAMINER'S SAMPLE GETS THE CHECK WITHOUT A CALL
      *        TO THE BANK.
      *
      *  MOD HISTORY:
      *   091128 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBILKP.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-09-11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBIREQ-FILE ASSIGN TO "LBIREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBIREQ-STATUS.

           SELECT LBI-FILE ASSIGN TO "LBI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LBI-KEY
               FILE STATUS IS LBI-STATUS.

           SELECT LBIOUT-FILE ASSIGN TO "LBIOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBIOUT-STATUS.

           SELECT LBILKP-RPT ASSIGN TO "LBILKP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LBIREQ-FILE.
       01  LBIREQ-REC.
           05  LBQ-BRNO              PIC X(04).
           05  LBQ-ACCTNO            PIC X(10).
           05  LBQ-AMOUNT-X          PIC X(09).
           05  LBQ-AMOUNT REDEFINES LBQ-AMOUNT-X
                                     PIC 9(07)V99.
           05  LBQ-FROM-DATE-X       PIC X(08).
           05  LBQ-FROM-DATE REDEFINES LBQ-FROM-DATE-X
                                     PIC 9(08).
           05  LBQ-THRU-DATE-X       PIC X(08).
           05  LBQ-THRU-DATE REDEFINES LBQ-THRU-DATE-X
                                     PIC 9(08).

      * THE CHECK IMAGE INDEX (LOADED BY LBXTRN, TIED BY LBITIE).
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

       FD  LBIOUT-FILE.
       01  LBIOUT-REC.
           05  LBO-BRNO              PIC X(04).
           05  LBO-ACCTNO            PIC X(10).
           05  LBO-LP-SEQNO          PIC 9(05).
           05  LBO-DATE              PIC 9(08).
           05  LBO-AMOUNT            PIC S9(07)V99.
           05  LBO-IMAGE-REF         PIC X(20).
           05  LBO-CHECK-SERIAL      PIC X(08).
           05  LBO-MICR-RTNO         PIC X(09).
           05  LBO-MICR-ACCT         PIC X(12).
           05  LBO-LOCKBOX-ID        PIC X(10).
           05  LBO-DEPOSIT-DATE      PIC 9(08).
           05  LBO-SEQ               PIC 9(05).
           05  LBO-TIE-STATUS        PIC X(01).

       FD  LBILKP-RPT.
       01  RPT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  LBIREQ-STATUS             PIC XX.
           88  LBIREQ-EOF                       VALUE "10".
       01  LBI-STATUS                PIC XX.
           88  LBI-EOF                          VALUE "10".
       01  LBIOUT-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

      * THE REQUEST WITH ITS BLANKS OPENED UP TO "ANY".
       01  WS-REQ-AMOUNT             PIC 9(07)V99.
       01  WS-REQ-FROM               PIC 9(08).
       01  WS-REQ-THRU               PIC 9(08).
       01  WS-MATCH-SW               PIC X(01).
           88  WS-IMAGE-MATCHES                 VALUE "Y".

      * THE ACCOUNT AND DATE THE IMAGE ANSWERS TO.
       01  WS-IMG-BRNO               PIC X(04).
       01  WS-IMG-ACCTNO             PIC X(10).
       01  WS-IMG-DATE               PIC 9(08).

       01  WS-CNT-REQUESTS           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REQ-HITS           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HITS               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NO-HITS            PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99.

       01  WS-DTL-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LP-SEQNO          PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-IMAGE-REF         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CHECK-SERIAL      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LOCKBOX-ID        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DEPOSIT-DATE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-SEQ               PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TIE               PIC X(06).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LBIREQ-FILE
           OPEN OUTPUT LBIOUT-FILE
           OPEN OUTPUT LBILKP-RPT
           MOVE "CHECK IMAGE RESEARCH INQUIRY" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  BRNO  ACCOUNT     LP SEQ DATE            "
                  "AMOUNT   IMAGE REFERENCE       SERIAL    "
                  "LOCKBOX     DEPOSIT  ITEM   TIE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           READ LBIREQ-FILE AT END SET LBIREQ-EOF TO TRUE END-READ.

       2000-PROCESS-REQUESTS.
           PERFORM 2100-ONE-REQUEST UNTIL LBIREQ-EOF.

       2100-ONE-REQUEST.
           ADD 1 TO WS-CNT-REQUESTS
           MOVE 0 TO WS-CNT-REQ-HITS
           IF LBQ-AMOUNT-X NUMERIC
              MOVE LBQ-AMOUNT    TO WS-REQ-AMOUNT
           ELSE
              MOVE 0             TO WS-REQ-AMOUNT
           END-IF
           IF LBQ-FROM-DATE-X NUMERIC
              MOVE LBQ-FROM-DATE TO WS-REQ-FROM
           ELSE
              MOVE 0             TO WS-REQ-FROM
           END-IF
           IF LBQ-THRU-DATE-X NUMERIC AND LBQ-THRU-DATE > 0
              MOVE LBQ-THRU-DATE TO WS-REQ-THRU
           ELSE
              MOVE 99999999      TO WS-REQ-THRU
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-REQ-AMOUNT = 0
              MOVE SPACES TO RPT-LINE
              STRING "REQUEST " LBQ-BRNO " " LBQ-ACCTNO
                     "  AMOUNT ANY  RANGE " WS-REQ-FROM " - "
                     WS-REQ-THRU
                  DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              MOVE WS-REQ-AMOUNT TO WS-EDIT-AMT
              MOVE SPACES TO RPT-LINE
              STRING "REQUEST " LBQ-BRNO " " LBQ-ACCTNO
                     "  AMOUNT " WS-EDIT-AMT "  RANGE " WS-REQ-FROM
                     " - " WS-REQ-THRU
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           PERFORM 2200-SCAN-INDEX
           IF WS-CNT-REQ-HITS = 0
              ADD 1 TO WS-CNT-NO-HITS
              MOVE "  NO CHECK IMAGE ON FILE FOR THIS REQUEST"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           READ LBIREQ-FILE AT END SET LBIREQ-EOF TO TRUE END-READ.

       2200-SCAN-INDEX.
           OPEN INPUT LBI-FILE
           IF LBI-STATUS NOT = "00"
              SET LBI-EOF TO TRUE
           ELSE
              READ LBI-FILE NEXT RECORD
                  AT END SET LBI-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 2300-ONE-IMAGE UNTIL LBI-EOF
           CLOSE LBI-FILE.

       2300-ONE-IMAGE.
           IF LBI-TIED
              MOVE LBI-LP-BRNO      TO WS-IMG-BRNO
              MOVE LBI-LP-ACCTNO    TO WS-IMG-ACCTNO
              MOVE LBI-POST-DATE    TO WS-IMG-DATE
           ELSE
              MOVE LBI-BRNO         TO WS-IMG-BRNO
              MOVE LBI-ACCTNO       TO WS-IMG-ACCTNO
              MOVE LBI-DEPOSIT-DATE TO WS-IMG-DATE
           END-IF
           MOVE "Y" TO WS-MATCH-SW
           IF LBQ-BRNO NOT = SPACES AND LBQ-BRNO NOT = WS-IMG-BRNO
              MOVE "N" TO WS-MATCH-SW
           END-IF
           IF LBQ-ACCTNO NOT = SPACES
              AND LBQ-ACCTNO NOT = WS-IMG-ACCTNO
              MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-REQ-AMOUNT NOT = 0 AND WS-REQ-AMOUNT NOT = LBI-AMOUNT
              MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-IMG-DATE < WS-REQ-FROM OR WS-IMG-DATE > WS-REQ-THRU
              MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-IMAGE-MATCHES
              PERFORM 2400-WRITE-HIT
           END-IF
           READ LBI-FILE NEXT RECORD
               AT END SET LBI-EOF TO TRUE
           END-READ.

       2400-WRITE-HIT.
           ADD 1 TO WS-CNT-REQ-HITS WS-CNT-HITS
           MOVE WS-IMG-BRNO      TO LBO-BRNO DTL-BRNO
           MOVE WS-IMG-ACCTNO    TO LBO-ACCTNO DTL-ACCTNO
           MOVE LBI-LP-SEQNO     TO LBO-LP-SEQNO DTL-LP-SEQNO
           MOVE WS-IMG-DATE      TO LBO-DATE DTL-DATE
           MOVE LBI-AMOUNT       TO LBO-AMOUNT DTL-AMOUNT
           MOVE LBI-IMAGE-REF    TO LBO-IMAGE-REF DTL-IMAGE-REF
           MOVE LBI-CHECK-SERIAL TO LBO-CHECK-SERIAL DTL-CHECK-SERIAL
           MOVE LBI-MICR-RTNO    TO LBO-MICR-RTNO
           MOVE LBI-MICR-ACCT    TO LBO-MICR-ACCT
           MOVE LBI-LOCKBOX-ID   TO LBO-LOCKBOX-ID DTL-LOCKBOX-ID
           MOVE LBI-DEPOSIT-DATE TO LBO-DEPOSIT-DATE DTL-DEPOSIT-DATE
           MOVE LBI-SEQ          TO LBO-SEQ DTL-SEQ
           MOVE LBI-TIE-STATUS   TO LBO-TIE-STATUS
           IF LBI-TIED
              MOVE "POSTED" TO DTL-TIE
           ELSE
              MOVE "UNTIED" TO DTL-TIE
           END-IF
           WRITE LBIOUT-REC
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REQUESTS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HITS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "IMAGES RETURNED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-HITS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS UNMET  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE LBIREQ-FILE LBIOUT-FILE LBILKP-RPT
           STOP RUN.
