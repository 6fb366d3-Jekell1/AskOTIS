      *================================================================*
      *   P R O G R A M :  R N W E L G                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-11-27
      *  DESC: MONTHLY RENEWAL ELIGIBILITY AND OFFER TRACKING.  THE
      *        "RN" ITEM BOOKS A RENEWAL, BUT WHOM TO OFFER ONE WAS
      *        PICKED FROM MEMORY AND BRANCH PRINTOUTS.  EVERY OPEN
      *        LOAN ON THE RNEXT EXTRACT (WITH THE NET PAYOFF
      *        PAYOFF-LOAN-ROUTINE FIGURES FOR IT UNDER THE "RN"
      *        REBATE RULES) IS TESTED AGAINST THE RNCRIT CRITERIA
      *        ROW FOR ITS STATE AND CLASS - THE EXACT STATE/CLASS ROW,
      *        THEN THE STATE'S "**" ROW, THEN "**"/"**":
      *          ON-TIME HISTORY FROM THE LPHIST EXTRACT OF LP1 - AT
      *          LEAST THE MINIMUM PAYMENTS IN THE LOOK-BACK MONTHS,
      *          NO MORE THAN THE LATE ONES ALLOWED (A PAYMENT IS LATE
      *          WHEN IT CAME MORE THAN THE GRACE DAYS AFTER THE
      *          PAID-THRU DATE THE PAYMENT BEFORE IT LEFT), AND NOT
      *          PAST DUE TODAY;
      *          THE MINIMUM PERCENT OF THE ORIGINAL AMOUNT PAID DOWN;
      *          NO NSF ("NF") AND NO DEFERMENT ("DF", "D2".."D9") IN
      *          THE LOOK-BACK MONTHS;
      *          NOT BANKRUPT, FROZEN, UNDER JUDGMENT OR IN A
      *          SETTLEMENT, AND NO CHARGE-OFF ON FILE FOR THE SSN;
      *          ROOM UNDER THE PER-BORROWER EXPOSURE LIMIT - THE NEW
      *          LOAN REPLACES THIS ONE, SO THE LARGEST NEW AMOUNT IS
      *          THE LIMIT LESS THE BORROWER'S OTHER EXPOSURE ON
      *          EXPOSE (EXPRPT), NO MORE THAN THE CRITERIA MAXIMUM,
      *          AND IT MUST AT LEAST COVER THE NET PAYOFF;
      *          CONTACT PREFERENCES (CPM) THAT ALLOW AN OFFER - NOT
      *          OPTED OUT OF MARKETING, NO CEASE, NO ATTORNEY.
      *        THE PROSPECTS ARE LISTED BY BRANCH WITH THE NET PAYOFF,
      *        THE MAXIMUM NEW AMOUNT AND THE CASH THAT LEAVES, AND
      *        THE LOANS PASSED OVER ARE COUNTED BY THE FIRST TEST
      *        THEY FAILED.  EVERY PROSPECT IS FILED AS AN OFFER ON
      *        THE KEYED RNOFR FILE (BRANCH, ACCOUNT, MONTH; A RERUN
      *        FOR THE MONTH REPLACES ITS OFFERS).  BEFORE THAT, EACH
      *        RENEWAL ON THE RNWEXT REGISTER EXTRACT (THE OLD-TO-NEW
      *        RNW ROWS RENEWAL-NET-FUNDING WRITES) MARKS THE LATEST
      *        OPEN OFFER ON ITS OLD ACCOUNT CONVERTED, AND THE RUN
      *        CLOSES WITH OFFERS AND CONVERSIONS BY OFFER MONTH.
      *
      *  MOD HISTORY:
      *   112728 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNWELG.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-11-27.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNCRIT-FILE ASSIGN TO "RNCRIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNCRIT-STATUS.

           SELECT RNEXT-FILE ASSIGN TO "RNEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNEXT-STATUS.

           SELECT LPHIST-FILE ASSIGN TO "LPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPHIST-STATUS.

           SELECT OPTIONAL RNWEXT-FILE ASSIGN TO "RNWEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNWEXT-STATUS.

           SELECT EXPOSE-FILE ASSIGN TO "EXPOSE"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EXP-SSNO
               FILE STATUS IS EXPOSE-STATUS.

           SELECT CPM-FILE ASSIGN TO "CPM"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CPM-KEY
               FILE STATUS IS CPM-STATUS.

           SELECT RNOFR-FILE ASSIGN TO "RNOFR"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS RNOFR-STATUS.

           SELECT RNWELG-RPT ASSIGN TO "RNWELG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RENEWAL CRITERIA BY STATE AND CLASS ("**" MATCHES ANY).
       FD  RNCRIT-FILE.
       01  RNCRIT-REC.
           05  RNC-STATE             PIC X(02).
           05  RNC-CLASS             PIC X(02).
           05  RNC-LOOK-MONTHS       PIC 9(02).
           05  RNC-MIN-PMTS          PIC 9(02).
           05  RNC-MAX-LATE          PIC 9(02).
           05  RNC-GRACE-DAYS        PIC 9(02).
           05  RNC-MIN-PCT-PAID      PIC 9(03)V99.
           05  RNC-MAX-LOAN          PIC 9(07)V99.

       FD  RNEXT-FILE.
       01  RNEXT-REC.
           05  RNX-BRNO              PIC X(04).
           05  RNX-ACCTNO            PIC X(10).
           05  RNX-NAME              PIC X(25).
           05  RNX-STATE             PIC X(02).
           05  RNX-CLASS             PIC X(02).
           05  RNX-SSNO              PIC 9(09).
           05  RNX-ORGAMT            PIC S9(07)V99.
           05  RNX-CURBAL            PIC S9(07)V99.
           05  RNX-NET-PAYOFF        PIC S9(07)V99.
           05  RNX-CONTR-PDTH        PIC 9(08).
           05  RNX-NSF-CNT           PIC 9(02).
           05  RNX-BNKRPT-FG         PIC X(01).
           05  RNX-FROZEN-FG         PIC X(01).
           05  RNX-JUDGMENT-FG       PIC X(01).
           05  RNX-SETTLE-FG         PIC X(01).

       FD  LPHIST-FILE.
       01  LPHIST-REC.
           05  LPH-BRNO              PIC X(04).
           05  LPH-ACCTNO            PIC X(10).
           05  LPH-SEQNO             PIC 9(05).
           05  LPH-TRCD              PIC X(02).
           05  LPH-TRAMT             PIC S9(07)V99.
           05  LPH-APCUR             PIC S9(07)V99.
           05  LPH-APINT             PIC S9(07)V99.
           05  LPH-APLC              PIC S9(07)V99.
           05  LPH-INTDUE            PIC S9(07)V99.
           05  LPH-PAYDATE           PIC 9(08).
           05  LPH-PDTH-DATE         PIC 9(08).
           05  LPH-WATERFALL-CD      PIC X(03).
           05  LPH-REV               PIC X(01).

      * THE RNW RENEWAL REGISTER - ONLY THE OLD-TO-NEW ("O") ROWS
      * ARE USED.
       FD  RNWEXT-FILE.
       01  RNWEXT-REC.
           05  RNW-RUN-DATE          PIC 9(08).
           05  RNW-BRNO              PIC X(04).
           05  RNW-ACCTNO            PIC X(10).
           05  RNW-XREF-ACCTNO       PIC X(10).
           05  RNW-DIRECTION         PIC X(01).
           05  RNW-PAYOFF-AMT        PIC S9(07)V99.
           05  RNW-PROCEEDS-AMT      PIC S9(07)V99.
           05  RNW-DR-ACCT           PIC X(10).
           05  RNW-CR-ACCT           PIC X(10).

       FD  EXPOSE-FILE.
       01  EXPOSE-REC.
           05  EXP-SSNO              PIC 9(09).
           05  EXP-ASOF-DATE         PIC 9(08).
           05  EXP-LIMIT             PIC 9(09)V99.
           05  EXP-LOAN-CNT          PIC 9(03).
           05  EXP-PRI-CNT           PIC 9(03).
           05  EXP-CO-CNT            PIC 9(03).
           05  EXP-OPEN-CNT          PIC 9(03).
           05  EXP-CHGOFF-CNT        PIC 9(03).
           05  EXP-DLQ-CNT           PIC 9(03).
           05  EXP-TOT-BAL           PIC S9(09)V99.
           05  EXP-CHGOFF-BAL        PIC S9(09)V99.
           05  EXP-DLQ-BAL           PIC S9(09)V99.
           05  EXP-MAX-DAYS          PIC 9(04).
           05  EXP-WORST-CD          PIC X(01).
           05  EXP-WORST-RANK        PIC 9(01).
           05  EXP-FLAG-LIMIT        PIC X(01).
           05  EXP-FLAG-CHGOFF       PIC X(01).
           05  EXP-OVFL-CNT          PIC 9(03).
           05  EXP-LOAN OCCURS 12 TIMES.
               10  EXP-LN-BRNO       PIC X(04).
               10  EXP-LN-ACCTNO     PIC X(10).
               10  EXP-LN-ROLE       PIC X(01).
               10  EXP-LN-STATUS     PIC X(01).
               10  EXP-LN-DAYS       PIC 9(04).
               10  EXP-LN-BAL        PIC S9(07)V99.

      * BORROWER CONTACT PREFERENCES (FROM CPMMNT).
       FD  CPM-FILE.
       01  CPM-REC.
           05  CPM-KEY.
               10  CPM-BRNO          PIC X(04).
               10  CPM-ACCTNO        PIC X(10).
           05  CPM-MAIL-FG           PIC X(01).
           05  CPM-MAIL-DATE         PIC 9(08).
           05  CPM-MAIL-SRC          PIC X(10).
           05  CPM-EMAIL-FG          PIC X(01).
           05  CPM-EMAIL-DATE        PIC 9(08).
           05  CPM-EMAIL-SRC         PIC X(10).
           05  CPM-PHONE-FG          PIC X(01).
           05  CPM-PHONE-DATE        PIC 9(08).
           05  CPM-PHONE-SRC         PIC X(10).
           05  CPM-TEXT-FG           PIC X(01).
           05  CPM-TEXT-DATE         PIC 9(08).
           05  CPM-TEXT-SRC          PIC X(10).
           05  CPM-EMAIL-ADDR        PIC X(50).
           05  CPM-CEASE-FG          PIC X(01).
           05  CPM-CEASE-DATE        PIC 9(08).
           05  CPM-NO-WORK-FG        PIC X(01).
           05  CPM-ADDR-WORK-FG      PIC X(01).
           05  CPM-ATTY-FG           PIC X(01).
           05  CPM-ATTY-DATE         PIC 9(08).
           05  CPM-ATTY-NAME         PIC X(30).
           05  CPM-ATTY-ADDR1        PIC X(30).
           05  CPM-ATTY-ADDR2        PIC X(30).
           05  CPM-RTN-MAIL-FG       PIC X(01).
           05  CPM-RTN-MAIL-DATE     PIC 9(08).
           05  CPM-LANG              PIC X(02).
           05  CPM-ADD-DATE          PIC 9(08).
           05  CPM-CHG-DATE          PIC 9(08).
           05  CPM-CHG-USER          PIC X(08).
           05  CPM-MKT-FG            PIC X(01).
           05  CPM-MKT-DATE          PIC 9(08).
           05  CPM-MKT-SRC           PIC X(10).

      * ONE ROW PER OFFER.  CONVERTED Y ONCE AN "RN" RENEWED THE
      * ACCOUNT, WITH THE NEW ACCOUNT AND ITS PROCEEDS.
       FD  RNOFR-FILE.
       01  RNOFR-REC.
           05  OFR-KEY.
               10  OFR-BRNO          PIC X(04).
               10  OFR-ACCTNO        PIC X(10).
               10  OFR-MONTH         PIC 9(06).
           05  OFR-OFFER-DATE        PIC 9(08).
           05  OFR-SSNO              PIC 9(09).
           05  OFR-NET-PAYOFF        PIC S9(07)V99.
           05  OFR-MAX-NEW           PIC S9(07)V99.
           05  OFR-CONV-FG           PIC X(01).
               88  OFR-CONVERTED                VALUE "Y".
           05  OFR-CONV-DATE         PIC 9(08).
           05  OFR-NEW-ACCTNO        PIC X(10).
           05  OFR-PROCEEDS          PIC S9(07)V99.

       FD  RNWELG-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  RNCRIT-STATUS             PIC XX.
           88  RNCRIT-EOF                       VALUE "10".
       01  RNEXT-STATUS              PIC XX.
           88  RNEXT-EOF                        VALUE "10".
       01  LPHIST-STATUS             PIC XX.
           88  LPHIST-EOF                       VALUE "10".
       01  RNWEXT-STATUS             PIC XX.
           88  RNWEXT-EOF                       VALUE "10".
       01  EXPOSE-STATUS             PIC XX.
       01  CPM-STATUS                PIC XX.
       01  RNOFR-STATUS              PIC XX.
           88  RNOFR-EOF                        VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).
       01  WS-RUN-MONTH              PIC 9(06).
       01  WS-RUN-INT                PIC 9(08) COMP.
       01  WS-FROM-DATE              PIC 9(08).
       01  WS-FROM-X REDEFINES WS-FROM-DATE.
           05  WS-FROM-YYYY          PIC 9(04).
           05  WS-FROM-MM            PIC 9(02).
           05  WS-FROM-DD            PIC 9(02).
       01  WS-MONTHS                 PIC 9(06) COMP.
       01  WS-DUE-INT                PIC 9(08) COMP.
       01  WS-PCT-PAID               PIC 9(03)V99.
       01  WS-OTHER-EXP              PIC S9(09)V99.
       01  WS-ROOM                   PIC S9(09)V99.
       01  WS-MAX-NEW                PIC S9(07)V99.
       01  WS-CASH                   PIC S9(07)V99.
       01  WS-REASON                 PIC 9(02) COMP.
       01  WS-CUR-BRNO               PIC X(04) VALUE LOW-VALUES.
       01  WS-CUR-ACCT               PIC X(10) VALUE LOW-VALUES.
       01  WS-LAST-BRNO              PIC X(04) VALUE LOW-VALUES.
       01  WS-PRIOR-PDTH             PIC 9(08).
       01  WS-FOUND-KEY              PIC X(20).
       01  WS-FOUND-DATE             PIC 9(08).

      * THE CRITERIA TABLE.
       01  WS-MAX-CR                 PIC 9(03) COMP VALUE 500.
       01  WS-CR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-CR-SUB                 PIC 9(03) COMP.
       01  WS-CR-HIT                 PIC 9(03) COMP.
       01  WS-CR-HIT-RANK            PIC 9(01) COMP.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 500 TIMES.
               10  WS-CR-STATE       PIC X(02).
               10  WS-CR-CLASS       PIC X(02).
               10  WS-CR-LOOK        PIC 9(02).
               10  WS-CR-MIN-PMTS    PIC 9(02).
               10  WS-CR-MAX-LATE    PIC 9(02).
               10  WS-CR-GRACE       PIC 9(02).
               10  WS-CR-MIN-PCT     PIC 9(03)V99.
               10  WS-CR-MAX-LOAN    PIC 9(07)V99.

      * THE OPEN LOANS, IN RNEXT (BRANCH/ACCOUNT) ORDER, WITH THE
      * LOOK-BACK FIGURES THE LPHIST PASS ADDS UP FOR EACH.
       01  WS-MAX-LN                 PIC 9(05) COMP VALUE 20000.
       01  WS-LN-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-LN-SUB                 PIC 9(05) COMP.
       01  WS-LN-HIT                 PIC 9(05) COMP.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 20000 TIMES.
               10  WS-LN-BRNO        PIC X(04).
               10  WS-LN-ACCT        PIC X(10).
               10  WS-LN-NAME        PIC X(25).
               10  WS-LN-STATE       PIC X(02).
               10  WS-LN-CLASS       PIC X(02).
               10  WS-LN-SSNO        PIC 9(09).
               10  WS-LN-ORGAMT      PIC S9(07)V99.
               10  WS-LN-CURBAL      PIC S9(07)V99.
               10  WS-LN-PAYOFF      PIC S9(07)V99.
               10  WS-LN-PDTH        PIC 9(08).
               10  WS-LN-NSF-LIFE    PIC 9(02).
               10  WS-LN-BNKRPT      PIC X(01).
               10  WS-LN-FROZEN      PIC X(01).
               10  WS-LN-JUDGMENT    PIC X(01).
               10  WS-LN-SETTLE      PIC X(01).
               10  WS-LN-CRIT        PIC 9(03) COMP.
               10  WS-LN-FROM        PIC 9(08).
               10  WS-LN-PMTS        PIC 9(03) COMP.
               10  WS-LN-LATE        PIC 9(03) COMP.
               10  WS-LN-NSF         PIC 9(03) COMP.
               10  WS-LN-DEFER       PIC 9(03) COMP.

      * WHY A LOAN WAS PASSED OVER - THE FIRST TEST IT FAILED.
       01  WS-RSN-NAMES.
           05  FILLER PIC X(24) VALUE "NO CRITERIA ROW         ".
           05  FILLER PIC X(24) VALUE "BANKRUPT                ".
           05  FILLER PIC X(24) VALUE "FROZEN                  ".
           05  FILLER PIC X(24) VALUE "JUDGMENT                ".
           05  FILLER PIC X(24) VALUE "IN SETTLEMENT           ".
           05  FILLER PIC X(24) VALUE "PAST DUE TODAY          ".
           05  FILLER PIC X(24) VALUE "TOO FEW PAYMENTS        ".
           05  FILLER PIC X(24) VALUE "LATE PAYMENTS           ".
           05  FILLER PIC X(24) VALUE "NOT PAID DOWN ENOUGH    ".
           05  FILLER PIC X(24) VALUE "NSF IN LOOK-BACK        ".
           05  FILLER PIC X(24) VALUE "DEFERMENT IN LOOK-BACK  ".
           05  FILLER PIC X(24) VALUE "CHARGE-OFF ON FILE      ".
           05  FILLER PIC X(24) VALUE "NO ROOM UNDER LIMIT     ".
           05  FILLER PIC X(24) VALUE "NO MARKETING CONTACT    ".
       01  WS-RSN-TBL REDEFINES WS-RSN-NAMES.
           05  WS-RSN-NAME           PIC X(24) OCCURS 14 TIMES.
       01  WS-RSN-COUNTS.
           05  WS-RSN-CNT            PIC 9(07) COMP OCCURS 14 TIMES.

      * OFFERS AND CONVERSIONS BY OFFER MONTH, KEPT IN MONTH ORDER.
       01  WS-MAX-MO                 PIC 9(03) COMP VALUE 120.
       01  WS-MO-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-MO-SUB                 PIC 9(03) COMP.
       01  WS-MO-INS                 PIC 9(03) COMP.
       01  WS-MO-TABLE.
           05  WS-MO-ENTRY OCCURS 120 TIMES.
               10  WS-MO-MONTH       PIC 9(06).
               10  WS-MO-OFFERS      PIC 9(07) COMP.
               10  WS-MO-CONV        PIC 9(07) COMP.
               10  WS-MO-PROCEEDS    PIC S9(11)V99 COMP-3.

       01  WS-CNT-LOANS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-PROSPECT           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BR-PROSPECT        PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OFR-NEW            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OFR-REPLACED       PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RN-READ            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RN-CONV            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RN-NOOFR           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVFL               PIC 9(07) COMP VALUE 0.
       01  WS-TOT-MAX-NEW            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-BAL               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-PCT               PIC ZZ9.99.
       01  WS-EDIT-RATE              PIC ZZ9.9.
       01  WS-EDIT-N4                PIC ZZZ9.
       01  WS-CONV-PCT               PIC 9(03)V9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CRITERIA
           PERFORM 1200-LOAD-LOANS
           PERFORM 2000-SCAN-HISTORY
           PERFORM 3000-MARK-CONVERSIONS
           PERFORM 4000-SELECT-PROSPECTS
           PERFORM 5000-CONVERSION-SUMMARY
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RNCRIT-FILE
           OPEN INPUT  RNEXT-FILE
           OPEN INPUT  LPHIST-FILE
           OPEN INPUT  RNWEXT-FILE
           OPEN INPUT  EXPOSE-FILE
           OPEN INPUT  CPM-FILE
           OPEN I-O RNOFR-FILE
           IF RNOFR-STATUS = "35"
              OPEN OUTPUT RNOFR-FILE
              CLOSE RNOFR-FILE
              OPEN I-O RNOFR-FILE
           END-IF
           OPEN OUTPUT RNWELG-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-RSN-COUNTS WS-MO-TABLE
           MOVE SPACES TO RPT-LINE
           STRING "RENEWAL ELIGIBILITY FOR " WS-RUN-MONTH
                  "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
      * WITHOUT THE EXPOSURE FILE NO LIMIT CAN BE TESTED, AND AN
      * OFFER MUST NOT GO OUT UNTESTED.
           IF RNCRIT-STATUS NOT = "00" OR RNEXT-STATUS NOT = "00"
              OR LPHIST-STATUS NOT = "00" OR EXPOSE-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "RUN STOPPED - RNCRIT " RNCRIT-STATUS
                     "  RNEXT " RNEXT-STATUS
                     "  LPHIST " LPHIST-STATUS
                     "  EXPOSE " EXPOSE-STATUS
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF.

       1100-LOAD-CRITERIA.
           READ RNCRIT-FILE AT END SET RNCRIT-EOF TO TRUE END-READ
           PERFORM UNTIL RNCRIT-EOF OR WS-CR-CNT = WS-MAX-CR
               ADD 1 TO WS-CR-CNT
               MOVE RNC-STATE        TO WS-CR-STATE(WS-CR-CNT)
               MOVE RNC-CLASS        TO WS-CR-CLASS(WS-CR-CNT)
               MOVE RNC-LOOK-MONTHS  TO WS-CR-LOOK(WS-CR-CNT)
               MOVE RNC-MIN-PMTS     TO WS-CR-MIN-PMTS(WS-CR-CNT)
               MOVE RNC-MAX-LATE     TO WS-CR-MAX-LATE(WS-CR-CNT)
               MOVE RNC-GRACE-DAYS   TO WS-CR-GRACE(WS-CR-CNT)
               MOVE RNC-MIN-PCT-PAID TO WS-CR-MIN-PCT(WS-CR-CNT)
               MOVE RNC-MAX-LOAN     TO WS-CR-MAX-LOAN(WS-CR-CNT)
               READ RNCRIT-FILE AT END SET RNCRIT-EOF TO TRUE
               END-READ
           END-PERFORM.

      * EACH LOAN GETS ITS CRITERIA ROW AND THE FIRST DAY OF ITS
      * LOOK-BACK NOW, SO THE LPHIST PASS ONLY COUNTS.
       1200-LOAD-LOANS.
           READ RNEXT-FILE AT END SET RNEXT-EOF TO TRUE END-READ
           PERFORM UNTIL RNEXT-EOF
               IF WS-LN-CNT = WS-MAX-LN
                  ADD 1 TO WS-CNT-OVFL
               ELSE
                  ADD 1 TO WS-LN-CNT
                  MOVE RNX-BRNO       TO WS-LN-BRNO(WS-LN-CNT)
                  MOVE RNX-ACCTNO     TO WS-LN-ACCT(WS-LN-CNT)
                  MOVE RNX-NAME       TO WS-LN-NAME(WS-LN-CNT)
                  MOVE RNX-STATE      TO WS-LN-STATE(WS-LN-CNT)
                  MOVE RNX-CLASS      TO WS-LN-CLASS(WS-LN-CNT)
                  MOVE RNX-SSNO       TO WS-LN-SSNO(WS-LN-CNT)
                  MOVE RNX-ORGAMT     TO WS-LN-ORGAMT(WS-LN-CNT)
                  MOVE RNX-CURBAL     TO WS-LN-CURBAL(WS-LN-CNT)
                  MOVE RNX-NET-PAYOFF TO WS-LN-PAYOFF(WS-LN-CNT)
                  MOVE RNX-CONTR-PDTH TO WS-LN-PDTH(WS-LN-CNT)
                  MOVE RNX-NSF-CNT    TO WS-LN-NSF-LIFE(WS-LN-CNT)
                  MOVE RNX-BNKRPT-FG  TO WS-LN-BNKRPT(WS-LN-CNT)
                  MOVE RNX-FROZEN-FG  TO WS-LN-FROZEN(WS-LN-CNT)
                  MOVE RNX-JUDGMENT-FG TO WS-LN-JUDGMENT(WS-LN-CNT)
                  MOVE RNX-SETTLE-FG  TO WS-LN-SETTLE(WS-LN-CNT)
                  MOVE 0 TO WS-LN-PMTS(WS-LN-CNT)
                            WS-LN-LATE(WS-LN-CNT)
                            WS-LN-NSF(WS-LN-CNT)
                            WS-LN-DEFER(WS-LN-CNT)
                  PERFORM 1300-FIND-CRITERIA
                  MOVE WS-CR-HIT TO WS-LN-CRIT(WS-LN-CNT)
                  MOVE 0 TO WS-LN-FROM(WS-LN-CNT)
                  IF WS-CR-HIT NOT = 0
                     PERFORM 1400-LOOK-BACK-DATE
                     MOVE WS-FROM-DATE TO WS-LN-FROM(WS-LN-CNT)
                  END-IF
               END-IF
               READ RNEXT-FILE AT END SET RNEXT-EOF TO TRUE END-READ
           END-PERFORM.

      * THE EXACT STATE/CLASS ROW WINS, THEN THE STATE'S "**" ROW,
      * THEN THE "**"/"**" HOUSE ROW.
       1300-FIND-CRITERIA.
           MOVE 0 TO WS-CR-HIT WS-CR-HIT-RANK
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-CNT
               IF WS-CR-STATE(WS-CR-SUB) = RNX-STATE
                  IF WS-CR-CLASS(WS-CR-SUB) = RNX-CLASS
                     MOVE WS-CR-SUB TO WS-CR-HIT
                     MOVE 3 TO WS-CR-HIT-RANK
                  ELSE
                     IF WS-CR-CLASS(WS-CR-SUB) = "**"
                        AND WS-CR-HIT-RANK < 2
                        MOVE WS-CR-SUB TO WS-CR-HIT
                        MOVE 2 TO WS-CR-HIT-RANK
                     END-IF
                  END-IF
               ELSE
                  IF WS-CR-STATE(WS-CR-SUB) = "**"
                     AND WS-CR-CLASS(WS-CR-SUB) = "**"
                     AND WS-CR-HIT-RANK < 1
                     MOVE WS-CR-SUB TO WS-CR-HIT
                     MOVE 1 TO WS-CR-HIT-RANK
                  END-IF
               END-IF
           END-PERFORM.

      * THE SAME DAY OF THE MONTH, LOOK-BACK MONTHS AGO (THE 28TH AT
      * MOST, SO EVERY MONTH HAS IT).
       1400-LOOK-BACK-DATE.
           COMPUTE WS-MONTHS = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
                             - WS-CR-LOOK(WS-CR-HIT)
           COMPUTE WS-FROM-YYYY = WS-MONTHS / 12
           COMPUTE WS-FROM-MM = FUNCTION MOD(WS-MONTHS, 12) + 1
           MOVE WS-RUN-DD TO WS-FROM-DD
           IF WS-FROM-DD > 28
              MOVE 28 TO WS-FROM-DD
           END-IF.

      *----------------------------------------------------------------*
      * ONE PASS OF LP1 HISTORY (BRANCH/ACCOUNT, SEQNO ORDER).  A
      * REVERSED ROW DOES NOT COUNT, SO A PAYMENT REVERSED AND REPAID
      * IS JUDGED ON THE REPAYMENT.
      *----------------------------------------------------------------*
       2000-SCAN-HISTORY.
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ROW THRU 2100-EXIT UNTIL LPHIST-EOF.

       2100-ONE-ROW.
           IF LPH-BRNO NOT = WS-CUR-BRNO
              OR LPH-ACCTNO NOT = WS-CUR-ACCT
              MOVE LPH-BRNO   TO WS-CUR-BRNO
              MOVE LPH-ACCTNO TO WS-CUR-ACCT
              MOVE 0 TO WS-PRIOR-PDTH
              PERFORM 2200-FIND-LOAN
           END-IF
           IF WS-LN-HIT = 0 OR LPH-REV = "Y"
              GO TO 2100-NEXT.
           IF WS-LN-CRIT(WS-LN-HIT) = 0
              GO TO 2100-NEXT.
           MOVE WS-LN-HIT TO WS-LN-SUB
           MOVE WS-LN-CRIT(WS-LN-SUB) TO WS-CR-SUB
           IF LPH-TRCD = "PA" OR LPH-TRCD = "PY"
              IF LPH-PAYDATE NOT < WS-LN-FROM(WS-LN-SUB)
                 ADD 1 TO WS-LN-PMTS(WS-LN-SUB)
                 IF WS-PRIOR-PDTH NOT = 0
                    AND LPH-PAYDATE > WS-PRIOR-PDTH
                    COMPUTE WS-DUE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-PRIOR-PDTH)
                        + WS-CR-GRACE(WS-CR-SUB)
                    IF FUNCTION INTEGER-OF-DATE(LPH-PAYDATE)
                       > WS-DUE-INT
                       ADD 1 TO WS-LN-LATE(WS-LN-SUB)
                    END-IF
                 END-IF
              END-IF
              IF LPH-PDTH-DATE NUMERIC AND LPH-PDTH-DATE NOT = 0
                 MOVE LPH-PDTH-DATE TO WS-PRIOR-PDTH
              END-IF
              GO TO 2100-NEXT.
           IF LPH-PAYDATE < WS-LN-FROM(WS-LN-SUB)
              GO TO 2100-NEXT.
           IF LPH-TRCD = "NF"
              ADD 1 TO WS-LN-NSF(WS-LN-SUB)
           ELSE
           IF LPH-TRCD = "DF"
              OR (LPH-TRCD(1:1) = "D" AND LPH-TRCD(2:1) >= "2"
                  AND LPH-TRCD(2:1) <= "9")
              ADD 1 TO WS-LN-DEFER(WS-LN-SUB).
       2100-NEXT.
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-LOAN.
           MOVE 0 TO WS-LN-HIT
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-CNT OR WS-LN-HIT NOT = 0
               IF WS-LN-BRNO(WS-LN-SUB) = WS-CUR-BRNO
                  AND WS-LN-ACCT(WS-LN-SUB) = WS-CUR-ACCT
                  MOVE WS-LN-SUB TO WS-LN-HIT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * EVERY RENEWAL ON THE REGISTER CONVERTS THE LATEST OFFER ON ITS
      * OLD ACCOUNT MADE ON OR BEFORE THE RENEWAL THAT IS NOT ALREADY
      * CONVERTED - SO THE SAME REGISTER ROWS SEEN AGAIN CHANGE
      * NOTHING.
      *----------------------------------------------------------------*
       3000-MARK-CONVERSIONS.
           READ RNWEXT-FILE AT END SET RNWEXT-EOF TO TRUE END-READ
           PERFORM 3100-ONE-RENEWAL THRU 3100-EXIT UNTIL RNWEXT-EOF.

       3100-ONE-RENEWAL.
           IF RNW-DIRECTION NOT = "O"
              GO TO 3100-NEXT.
           ADD 1 TO WS-CNT-RN-READ
           MOVE SPACES TO WS-FOUND-KEY
           MOVE 0      TO WS-FOUND-DATE
           MOVE RNW-BRNO   TO OFR-BRNO
           MOVE RNW-ACCTNO TO OFR-ACCTNO
           MOVE 0          TO OFR-MONTH
           START RNOFR-FILE KEY NOT < OFR-KEY
               INVALID KEY GO TO 3100-CHECK
           END-START
           MOVE "00" TO RNOFR-STATUS
           PERFORM 3200-NEXT-OFFER UNTIL RNOFR-EOF.
       3100-CHECK.
           IF WS-FOUND-KEY = SPACES
              ADD 1 TO WS-CNT-RN-NOOFR
              GO TO 3100-NEXT.
           MOVE WS-FOUND-KEY TO OFR-KEY
           READ RNOFR-FILE
           MOVE "Y"              TO OFR-CONV-FG
           MOVE RNW-RUN-DATE     TO OFR-CONV-DATE
           MOVE RNW-XREF-ACCTNO  TO OFR-NEW-ACCTNO
           MOVE RNW-PROCEEDS-AMT TO OFR-PROCEEDS
           REWRITE RNOFR-REC
           ADD 1 TO WS-CNT-RN-CONV.
       3100-NEXT.
           READ RNWEXT-FILE AT END SET RNWEXT-EOF TO TRUE END-READ.
       3100-EXIT.
           EXIT.

       3200-NEXT-OFFER.
           READ RNOFR-FILE NEXT
               AT END SET RNOFR-EOF TO TRUE
           END-READ
           IF NOT RNOFR-EOF
              IF OFR-BRNO NOT = RNW-BRNO OR OFR-ACCTNO NOT = RNW-ACCTNO
                 SET RNOFR-EOF TO TRUE
              ELSE
                 IF NOT OFR-CONVERTED
                    AND OFR-OFFER-DATE NOT > RNW-RUN-DATE
                    AND OFR-OFFER-DATE NOT < WS-FOUND-DATE
                    MOVE OFR-KEY        TO WS-FOUND-KEY
                    MOVE OFR-OFFER-DATE TO WS-FOUND-DATE
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE TESTS, IN THE ORDER THE PASSED-OVER COUNTS ARE KEPT, AND
      * THE PROSPECT LIST BY BRANCH.
      *----------------------------------------------------------------*
       4000-SELECT-PROSPECTS.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-CNT
               ADD 1 TO WS-CNT-LOANS
               PERFORM 4100-TEST-LOAN THRU 4100-EXIT
               IF WS-REASON = 0
                  PERFORM 4300-PROSPECT
               ELSE
                  ADD 1 TO WS-RSN-CNT(WS-REASON)
               END-IF
           END-PERFORM
           IF WS-LAST-BRNO NOT = LOW-VALUES
              PERFORM 4400-BRANCH-FOOT
           END-IF.

       4100-TEST-LOAN.
           MOVE 0 TO WS-REASON
           MOVE WS-LN-CRIT(WS-LN-SUB) TO WS-CR-SUB
           IF WS-CR-SUB = 0
              MOVE 1 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-BNKRPT(WS-LN-SUB) = "Y"
              MOVE 2 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-FROZEN(WS-LN-SUB) = "Y"
              MOVE 3 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-JUDGMENT(WS-LN-SUB) = "Y"
              MOVE 4 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-SETTLE(WS-LN-SUB) = "Y"
              MOVE 5 TO WS-REASON
              GO TO 4100-EXIT.
      * PAST DUE TODAY - THE CONTRACTUAL PAID-THRU MORE THAN THE
      * GRACE DAYS BEHIND.
           IF WS-LN-PDTH(WS-LN-SUB) NOT NUMERIC
              OR WS-LN-PDTH(WS-LN-SUB) = 0
              MOVE 6 TO WS-REASON
              GO TO 4100-EXIT.
           IF FUNCTION INTEGER-OF-DATE(WS-LN-PDTH(WS-LN-SUB))
              + WS-CR-GRACE(WS-CR-SUB) < WS-RUN-INT
              MOVE 6 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-PMTS(WS-LN-SUB) < WS-CR-MIN-PMTS(WS-CR-SUB)
              MOVE 7 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-LATE(WS-LN-SUB) > WS-CR-MAX-LATE(WS-CR-SUB)
              MOVE 8 TO WS-REASON
              GO TO 4100-EXIT.
           MOVE 0 TO WS-PCT-PAID
           IF WS-LN-ORGAMT(WS-LN-SUB) > 0
              AND WS-LN-CURBAL(WS-LN-SUB) < WS-LN-ORGAMT(WS-LN-SUB)
              COMPUTE WS-PCT-PAID =
                  (WS-LN-ORGAMT(WS-LN-SUB) - WS-LN-CURBAL(WS-LN-SUB))
                  * 100 / WS-LN-ORGAMT(WS-LN-SUB)
           END-IF
           IF WS-PCT-PAID < WS-CR-MIN-PCT(WS-CR-SUB)
              MOVE 9 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-NSF(WS-LN-SUB) > 0
              MOVE 10 TO WS-REASON
              GO TO 4100-EXIT.
           IF WS-LN-DEFER(WS-LN-SUB) > 0
              MOVE 11 TO WS-REASON
              GO TO 4100-EXIT.
           PERFORM 4200-EXPOSURE-ROOM
           IF WS-REASON NOT = 0
              GO TO 4100-EXIT.
      * NO CPM ROW MEANS NO RESTRICTION.
           MOVE WS-LN-BRNO(WS-LN-SUB) TO CPM-BRNO
           MOVE WS-LN-ACCT(WS-LN-SUB) TO CPM-ACCTNO
           READ CPM-FILE
           IF CPM-STATUS = "00"
              IF CPM-MKT-FG = "N" OR CPM-CEASE-FG = "Y"
                 OR CPM-ATTY-FG = "Y"
                 MOVE 14 TO WS-REASON
                 GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      * THE NEW LOAN PAYS THIS ONE OFF, SO ONLY THE BORROWER'S OTHER
      * EXPOSURE COUNTS AGAINST THE LIMIT.  A BORROWER NOT ON EXPOSE
      * (NO SSN ON THE LOAN) IS HELD TO THE CRITERIA MAXIMUM ALONE.
       4200-EXPOSURE-ROOM.
           MOVE WS-CR-MAX-LOAN(WS-CR-SUB) TO WS-MAX-NEW
           MOVE WS-LN-SSNO(WS-LN-SUB) TO EXP-SSNO
           READ EXPOSE-FILE
           IF EXPOSE-STATUS = "00"
              IF EXP-CHGOFF-CNT > 0
                 MOVE 12 TO WS-REASON
              ELSE
                 COMPUTE WS-OTHER-EXP =
                     EXP-TOT-BAL - WS-LN-CURBAL(WS-LN-SUB)
                 IF WS-OTHER-EXP < 0
                    MOVE 0 TO WS-OTHER-EXP
                 END-IF
                 COMPUTE WS-ROOM = EXP-LIMIT - WS-OTHER-EXP
                 IF WS-ROOM < WS-MAX-NEW
                    IF WS-ROOM < 0
                       MOVE 0 TO WS-MAX-NEW
                    ELSE
                       MOVE WS-ROOM TO WS-MAX-NEW
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = 0
              IF WS-MAX-NEW < WS-LN-PAYOFF(WS-LN-SUB)
                 OR WS-MAX-NEW = 0
                 MOVE 13 TO WS-REASON
              END-IF
           END-IF.

       4300-PROSPECT.
           IF WS-LN-BRNO(WS-LN-SUB) NOT = WS-LAST-BRNO
              IF WS-LAST-BRNO NOT = LOW-VALUES
                 PERFORM 4400-BRANCH-FOOT
              END-IF
              MOVE WS-LN-BRNO(WS-LN-SUB) TO WS-LAST-BRNO
              MOVE 0 TO WS-CNT-BR-PROSPECT
              MOVE SPACES TO RPT-LINE
              STRING "BRANCH " WS-LAST-BRNO " - RENEWAL PROSPECTS"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "ACCOUNT    NAME                      ST CL"
                     "   BALANCE     NET PAYOFF        MAX NEW"
                     "           CASH  PAID%  PMTS LATE NSF-LIFE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-CNT-PROSPECT WS-CNT-BR-PROSPECT
           ADD WS-MAX-NEW TO WS-TOT-MAX-NEW
           COMPUTE WS-CASH = WS-MAX-NEW - WS-LN-PAYOFF(WS-LN-SUB)
           MOVE SPACES TO RPT-LINE
           MOVE WS-LN-ACCT(WS-LN-SUB)  TO RPT-LINE(1:10)
           MOVE WS-LN-NAME(WS-LN-SUB)  TO RPT-LINE(12:25)
           MOVE WS-LN-STATE(WS-LN-SUB) TO RPT-LINE(38:2)
           MOVE WS-LN-CLASS(WS-LN-SUB) TO RPT-LINE(41:2)
           MOVE WS-LN-CURBAL(WS-LN-SUB) TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(43:13)
           MOVE WS-LN-PAYOFF(WS-LN-SUB) TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(58:13)
           MOVE WS-MAX-NEW TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(73:13)
           MOVE WS-CASH TO WS-EDIT-BAL
           MOVE WS-EDIT-BAL TO RPT-LINE(88:13)
           MOVE WS-PCT-PAID TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO RPT-LINE(102:6)
           MOVE WS-LN-PMTS(WS-LN-SUB) TO WS-EDIT-N4
           MOVE WS-EDIT-N4 TO RPT-LINE(109:4)
           MOVE WS-LN-LATE(WS-LN-SUB) TO WS-EDIT-N4
           MOVE WS-EDIT-N4 TO RPT-LINE(114:4)
           MOVE WS-LN-NSF-LIFE(WS-LN-SUB) TO RPT-LINE(122:2)
           WRITE RPT-LINE
           PERFORM 4500-FILE-OFFER.

       4400-BRANCH-FOOT.
           MOVE WS-CNT-BR-PROSPECT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  BRANCH " WS-LAST-BRNO " PROSPECTS " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * A RERUN IN THE SAME MONTH REPLACES THE OFFER BUT KEEPS A
      * CONVERSION ALREADY MARKED ON IT.
       4500-FILE-OFFER.
           MOVE WS-LN-BRNO(WS-LN-SUB) TO OFR-BRNO
           MOVE WS-LN-ACCT(WS-LN-SUB) TO OFR-ACCTNO
           MOVE WS-RUN-MONTH          TO OFR-MONTH
           READ RNOFR-FILE
           IF RNOFR-STATUS = "00"
              MOVE WS-RUN-DATE             TO OFR-OFFER-DATE
              MOVE WS-LN-SSNO(WS-LN-SUB)   TO OFR-SSNO
              MOVE WS-LN-PAYOFF(WS-LN-SUB) TO OFR-NET-PAYOFF
              MOVE WS-MAX-NEW              TO OFR-MAX-NEW
              REWRITE RNOFR-REC
              ADD 1 TO WS-CNT-OFR-REPLACED
           ELSE
              MOVE WS-LN-BRNO(WS-LN-SUB)   TO OFR-BRNO
              MOVE WS-LN-ACCT(WS-LN-SUB)   TO OFR-ACCTNO
              MOVE WS-RUN-MONTH            TO OFR-MONTH
              MOVE WS-RUN-DATE             TO OFR-OFFER-DATE
              MOVE WS-LN-SSNO(WS-LN-SUB)   TO OFR-SSNO
              MOVE WS-LN-PAYOFF(WS-LN-SUB) TO OFR-NET-PAYOFF
              MOVE WS-MAX-NEW              TO OFR-MAX-NEW
              MOVE "N"                     TO OFR-CONV-FG
              MOVE 0                       TO OFR-CONV-DATE
                                              OFR-PROCEEDS
              MOVE SPACES                  TO OFR-NEW-ACCTNO
              WRITE RNOFR-REC
              ADD 1 TO WS-CNT-OFR-NEW
           END-IF.

      *----------------------------------------------------------------*
      * EVERY OFFER ON FILE, ADDED UP BY THE MONTH IT WAS MADE.
      *----------------------------------------------------------------*
       5000-CONVERSION-SUMMARY.
           MOVE LOW-VALUES TO OFR-KEY
           MOVE "00" TO RNOFR-STATUS
           START RNOFR-FILE KEY NOT < OFR-KEY
               INVALID KEY SET RNOFR-EOF TO TRUE
           END-START
           IF NOT RNOFR-EOF
              READ RNOFR-FILE NEXT
                  AT END SET RNOFR-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 5100-ONE-OFFER UNTIL RNOFR-EOF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OFFERS AND CONVERSIONS BY OFFER MONTH" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "MONTH      OFFERS  CONVERTED   RATE%     NEW PROCEEDS"
             TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                   UNTIL WS-MO-SUB > WS-MO-CNT
               MOVE SPACES TO RPT-LINE
               MOVE WS-MO-MONTH(WS-MO-SUB) TO RPT-LINE(1:6)
               MOVE WS-MO-OFFERS(WS-MO-SUB) TO WS-EDIT-CNT
               MOVE WS-EDIT-CNT TO RPT-LINE(11:7)
               MOVE WS-MO-CONV(WS-MO-SUB) TO WS-EDIT-CNT
               MOVE WS-EDIT-CNT TO RPT-LINE(22:7)
               MOVE 0 TO WS-CONV-PCT
               IF WS-MO-OFFERS(WS-MO-SUB) > 0
                  COMPUTE WS-CONV-PCT ROUNDED =
                      WS-MO-CONV(WS-MO-SUB) * 100
                      / WS-MO-OFFERS(WS-MO-SUB)
               END-IF
               MOVE WS-CONV-PCT TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO RPT-LINE(32:5)
               MOVE WS-MO-PROCEEDS(WS-MO-SUB) TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO RPT-LINE(39:15)
               WRITE RPT-LINE
           END-PERFORM.

       5100-ONE-OFFER.
           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                   UNTIL WS-MO-SUB > WS-MO-CNT
                      OR WS-MO-MONTH(WS-MO-SUB) NOT < OFR-MONTH
               CONTINUE
           END-PERFORM
      * A NEW MONTH GOES IN AT ITS PLACE.  A FULL TABLE (TEN YEARS OF
      * OFFER MONTHS) TAKES NO MORE.
           IF WS-MO-SUB > WS-MO-CNT
              OR WS-MO-MONTH(WS-MO-SUB) NOT = OFR-MONTH
              IF WS-MO-CNT < WS-MAX-MO
                 ADD 1 TO WS-MO-CNT
                 PERFORM VARYING WS-MO-INS FROM WS-MO-CNT BY -1
                         UNTIL WS-MO-INS NOT > WS-MO-SUB
                     MOVE WS-MO-ENTRY(WS-MO-INS - 1)
                       TO WS-MO-ENTRY(WS-MO-INS)
                 END-PERFORM
                 MOVE OFR-MONTH TO WS-MO-MONTH(WS-MO-SUB)
                 MOVE 0 TO WS-MO-OFFERS(WS-MO-SUB)
                           WS-MO-CONV(WS-MO-SUB)
                           WS-MO-PROCEEDS(WS-MO-SUB)
              ELSE
                 MOVE 0 TO WS-MO-SUB
              END-IF
           END-IF
           IF WS-MO-SUB NOT = 0
              ADD 1 TO WS-MO-OFFERS(WS-MO-SUB)
              IF OFR-CONVERTED
                 ADD 1 TO WS-MO-CONV(WS-MO-SUB)
                 ADD OFR-PROCEEDS TO WS-MO-PROCEEDS(WS-MO-SUB)
              END-IF
           END-IF
           READ RNOFR-FILE NEXT
               AT END SET RNOFR-EOF TO TRUE
           END-READ.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "LOANS PASSED OVER, BY FIRST TEST FAILED" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-REASON FROM 1 BY 1 UNTIL WS-REASON > 14
               MOVE WS-RSN-CNT(WS-REASON) TO WS-EDIT-CNT
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-RSN-NAME(WS-REASON) WS-EDIT-CNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LOANS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OPEN LOANS TESTED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PROSPECT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PROSPECTS                 " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-MAX-NEW TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  MAXIMUM NEW, ALL    " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OFR-NEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OFFERS FILED              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OFR-REPLACED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OFFERS REPLACED (RERUN)   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RN-READ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RENEWALS ON REGISTER      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RN-CONV TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  CONVERTING AN OFFER     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RN-NOOFR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  NO OPEN OFFER           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVFL > 0
              MOVE WS-CNT-OVFL TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "LOANS NOT TESTED - TABLE FULL " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE RNCRIT-FILE RNEXT-FILE LPHIST-FILE RNWEXT-FILE
                 EXPOSE-FILE CPM-FILE RNOFR-FILE RNWELG-RPT
           STOP RUN.
