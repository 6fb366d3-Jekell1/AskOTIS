      *================================================================*
      *   P R O G R A M :  S T R S C N                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-08-21
      *  DESC: CASH STRUCTURING SCAN AND SAR CANDIDATE REPORT.
      *        CTRRPT CATCHES ONE DAY'S CASH OVER THE CTR LIMIT FOR
      *        ONE SSN; NOTHING LOOKED FOR CASH KEPT DELIBERATELY
      *        UNDER IT.  THIS PASS READS A ROLLING WINDOW OF THE
      *        POSTED LOG (LOGHST - THE DAILY LOG FILES FOR THE
      *        WINDOW, CONCATENATED), KEEPS THE POSTED ITEMS CARRYING
      *        A CASHCD CASH-TYPE REFERENCE CODE, AND ROLLS THEM UP
      *        BY BORROWER SSN (SSNEXT MAP) AND BY ACCOUNT, ACROSS
      *        BRANCHES AND DAYS.  A SUBJECT IS FLAGGED FOR:
      *          ST  STRUCTURING - TWO OR MORE CASH ITEMS IN THE
      *              NEAR-THRESHOLD BAND, OR WINDOW CASH OVER THE CTR
      *              LIMIT SPREAD OVER DAYS OR BRANCHES SO THAT NO
      *              SINGLE DAY EVER REACHED IT;
      *          RP  RAPID CASH PAYOFF - CASH PAYOFF OF A LOAN BOOKED
      *              WITHIN THE NEW-LOAN DAYS (NEWLNX), OR WINDOW
      *              CASH ON IT OVER THE PARM PERCENT OF THE AMOUNT
      *              FINANCED;
      *          TP  THIRD-PARTY CASH - THE TELLER CONDUCTOR EXTRACT
      *              (CSHCND) SHOWS CASH ON THE ACCOUNT BROUGHT IN BY
      *              SOMEONE OTHER THAN ITS BORROWER: TWO OR MORE
      *              DIFFERENT PEOPLE, OR ONE WHOSE CASH REACHES THE
      *              NEAR-THRESHOLD FLOOR.
      *        EVERY FLAG IS LISTED AND APPENDED TO BSAFLG AS A
      *        CASE CANDIDATE; BSAMNT TAKES THEM ONTO THE BSA CASE
      *        FILE FOR ANALYST DISPOSITION AND TRACKS THE 30-DAY
      *        SAR FILING DEADLINE.  LIMITS COME FROM STRSCN.PARM;
      *        A ZERO OR MISSING VALUE TAKES THE DEFAULT (10-DAY
      *        WINDOW, $10,000 LIMIT, 80% FLOOR, 90 NEW-LOAN DAYS,
      *        75% OF AMOUNT FINANCED).
      *
      *  MOD HISTORY:
      *   082128 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRSCN.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-08-21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STRPRM-FILE ASSIGN TO "STRSCN.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STRPRM-STATUS.

           SELECT LOGHST-FILE ASSIGN TO "LOGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGHST-STATUS.

           SELECT CASHCD-FILE ASSIGN TO "CASHCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHCD-STATUS.

           SELECT SSNEXT-FILE ASSIGN TO "SSNEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSNEXT-STATUS.

           SELECT OPTIONAL NEWLNX-FILE ASSIGN TO "NEWLNX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWLNX-STATUS.

           SELECT OPTIONAL CSHCND-FILE ASSIGN TO "CSHCND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSHCND-STATUS.

           SELECT OPTIONAL BSAFLG-FILE ASSIGN TO "BSAFLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSAFLG-STATUS.

           SELECT STRSCN-RPT ASSIGN TO "STRSCN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRPRM-FILE.
       01  STRPRM-REC.
      * ZERO RUN DATE = TODAY.
           05  STP-RUN-DATE          PIC 9(08).
           05  STP-WINDOW-DAYS       PIC 9(03).
           05  STP-CTR-LIMIT         PIC 9(07)V99.
           05  STP-NEAR-PCT          PIC 9(03).
           05  STP-NEW-DAYS          PIC 9(03).
           05  STP-PAYOFF-PCT        PIC 9(03).

       FD  LOGHST-FILE.
       01  LOG-REC.
           05  LOG-DATE              PIC 9(08).
           05  LOG-TIME              PIC 9(06).
           05  LOG-BRNO              PIC X(04).
           05  LOG-NUMBER            PIC X(10).
           05  LOG-STATUS            PIC X(04).
           05  LOG-RETURN            PIC 9(03).
           05  LOG-BACKDATE-OVERRIDE PIC X(01).
           05  LOG-TRCD              PIC X(02).
           05  LOG-REFCD             PIC X(05).
           05  LOG-TRAMT             PIC S9(07)V99.
           05  LOG-MSG               PIC X(60).

       FD  CASHCD-FILE.
       01  CASHCD-REC.
           05  CASHCD-REFCD          PIC X(05).

       FD  SSNEXT-FILE.
       01  SSNEXT-REC.
           05  SSNEXT-BRNO           PIC X(04).
           05  SSNEXT-ACCTNO         PIC X(10).
           05  SSNEXT-SSNO           PIC 9(09).

      * LOANS BOOKED RECENTLY ENOUGH TO MATTER, FROM THE LOAN FILE.
       FD  NEWLNX-FILE.
       01  NEWLNX-REC.
           05  NLX-BRNO              PIC X(04).
           05  NLX-ACCTNO            PIC X(10).
           05  NLX-OPEN-DATE         PIC 9(08).
           05  NLX-ORIG-AMT          PIC S9(07)V99.

      * WHO BROUGHT THE CASH IN - ONE ROW PER TELLER CASH RECEIPT.
       FD  CSHCND-FILE.
       01  CSHCND-REC.
           05  CND-DATE              PIC 9(08).
           05  CND-BRNO              PIC X(04).
           05  CND-ACCTNO            PIC X(10).
           05  CND-AMT               PIC S9(07)V99.
           05  CND-SSNO              PIC 9(09).
           05  CND-NAME              PIC X(25).

      * ONE ROW PER FLAG, TAKEN ONTO THE BSA CASE FILE BY BSAMNT.
       FD  BSAFLG-FILE.
       01  BSAFLG-REC.
           05  FLG-SUBJECT.
      * S BORROWER SSN, A ACCOUNT.
               10  FLG-SUBJ-TYPE     PIC X(01).
               10  FLG-SUBJ-ID       PIC X(14).
           05  FLG-RULE              PIC X(02).
           05  FLG-DETECT-DATE       PIC 9(08).
           05  FLG-SSNO              PIC 9(09).
           05  FLG-BRNO              PIC X(04).
           05  FLG-ACCTNO            PIC X(10).
           05  FLG-FIRST-DATE        PIC 9(08).
           05  FLG-LAST-DATE         PIC 9(08).
           05  FLG-CASH-TOTAL        PIC S9(09)V99.
           05  FLG-ITEMS             PIC 9(05).
           05  FLG-DAYS              PIC 9(03).
           05  FLG-BRANCHES          PIC 9(03).
           05  FLG-REASON            PIC X(40).

       FD  STRSCN-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  STRPRM-STATUS             PIC XX.
       01  LOGHST-STATUS             PIC XX.
           88  LOGHST-EOF                       VALUE "10".
       01  CASHCD-STATUS             PIC XX.
           88  CASHCD-EOF                       VALUE "10".
       01  SSNEXT-STATUS             PIC XX.
           88  SSNEXT-EOF                       VALUE "10".
       01  NEWLNX-STATUS             PIC XX.
           88  NEWLNX-EOF                       VALUE "10".
       01  CSHCND-STATUS             PIC XX.
           88  CSHCND-EOF                       VALUE "10".
       01  BSAFLG-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-WIN-START              PIC 9(08).
       01  WS-WINDOW-DAYS            PIC 9(03) VALUE 10.
       01  WS-CTR-LIMIT              PIC 9(07)V99 VALUE 10000.00.
       01  WS-NEAR-PCT               PIC 9(03) VALUE 80.
       01  WS-NEAR-FLOOR             PIC 9(07)V99.
       01  WS-NEW-DAYS               PIC 9(03) VALUE 90.
       01  WS-PAYOFF-PCT             PIC 9(03) VALUE 75.
       01  WS-DAYS-OLD               PIC S9(05).
       01  WS-PCT-OF-ORIG            PIC S9(05).

       01  WS-MAX-CC                 PIC 9(03) COMP VALUE 100.
       01  WS-CC-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-CC-SUB                 PIC 9(03) COMP.
       01  WS-CC-TABLE.
           05  WS-CC-REFCD OCCURS 100 TIMES PIC X(05).

       01  WS-MAX-MAP                PIC 9(05) COMP VALUE 30000.
       01  WS-MAP-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-MAP-SUB                PIC 9(05) COMP.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 30000 TIMES.
               10  WS-MAP-BRNO       PIC X(04).
               10  WS-MAP-ACCTNO     PIC X(10).
               10  WS-MAP-SSNO       PIC 9(09).

       01  WS-MAX-NL                 PIC 9(05) COMP VALUE 20000.
       01  WS-NL-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-NL-SUB                 PIC 9(05) COMP.
       01  WS-NL-TABLE.
           05  WS-NL-ENTRY OCCURS 20000 TIMES.
               10  WS-NL-BRNO        PIC X(04).
               10  WS-NL-ACCTNO      PIC X(10).
               10  WS-NL-OPEN-DATE   PIC 9(08).
               10  WS-NL-ORIG-AMT    PIC S9(07)V99 COMP-3.

      * THE WINDOW'S POSTED CASH ITEMS, IN LOG ORDER.  EACH CARRIES
      * THE SUBJECT-TABLE ROWS OF ITS SSN AND ITS ACCOUNT.
       01  WS-MAX-CI                 PIC 9(05) COMP VALUE 10000.
       01  WS-CI-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-CI-SUB                 PIC 9(05) COMP.
       01  WS-CI-SUB2                PIC 9(05) COMP.
       01  WS-CI-TABLE.
           05  WS-CI-ENTRY OCCURS 10000 TIMES.
               10  WS-CI-DATE        PIC 9(08).
               10  WS-CI-BRNO        PIC X(04).
               10  WS-CI-ACCT        PIC X(10).
               10  WS-CI-AMT         PIC S9(07)V99 COMP-3.
               10  WS-CI-TRCD        PIC X(02).
               10  WS-CI-SSN-IX      PIC 9(05) COMP.
               10  WS-CI-ACT-IX      PIC 9(05) COMP.

       01  WS-MAX-SB                 PIC 9(05) COMP VALUE 20000.
       01  WS-SB-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SB-SUB                 PIC 9(05) COMP.
       01  WS-SB-TABLE.
           05  WS-SB-ENTRY OCCURS 20000 TIMES.
               10  WS-SB-TYPE        PIC X(01).
               10  WS-SB-SSNO        PIC 9(09).
               10  WS-SB-BRNO        PIC X(04).
               10  WS-SB-ACCT        PIC X(10).
               10  WS-SB-TOTAL       PIC S9(09)V99 COMP-3.
               10  WS-SB-ITEMS       PIC 9(05) COMP.
               10  WS-SB-NEAR        PIC 9(05) COMP.
               10  WS-SB-DAYS        PIC 9(03) COMP.
               10  WS-SB-BRANCHES    PIC 9(03) COMP.
               10  WS-SB-MAX-DAY     PIC S9(09)V99 COMP-3.
               10  WS-SB-FIRST       PIC 9(08).
               10  WS-SB-LAST        PIC 9(08).
               10  WS-SB-PAYOFF-DATE PIC 9(08).
      * FOR AN ACCOUNT, THE ROW OF ITS BORROWER'S SSN.
               10  WS-SB-PAIR-IX     PIC 9(05) COMP.

      * CONDUCTOR ROWS IN THE WINDOW.
       01  WS-MAX-CN                 PIC 9(05) COMP VALUE 10000.
       01  WS-CN-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-CN-SUB                 PIC 9(05) COMP.
       01  WS-CN-SUB2                PIC 9(05) COMP.
       01  WS-CN-TABLE.
           05  WS-CN-ENTRY OCCURS 10000 TIMES.
               10  WS-CN-BRNO        PIC X(04).
               10  WS-CN-ACCT        PIC X(10).
               10  WS-CN-AMT         PIC S9(07)V99 COMP-3.
               10  WS-CN-SSNO        PIC 9(09).

       01  WS-KIND                   PIC X(01).
       01  WS-HOLD-IX                PIC 9(05) COMP.
       01  WS-SAME-SW                PIC X(01).
           88  WS-SAME-SUBJ                     VALUE "Y".
       01  WS-FIRST-DAY-SW           PIC X(01).
       01  WS-FIRST-BR-SW            PIC X(01).
       01  WS-DAY-AMT                PIC S9(09)V99 COMP-3.
       01  WS-TP-CNT                 PIC 9(03) COMP.
       01  WS-TP-AMT                 PIC S9(09)V99 COMP-3.

       01  WS-CNT-LOG                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CASH               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-UNMAPPED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVERFLOW           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ST                 PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RP                 PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TP                 PIC 9(05) COMP VALUE 0.
       01  WS-TOT-CASH               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-RULE              PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SUBJ-TYPE         PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-SSNO              PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-ACCT              PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-FIRST             PIC 9(08).
           05  FILLER                PIC X(01) VALUE "-".
           05  DTL-LAST              PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-ITEMS             PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DAYS              PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-BRANCHES          PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CASHCDS
           PERFORM 1200-LOAD-SSN-MAP
           PERFORM 1300-LOAD-NEW-LOANS
           PERFORM 1400-LOAD-CONDUCTORS
           PERFORM 2000-SCAN-LOG
           PERFORM 2500-DAYS-AND-BRANCHES
           PERFORM 3000-APPLY-RULES
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT STRPRM-FILE
           READ STRPRM-FILE
               AT END MOVE ZEROS TO STRPRM-REC
           END-READ
           CLOSE STRPRM-FILE
           IF STP-RUN-DATE NOT = 0
              MOVE STP-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF STP-WINDOW-DAYS NOT = 0
              MOVE STP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF STP-CTR-LIMIT NOT = 0
              MOVE STP-CTR-LIMIT TO WS-CTR-LIMIT
           END-IF
           IF STP-NEAR-PCT NOT = 0
              MOVE STP-NEAR-PCT TO WS-NEAR-PCT
           END-IF
           IF STP-NEW-DAYS NOT = 0
              MOVE STP-NEW-DAYS TO WS-NEW-DAYS
           END-IF
           IF STP-PAYOFF-PCT NOT = 0
              MOVE STP-PAYOFF-PCT TO WS-PAYOFF-PCT
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
              WS-CTR-LIMIT * WS-NEAR-PCT / 100
           COMPUTE WS-WIN-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - WS-WINDOW-DAYS + 1)
           OPEN INPUT  LOGHST-FILE
           OPEN INPUT  CASHCD-FILE
           OPEN INPUT  SSNEXT-FILE
           OPEN INPUT  NEWLNX-FILE
           OPEN INPUT  CSHCND-FILE
           OPEN EXTEND BSAFLG-FILE
           OPEN OUTPUT STRSCN-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CASH STRUCTURING SCAN - SAR CANDIDATES FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WINDOW-DAYS TO WS-EDIT-CNT2
           MOVE WS-NEAR-FLOOR  TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "WINDOW " WS-WIN-START " THRU " WS-RUN-DATE
                  " (" WS-EDIT-CNT2 " DAYS)   NEAR-THRESHOLD FLOOR "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RL  T SSN        BRNO ACCOUNT     FIRST    LAST     "
                  "          CASH  ITMS DYS BRS  REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-CASHCDS.
           READ CASHCD-FILE AT END SET CASHCD-EOF TO TRUE END-READ
           PERFORM UNTIL CASHCD-EOF OR WS-CC-CNT = WS-MAX-CC
               ADD 1 TO WS-CC-CNT
               MOVE CASHCD-REFCD TO WS-CC-REFCD(WS-CC-CNT)
               READ CASHCD-FILE AT END SET CASHCD-EOF TO TRUE
               END-READ
           END-PERFORM.

       1200-LOAD-SSN-MAP.
           READ SSNEXT-FILE AT END SET SSNEXT-EOF TO TRUE END-READ
           PERFORM UNTIL SSNEXT-EOF OR WS-MAP-CNT = WS-MAX-MAP
               ADD 1 TO WS-MAP-CNT
               MOVE SSNEXT-BRNO   TO WS-MAP-BRNO(WS-MAP-CNT)
               MOVE SSNEXT-ACCTNO TO WS-MAP-ACCTNO(WS-MAP-CNT)
               MOVE SSNEXT-SSNO   TO WS-MAP-SSNO(WS-MAP-CNT)
               READ SSNEXT-FILE AT END SET SSNEXT-EOF TO TRUE
               END-READ
           END-PERFORM.

       1300-LOAD-NEW-LOANS.
           READ NEWLNX-FILE AT END SET NEWLNX-EOF TO TRUE END-READ
           PERFORM UNTIL NEWLNX-EOF OR WS-NL-CNT = WS-MAX-NL
               ADD 1 TO WS-NL-CNT
               MOVE NLX-BRNO      TO WS-NL-BRNO(WS-NL-CNT)
               MOVE NLX-ACCTNO    TO WS-NL-ACCTNO(WS-NL-CNT)
               MOVE NLX-OPEN-DATE TO WS-NL-OPEN-DATE(WS-NL-CNT)
               MOVE NLX-ORIG-AMT  TO WS-NL-ORIG-AMT(WS-NL-CNT)
               READ NEWLNX-FILE AT END SET NEWLNX-EOF TO TRUE
               END-READ
           END-PERFORM.

       1400-LOAD-CONDUCTORS.
           READ CSHCND-FILE AT END SET CSHCND-EOF TO TRUE END-READ
           PERFORM UNTIL CSHCND-EOF OR WS-CN-CNT = WS-MAX-CN
               IF CND-DATE NOT < WS-WIN-START
                  AND CND-DATE NOT > WS-RUN-DATE
                  ADD 1 TO WS-CN-CNT
                  MOVE CND-BRNO   TO WS-CN-BRNO(WS-CN-CNT)
                  MOVE CND-ACCTNO TO WS-CN-ACCT(WS-CN-CNT)
                  MOVE CND-AMT    TO WS-CN-AMT(WS-CN-CNT)
                  MOVE CND-SSNO   TO WS-CN-SSNO(WS-CN-CNT)
               END-IF
               READ CSHCND-FILE AT END SET CSHCND-EOF TO TRUE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * POSTED CASH IN THE WINDOW, ROLLED UP BY SSN AND BY ACCOUNT.
      *----------------------------------------------------------------*
       2000-SCAN-LOG.
           READ LOGHST-FILE AT END SET LOGHST-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOG-ROW UNTIL LOGHST-EOF.

       2100-ONE-LOG-ROW.
           ADD 1 TO WS-CNT-LOG
           IF LOG-RETURN = 0
              AND LOG-DATE NOT < WS-WIN-START
              AND LOG-DATE NOT > WS-RUN-DATE
              PERFORM 2200-CASH-TEST
              IF WS-CC-SUB NOT > WS-CC-CNT
                 PERFORM 2300-KEEP-ITEM THRU 2300-X
              END-IF
           END-IF
           READ LOGHST-FILE AT END SET LOGHST-EOF TO TRUE END-READ.

       2200-CASH-TEST.
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                   UNTIL WS-CC-SUB > WS-CC-CNT
                      OR WS-CC-REFCD(WS-CC-SUB) = LOG-REFCD
               CONTINUE
           END-PERFORM.

       2300-KEEP-ITEM.
           IF WS-CI-CNT = WS-MAX-CI
              ADD 1 TO WS-CNT-OVERFLOW
              GO TO 2300-X.
           ADD 1 TO WS-CNT-CASH WS-CI-CNT
           ADD LOG-TRAMT TO WS-TOT-CASH
           MOVE LOG-DATE   TO WS-CI-DATE(WS-CI-CNT)
           MOVE LOG-BRNO   TO WS-CI-BRNO(WS-CI-CNT)
           MOVE LOG-NUMBER TO WS-CI-ACCT(WS-CI-CNT)
           MOVE LOG-TRAMT  TO WS-CI-AMT(WS-CI-CNT)
           MOVE LOG-TRCD   TO WS-CI-TRCD(WS-CI-CNT)
           MOVE 0 TO WS-CI-SSN-IX(WS-CI-CNT) WS-CI-ACT-IX(WS-CI-CNT)
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-CNT
                      OR (WS-MAP-BRNO(WS-MAP-SUB) = LOG-BRNO
                          AND WS-MAP-ACCTNO(WS-MAP-SUB) = LOG-NUMBER)
               CONTINUE
           END-PERFORM
      * THE ACCOUNT SUBJECT CARRIES ITS BORROWER'S SSN (ZERO IF THE
      * ACCOUNT IS NOT ON THE MAP) FOR THE THIRD-PARTY TEST.
           MOVE "A" TO WS-KIND
           PERFORM 2400-FIND-SUBJECT
           IF WS-SB-SUB NOT > WS-SB-CNT
              MOVE WS-SB-SUB TO WS-CI-ACT-IX(WS-CI-CNT)
              PERFORM 2450-ADD-TO-SUBJECT
           END-IF
           IF WS-MAP-SUB > WS-MAP-CNT
              ADD 1 TO WS-CNT-UNMAPPED
              GO TO 2300-X.
           MOVE "S" TO WS-KIND
           PERFORM 2400-FIND-SUBJECT
           IF WS-SB-SUB NOT > WS-SB-CNT
              MOVE WS-SB-SUB TO WS-CI-SSN-IX(WS-CI-CNT)
              PERFORM 2450-ADD-TO-SUBJECT
              IF WS-CI-ACT-IX(WS-CI-CNT) NOT = 0
                 MOVE WS-SB-SUB
                   TO WS-SB-PAIR-IX(WS-CI-ACT-IX(WS-CI-CNT))
              END-IF
           END-IF.
       2300-X.
           EXIT.

       2400-FIND-SUBJECT.
           IF WS-KIND = "S"
              PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                      UNTIL WS-SB-SUB > WS-SB-CNT
                         OR (WS-SB-TYPE(WS-SB-SUB) = "S"
                             AND WS-SB-SSNO(WS-SB-SUB)
                                       = WS-MAP-SSNO(WS-MAP-SUB))
                  CONTINUE
              END-PERFORM
           ELSE
              PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                      UNTIL WS-SB-SUB > WS-SB-CNT
                         OR (WS-SB-TYPE(WS-SB-SUB) = "A"
                             AND WS-SB-BRNO(WS-SB-SUB) = LOG-BRNO
                             AND WS-SB-ACCT(WS-SB-SUB) = LOG-NUMBER)
                  CONTINUE
              END-PERFORM
           END-IF
           IF WS-SB-SUB > WS-SB-CNT
              AND WS-SB-CNT < WS-MAX-SB
              ADD 1 TO WS-SB-CNT
              MOVE WS-SB-CNT TO WS-SB-SUB
              INITIALIZE WS-SB-ENTRY(WS-SB-SUB)
              MOVE WS-KIND   TO WS-SB-TYPE(WS-SB-SUB)
              IF WS-MAP-SUB NOT > WS-MAP-CNT
                 MOVE WS-MAP-SSNO(WS-MAP-SUB) TO WS-SB-SSNO(WS-SB-SUB)
              END-IF
              IF WS-KIND = "A"
                 MOVE LOG-BRNO   TO WS-SB-BRNO(WS-SB-SUB)
                 MOVE LOG-NUMBER TO WS-SB-ACCT(WS-SB-SUB)
              END-IF
              MOVE LOG-DATE TO WS-SB-FIRST(WS-SB-SUB)
                               WS-SB-LAST(WS-SB-SUB)
           END-IF.

       2450-ADD-TO-SUBJECT.
           ADD LOG-TRAMT TO WS-SB-TOTAL(WS-SB-SUB)
           ADD 1 TO WS-SB-ITEMS(WS-SB-SUB)
           IF LOG-TRAMT NOT < WS-NEAR-FLOOR
              AND LOG-TRAMT NOT > WS-CTR-LIMIT
              ADD 1 TO WS-SB-NEAR(WS-SB-SUB)
           END-IF
           IF LOG-DATE < WS-SB-FIRST(WS-SB-SUB)
              MOVE LOG-DATE TO WS-SB-FIRST(WS-SB-SUB)
           END-IF
           IF LOG-DATE > WS-SB-LAST(WS-SB-SUB)
              MOVE LOG-DATE TO WS-SB-LAST(WS-SB-SUB)
           END-IF
           IF LOG-TRCD = "PO" OR LOG-TRCD = "99"
              MOVE LOG-DATE TO WS-SB-PAYOFF-DATE(WS-SB-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * DISTINCT DAYS AND BRANCHES PER SUBJECT, AND ITS LARGEST SINGLE
      * DAY.  AN ITEM COUNTS A NEW DAY (OR BRANCH) ONLY WHEN NO EARLIER
      * ITEM OF THE SAME SUBJECT HAD IT.
      *----------------------------------------------------------------*
       2500-DAYS-AND-BRANCHES.
           PERFORM VARYING WS-CI-SUB FROM 1 BY 1
                   UNTIL WS-CI-SUB > WS-CI-CNT
               IF WS-CI-ACT-IX(WS-CI-SUB) NOT = 0
                  MOVE "A" TO WS-KIND
                  MOVE WS-CI-ACT-IX(WS-CI-SUB) TO WS-HOLD-IX
                  PERFORM 2600-ONE-ITEM-SUBJECT
               END-IF
               IF WS-CI-SSN-IX(WS-CI-SUB) NOT = 0
                  MOVE "S" TO WS-KIND
                  MOVE WS-CI-SSN-IX(WS-CI-SUB) TO WS-HOLD-IX
                  PERFORM 2600-ONE-ITEM-SUBJECT
               END-IF
           END-PERFORM.

       2600-ONE-ITEM-SUBJECT.
           MOVE "Y" TO WS-FIRST-DAY-SW WS-FIRST-BR-SW
           PERFORM VARYING WS-CI-SUB2 FROM 1 BY 1
                   UNTIL WS-CI-SUB2 NOT < WS-CI-SUB
               PERFORM 2650-SAME-SUBJECT
               IF WS-SAME-SUBJ
                  IF WS-CI-DATE(WS-CI-SUB2) = WS-CI-DATE(WS-CI-SUB)
                     MOVE "N" TO WS-FIRST-DAY-SW
                  END-IF
                  IF WS-CI-BRNO(WS-CI-SUB2) = WS-CI-BRNO(WS-CI-SUB)
                     MOVE "N" TO WS-FIRST-BR-SW
                  END-IF
               END-IF
           END-PERFORM
           IF WS-FIRST-BR-SW = "Y"
              ADD 1 TO WS-SB-BRANCHES(WS-HOLD-IX)
           END-IF
           IF WS-FIRST-DAY-SW = "Y"
              ADD 1 TO WS-SB-DAYS(WS-HOLD-IX)
              MOVE 0 TO WS-DAY-AMT
              PERFORM VARYING WS-CI-SUB2 FROM WS-CI-SUB BY 1
                      UNTIL WS-CI-SUB2 > WS-CI-CNT
                  PERFORM 2650-SAME-SUBJECT
                  IF WS-SAME-SUBJ
                     AND WS-CI-DATE(WS-CI-SUB2) = WS-CI-DATE(WS-CI-SUB)
                     ADD WS-CI-AMT(WS-CI-SUB2) TO WS-DAY-AMT
                  END-IF
              END-PERFORM
              IF WS-DAY-AMT > WS-SB-MAX-DAY(WS-HOLD-IX)
                 MOVE WS-DAY-AMT TO WS-SB-MAX-DAY(WS-HOLD-IX)
              END-IF
           END-IF.

       2650-SAME-SUBJECT.
           MOVE "N" TO WS-SAME-SW
           IF WS-KIND = "A"
              IF WS-CI-ACT-IX(WS-CI-SUB2) = WS-HOLD-IX
                 MOVE "Y" TO WS-SAME-SW
              END-IF
           ELSE
              IF WS-CI-SSN-IX(WS-CI-SUB2) = WS-HOLD-IX
                 MOVE "Y" TO WS-SAME-SW
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE THREE RULES, SUBJECT BY SUBJECT.
      *----------------------------------------------------------------*
       3000-APPLY-RULES.
           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-SB-CNT
      * AN ACCOUNT HOLDING ALL OF ITS BORROWER'S CASH IS THE SAME
      * PATTERN THE SSN ROW ALREADY TESTS.
               IF WS-SB-TYPE(WS-SB-SUB) = "S"
                  OR WS-SB-PAIR-IX(WS-SB-SUB) = 0
                  PERFORM 3100-STRUCTURING
               ELSE
                  IF WS-SB-ITEMS(WS-SB-PAIR-IX(WS-SB-SUB))
                                       NOT = WS-SB-ITEMS(WS-SB-SUB)
                     PERFORM 3100-STRUCTURING
                  END-IF
               END-IF
               IF WS-SB-TYPE(WS-SB-SUB) = "A"
                  PERFORM 3200-RAPID-PAYOFF THRU 3200-EXIT
                  PERFORM 3300-THIRD-PARTY
               END-IF
           END-PERFORM.

       3100-STRUCTURING.
           IF WS-SB-NEAR(WS-SB-SUB) > 1
              MOVE WS-SB-NEAR(WS-SB-SUB) TO WS-EDIT-CNT2
              MOVE SPACES TO FLG-REASON
              STRING WS-EDIT-CNT2 " CASH ITEMS JUST UNDER THE CTR LIMIT"
                  DELIMITED BY SIZE INTO FLG-REASON
              MOVE "ST" TO FLG-RULE
              PERFORM 4000-WRITE-FLAG
              ADD 1 TO WS-CNT-ST
           ELSE
              IF WS-SB-TOTAL(WS-SB-SUB) > WS-CTR-LIMIT
                 AND WS-SB-MAX-DAY(WS-SB-SUB) NOT > WS-CTR-LIMIT
                 IF WS-SB-DAYS(WS-SB-SUB) > 1
                    MOVE "OVER CTR LIMIT SPLIT ACROSS DAYS"
                      TO FLG-REASON
                 ELSE
                    MOVE "OVER CTR LIMIT SPLIT ACROSS BRANCHES"
                      TO FLG-REASON
                 END-IF
                 MOVE "ST" TO FLG-RULE
                 PERFORM 4000-WRITE-FLAG
                 ADD 1 TO WS-CNT-ST
              END-IF
           END-IF.

       3200-RAPID-PAYOFF.
           PERFORM VARYING WS-NL-SUB FROM 1 BY 1
                   UNTIL WS-NL-SUB > WS-NL-CNT
                      OR (WS-NL-BRNO(WS-NL-SUB) = WS-SB-BRNO(WS-SB-SUB)
                          AND WS-NL-ACCTNO(WS-NL-SUB)
                                          = WS-SB-ACCT(WS-SB-SUB))
               CONTINUE
           END-PERFORM
           IF WS-NL-SUB > WS-NL-CNT
              GO TO 3200-EXIT.
           COMPUTE WS-DAYS-OLD =
              FUNCTION INTEGER-OF-DATE(WS-SB-LAST(WS-SB-SUB))
              - FUNCTION INTEGER-OF-DATE(WS-NL-OPEN-DATE(WS-NL-SUB))
           IF WS-DAYS-OLD > WS-NEW-DAYS
              GO TO 3200-EXIT.
           MOVE SPACES TO FLG-REASON
           IF WS-SB-PAYOFF-DATE(WS-SB-SUB) NOT = 0
              COMPUTE WS-DAYS-OLD =
                 FUNCTION INTEGER-OF-DATE(WS-SB-PAYOFF-DATE(WS-SB-SUB))
                 - FUNCTION INTEGER-OF-DATE(WS-NL-OPEN-DATE(WS-NL-SUB))
              MOVE WS-DAYS-OLD TO WS-EDIT-CNT2
              STRING "CASH PAYOFF " WS-EDIT-CNT2
                     " DAYS AFTER BOOKING"
                  DELIMITED BY SIZE INTO FLG-REASON
           ELSE
              IF WS-NL-ORIG-AMT(WS-NL-SUB) > 0
                 COMPUTE WS-PCT-OF-ORIG =
                    WS-SB-TOTAL(WS-SB-SUB) * 100
                    / WS-NL-ORIG-AMT(WS-NL-SUB)
                 IF WS-PCT-OF-ORIG NOT < WS-PAYOFF-PCT
                    MOVE WS-PCT-OF-ORIG TO WS-EDIT-CNT
                    STRING "CASH" WS-EDIT-CNT
                           "% OF A NEW LOAN'S PRINCIPAL"
                        DELIMITED BY SIZE INTO FLG-REASON
                 END-IF
              END-IF
           END-IF
           IF FLG-REASON NOT = SPACES
              MOVE "RP" TO FLG-RULE
              PERFORM 4000-WRITE-FLAG
              ADD 1 TO WS-CNT-RP
           END-IF.
       3200-EXIT.
           EXIT.

       3300-THIRD-PARTY.
      * A CONDUCTOR IS THIRD-PARTY WHEN THE ACCOUNT HAS NO MAPPED SSN
      * OR THE CONDUCTOR'S SSN IS NOT THE BORROWER'S.  EACH DIFFERENT
      * PERSON COUNTS ONCE.
           MOVE 0 TO WS-TP-CNT WS-TP-AMT
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > WS-CN-CNT
               IF WS-CN-BRNO(WS-CN-SUB) = WS-SB-BRNO(WS-SB-SUB)
                  AND WS-CN-ACCT(WS-CN-SUB) = WS-SB-ACCT(WS-SB-SUB)
                  AND WS-CN-SSNO(WS-CN-SUB) NOT = WS-SB-SSNO(WS-SB-SUB)
                  ADD WS-CN-AMT(WS-CN-SUB) TO WS-TP-AMT
                  PERFORM VARYING WS-CN-SUB2 FROM 1 BY 1
                          UNTIL WS-CN-SUB2 NOT < WS-CN-SUB
                             OR (WS-CN-BRNO(WS-CN-SUB2)
                                           = WS-CN-BRNO(WS-CN-SUB)
                                 AND WS-CN-ACCT(WS-CN-SUB2)
                                           = WS-CN-ACCT(WS-CN-SUB)
                                 AND WS-CN-SSNO(WS-CN-SUB2)
                                           = WS-CN-SSNO(WS-CN-SUB))
                      CONTINUE
                  END-PERFORM
                  IF WS-CN-SUB2 NOT < WS-CN-SUB
                     ADD 1 TO WS-TP-CNT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-TP-CNT > 1
              OR (WS-TP-CNT = 1 AND WS-TP-AMT NOT < WS-NEAR-FLOOR)
              MOVE WS-TP-CNT TO WS-EDIT-CNT2
              MOVE WS-TP-AMT TO WS-EDIT-AMT
              MOVE SPACES TO FLG-REASON
              STRING WS-EDIT-CNT2 " THIRD-PARTY PAYERS "
                     WS-EDIT-AMT
                  DELIMITED BY SIZE INTO FLG-REASON
              MOVE "TP" TO FLG-RULE
              PERFORM 4000-WRITE-FLAG
              ADD 1 TO WS-CNT-TP
           END-IF.

      *----------------------------------------------------------------*
      * ONE CASE CANDIDATE FOR THE SUBJECT IN HAND.  THE CALLER SETS
      * THE RULE AND REASON.
      *----------------------------------------------------------------*
       4000-WRITE-FLAG.
           MOVE WS-SB-TYPE(WS-SB-SUB) TO FLG-SUBJ-TYPE
           MOVE SPACES TO FLG-SUBJ-ID
           IF WS-SB-TYPE(WS-SB-SUB) = "S"
              MOVE WS-SB-SSNO(WS-SB-SUB) TO FLG-SUBJ-ID(1:9)
           ELSE
              MOVE WS-SB-BRNO(WS-SB-SUB) TO FLG-SUBJ-ID(1:4)
              MOVE WS-SB-ACCT(WS-SB-SUB) TO FLG-SUBJ-ID(5:10)
           END-IF
           MOVE WS-RUN-DATE               TO FLG-DETECT-DATE
           MOVE WS-SB-SSNO(WS-SB-SUB)     TO FLG-SSNO
           MOVE WS-SB-BRNO(WS-SB-SUB)     TO FLG-BRNO
           MOVE WS-SB-ACCT(WS-SB-SUB)     TO FLG-ACCTNO
           MOVE WS-SB-FIRST(WS-SB-SUB)    TO FLG-FIRST-DATE
           MOVE WS-SB-LAST(WS-SB-SUB)     TO FLG-LAST-DATE
           MOVE WS-SB-TOTAL(WS-SB-SUB)    TO FLG-CASH-TOTAL
           MOVE WS-SB-ITEMS(WS-SB-SUB)    TO FLG-ITEMS
           MOVE WS-SB-DAYS(WS-SB-SUB)     TO FLG-DAYS
           MOVE WS-SB-BRANCHES(WS-SB-SUB) TO FLG-BRANCHES
           WRITE BSAFLG-REC
           MOVE FLG-RULE       TO DTL-RULE
           MOVE FLG-SUBJ-TYPE  TO DTL-SUBJ-TYPE
           IF FLG-SSNO = 0
              MOVE "UNMAPPED" TO DTL-SSNO
           ELSE
              MOVE FLG-SSNO   TO DTL-SSNO
           END-IF
           MOVE FLG-BRNO       TO DTL-BRNO
           MOVE FLG-ACCTNO     TO DTL-ACCT
           MOVE FLG-FIRST-DATE TO DTL-FIRST
           MOVE FLG-LAST-DATE  TO DTL-LAST
           MOVE FLG-CASH-TOTAL TO DTL-AMT
           MOVE FLG-ITEMS      TO DTL-ITEMS
           MOVE FLG-DAYS       TO DTL-DAYS
           MOVE FLG-BRANCHES   TO DTL-BRANCHES
           MOVE FLG-REASON     TO DTL-REASON
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LOG TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOG ROWS READ          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CASH TO WS-EDIT-CNT
           MOVE WS-TOT-CASH TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "POSTED CASH IN WINDOW  " WS-EDIT-CNT
                  "  FOR " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UNMAPPED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CASH ITEMS WITH NO SSN " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVERFLOW > 0
              MOVE WS-CNT-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** CASH ITEMS NOT SCANNED - TABLE FULL "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE WS-CNT-ST TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ST STRUCTURING FLAGS   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RP RAPID PAYOFF FLAGS  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TP THIRD-PARTY FLAGS   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE LOGHST-FILE CASHCD-FILE SSNEXT-FILE NEWLNX-FILE
                 CSHCND-FILE BSAFLG-FILE STRSCN-RPT
           STOP RUN.
