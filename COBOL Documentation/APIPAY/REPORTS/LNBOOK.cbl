      *================================================================*
      *   P R O G R A M :  L N B O O K                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-02-19
      *  DESC: DAILY NEW-LOAN BOOKING INTAKE FROM THE LOAN ORIGINATION
      *        SYSTEM.  THE LOS FUNDED-LOAN FILE (LOSFND - HEADER,
      *        ONE DETAIL PER FUNDED LOAN, TRAILER WITH THE LOAN
      *        COUNT AND FUNDING TOTAL) MUST FIRST PROVE TO ITS OWN
      *        TRAILER TO THE PENNY OR THE RUN ENDS RETURN-CODE 8 AND
      *        BOOKS NOTHING.  EACH LOAN IS THEN CHECKED, FIRST
      *        FAILURE WINS, AGAINST:
      *          - REQUIRED DATA, AND THE AMOUNT FINANCED FOOTING TO
      *            THE DEALER (OR BORROWER) PROCEEDS, THE INSURANCE
      *            PREMIUMS AND THE FEES;
      *          - BKHIST, SO A LOS APPLICATION OR ACCOUNT IS NEVER
      *            BOOKED TWICE (A RESENT FILE RETURNS EVERY LOAN);
      *          - THE SP RATE TABLE FOR THE STATE/CLASS (SPEXT) - THE
      *            CONTRACT RATE MAY NOT EXCEED THE TABLE RATE,
      *            BLENDED ACROSS THE RATE BREAKS FOR THE AMOUNT
      *            FINANCED;
      *          - THE STATE RATE CAP (CAPTBL, THE SAME TABLE AND
      *            "**" ALL-CLASSES RULE RATESCN USES);
      *          - THE REG-Z APR RECOMPUTED FROM THE PAYMENT STREAM
      *            (SAME ITERATION AS APRZ-APR-MAIN AND APRCHK) AGAINST
      *            THE DISCLOSED APR, WITHIN THE 1/8 POINT TOLERANCE;
      *          - A GI1 INTERFACE ROW FOR THE BRANCH/CLASS (GIEXT,
      *            THE SAME LOOKUP GI1AUD AUDITS, IN ITS LONG FORM
      *            CARRYING THE G/L ACCOUNTS).
      *        A CLEAN LOAN IS STAGED TO BKAPPL FOR THE BOOKING APPLY
      *        - ITS LN ROW, AN LTI ROW PER INSURANCE COVERAGE AND THE
      *        LTP PAYMENT-SCHEDULE STEPS (FIRST, REGULAR, LAST) - WITH
      *        ITS FUNDING ENTRY ON BKLXG (LXGEXT LAYOUT, PICKED UP BY
      *        GLEXTR; DEBITS POSITIVE, CREDITS NEGATIVE):
      *          DR RECEIVABLE (GI-AR) - AMOUNT FINANCED, OR THE TOTAL
      *             OF PAYMENTS FOR A PRECOMPUTED LOAN WITH
      *          CR UNEARNED FINANCE CHARGE (GI-UNINTCHG)
      *          CR DEALER PAYABLE (GI-DLPAYABLE), OR CASH
      *             (GI-CASH-ACCT) FOR A DIRECT LOAN - THE PROCEEDS
      *          CR UNEARNED CREDIT LIFE / A&H / PROPERTY
      *             (GI-UNCL1 / GI-UNAH / GI-UNPP) - THE PREMIUMS
      *          CR UNEARNED OTHER CHARGES (GI-UNOTHER) - THE FEES
      *        AND, FOR DEALER PAPER, A DLRPRC PROCEEDS ROW FOR THE
      *        DEALER DISBURSEMENT.  AN EXCEPTION GOES BACK TO THE LOS
      *        ON LOSRET WITH ITS REASON (REGISTERED ON TXREG), AND
      *        LNBOOK.RPT BALANCES THE LOANS AND DOLLARS BOOKED PLUS
      *        RETURNED TO THE LOS FUNDING TOTAL.  RETURN-CODE 4 WHEN
      *        ANY LOAN WAS RETURNED.
      *
      *  MOD HISTORY:
      *   021929 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNBOOK.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-02-19.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSFND-FILE ASSIGN TO "LOSFND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOSFND-STATUS.

           SELECT SPEXT-FILE ASSIGN TO "SPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEXT-STATUS.

           SELECT CAPTBL-FILE ASSIGN TO "CAPTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPTBL-STATUS.

           SELECT GIEXT-FILE ASSIGN TO "GIEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIEXT-STATUS.

           SELECT OPTIONAL BKHIST-FILE ASSIGN TO "BKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKHIST-STATUS.

           SELECT HISNEW-FILE ASSIGN TO "BKHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISNEW-STATUS.

           SELECT BKAPPL-FILE ASSIGN TO "BKAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKAPPL-STATUS.

           SELECT BKLXG-FILE ASSIGN TO "BKLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKLXG-STATUS.

           SELECT DLRPRC-FILE ASSIGN TO "DLRPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLRPRC-STATUS.

           SELECT LOSRET-FILE ASSIGN TO "LOSRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOSRET-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT LNBOOK-RPT ASSIGN TO "LNBOOK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LOSFND - H HEADER, D ONE FUNDED LOAN, T TRAILER.  THE RATES
      * ARE ANNUAL PERCENTS; LOSD-PMT-FREQ IS M MONTHLY, S SEMI-
      * MONTHLY, B BI-WEEKLY OR W WEEKLY.  A ZERO FIRST PAYMENT MEANS
      * THE FIRST IS A REGULAR PAYMENT, A ZERO LAST PAYMENT THE SAME.
      * LOSD-INS-TYPE IS L CREDIT LIFE, A ACCIDENT AND HEALTH OR P
      * PROPERTY.  A BLANK MAKER CODE IS A DIRECT LOAN WHOSE PROCEEDS
      * ARE PAID TO THE BORROWER.
       FD  LOSFND-FILE.
       01  LOSFND-REC.
           05  LOSD-TYPE             PIC X(01).
           05  LOSD-APP-ID           PIC X(12).
           05  LOSD-BRNO             PIC X(04).
           05  LOSD-ACCTNO           PIC X(10).
           05  LOSD-SSNO             PIC 9(09).
           05  LOSD-NAME             PIC X(25).
           05  LOSD-STATE            PIC X(02).
           05  LOSD-CLASS            PIC X(02).
           05  LOSD-LOANDATE         PIC 9(08).
           05  LOSD-1STPYDATE        PIC 9(08).
           05  LOSD-PMT-FREQ         PIC X(01).
           05  LOSD-TERM             PIC 9(03).
           05  LOSD-AMTFIN           PIC S9(07)V99.
           05  LOSD-FINCHG           PIC S9(07)V99.
           05  LOSD-SMPRATE          PIC 9(02)V9(04).
           05  LOSD-DISC-APR         PIC 9(03)V9(04).
           05  LOSD-PRECOMP-FG       PIC X(01).
           05  LOSD-1STPYAMT         PIC S9(07)V99.
           05  LOSD-REGPYAMT         PIC S9(07)V99.
           05  LOSD-LASTPYAMT        PIC S9(07)V99.
           05  LOSD-INS OCCURS 3 TIMES.
               10  LOSD-INS-TYPE     PIC X(01).
               10  LOSD-INS-COMP     PIC X(04).
               10  LOSD-INS-PREM     PIC S9(05)V99.
               10  LOSD-INS-TERM     PIC 9(03).
           05  LOSD-FEES             PIC S9(05)V99.
           05  LOSD-MAKERCD          PIC X(06).
           05  LOSD-DLR-PROCEEDS     PIC S9(07)V99.
       01  LOSH-REC.
           05  LOSH-TYPE             PIC X(01).
           05  LOSH-FUND-DATE        PIC 9(08).
           05  LOSH-BATCH-ID         PIC X(10).
       01  LOST-REC.
           05  LOST-TYPE             PIC X(01).
           05  LOST-LOAN-CNT         PIC 9(07).
           05  LOST-FUND-TOT         PIC S9(11)V99.

      * SP RATE VIEW OF THE SP EXTRACT - THE MAXIMUM ANNUAL RATE BY
      * RATE BREAK (UP TO SPX-NORATES BREAKS; THE LAST BREAK RUNS
      * WITHOUT LIMIT).
       FD  SPEXT-FILE.
       01  SPEXT-REC.
           05  SPX-ORGST             PIC X(02).
           05  SPX-SPRCLASS          PIC X(02).
           05  SPX-NORATES           PIC 9(01).
           05  SPX-STEP OCCURS 5 TIMES.
               10  SPX-BREAK         PIC 9(07)V99.
               10  SPX-RATE          PIC 9(02)V9(04).

       FD  CAPTBL-FILE.
       01  CAPTBL-REC.
           05  CAP-STATE             PIC X(02).
           05  CAP-CLASS             PIC X(02).
           05  CAP-MAX-RATE          PIC 9(02)V9(04).

       FD  GIEXT-FILE.
       01  GIEXT-REC.
           05  GIEXT-BRANCH          PIC X(04).
           05  GIEXT-CLASS           PIC X(02).
           05  GIEXT-AR              PIC X(10).
           05  GIEXT-UNINTCHG        PIC X(10).
           05  GIEXT-DLPAYABLE       PIC X(10).
           05  GIEXT-CASH-ACCT       PIC X(10).
           05  GIEXT-UNCL1           PIC X(10).
           05  GIEXT-UNAH            PIC X(10).
           05  GIEXT-UNPP            PIC X(10).
           05  GIEXT-UNOTHER         PIC X(10).

       FD  BKHIST-FILE.
       01  BKHIST-REC.
           05  BKH-APP-ID            PIC X(12).
           05  BKH-BRNO              PIC X(04).
           05  BKH-ACCTNO            PIC X(10).
           05  BKH-BOOK-DATE         PIC 9(08).

       FD  HISNEW-FILE.
       01  HISNEW-REC                PIC X(34).

      * BKAPPL - ONE ROW PER RECORD TO BE CREATED BY THE BOOKING
      * APPLY: "LN" THE LOAN, "TI" AN INSURANCE COVERAGE (LTI),
      * "TP" A PAYMENT-SCHEDULE STEP (LTP).
       FD  BKAPPL-FILE.
       01  BKAPPL-REC.
           05  BKA-TYPE              PIC X(02).
           05  BKA-BRNO              PIC X(04).
           05  BKA-ACCTNO            PIC X(10).
           05  BKA-SEQNO             PIC 9(03).
           05  BKA-DATA              PIC X(120).
           05  BKA-LN REDEFINES BKA-DATA.
               10  BKA-LN-APP-ID     PIC X(12).
               10  BKA-LN-SSNO       PIC 9(09).
               10  BKA-LN-NAME       PIC X(25).
               10  BKA-LN-ORGST      PIC X(02).
               10  BKA-LN-CLASS      PIC X(02).
               10  BKA-LN-LOANDATE   PIC 9(08).
               10  BKA-LN-1STPYDATE  PIC 9(08).
               10  BKA-LN-PMT-FREQ   PIC X(01).
               10  BKA-LN-TERM       PIC 9(03).
               10  BKA-LN-AMTFIN     PIC S9(07)V99.
               10  BKA-LN-FINCHG     PIC S9(07)V99.
               10  BKA-LN-SMPRATE    PIC 9(02)V9(04).
               10  BKA-LN-APR        PIC 9(03)V9(04).
               10  BKA-LN-PRECOMP-FG PIC X(01).
               10  BKA-LN-MAKERCD    PIC X(06).
               10  BKA-LN-BOOK-DATE  PIC 9(08).
               10  FILLER            PIC X(04).
           05  BKA-TI REDEFINES BKA-DATA.
               10  BKA-TI-INS-TYPE   PIC X(01).
               10  BKA-TI-INSCOMP    PIC X(04).
               10  BKA-TI-PREMIUM    PIC S9(05)V99.
               10  BKA-TI-TERM       PIC 9(03).
               10  BKA-TI-INSEFF-DATE
                                     PIC 9(08).
               10  BKA-TI-INSEXP-DATE
                                     PIC 9(08).
               10  FILLER            PIC X(89).
           05  BKA-TP REDEFINES BKA-DATA.
               10  BKA-TP-SCHLD-TERM PIC 9(03).
               10  BKA-TP-SCHLD-PAYMNT
                                     PIC S9(07)V99.
               10  BKA-TP-START-DATE PIC 9(08).
               10  BKA-TP-PMT-FREQ   PIC X(01).
               10  FILLER            PIC X(99).

       FD  BKLXG-FILE.
       01  BKLXG-REC.
           05  BKL-BRNO              PIC X(04).
           05  BKL-ACCTNO            PIC X(10).
           05  BKL-SEQNO             PIC 9(05).
           05  BKL-LTOUCH-DATE       PIC 9(08).
           05  BKL-GLNO  OCCURS 3 TIMES PIC X(10).
           05  BKL-GLAMT OCCURS 3 TIMES PIC S9(07)V99.

       FD  DLRPRC-FILE.
       01  DLRPRC-REC.
           05  DPR-MAKERCD           PIC X(06).
           05  DPR-BRNO              PIC X(04).
           05  DPR-ACCTNO            PIC X(10).
           05  DPR-APP-ID            PIC X(12).
           05  DPR-FUND-DATE         PIC 9(08).
           05  DPR-AMOUNT            PIC S9(07)V99.

      * LOSRET - D ONE RETURNED LOAN WITH ITS REASON, T TRAILER.
       FD  LOSRET-FILE.
       01  LOSRET-REC.
           05  RET-TYPE              PIC X(01).
           05  RET-APP-ID            PIC X(12).
           05  RET-BRNO              PIC X(04).
           05  RET-ACCTNO            PIC X(10).
           05  RET-FUND-DATE         PIC 9(08).
           05  RET-AMTFIN            PIC S9(07)V99.
           05  RET-REASON-CD         PIC X(02).
           05  RET-REASON            PIC X(50).
       01  RETT-REC.
           05  RETT-TYPE             PIC X(01).
           05  RETT-FUND-DATE        PIC 9(08).
           05  RETT-LOAN-CNT         PIC 9(07).
           05  RETT-AMT-TOT          PIC S9(11)V99.

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

       FD  LNBOOK-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  LOSFND-STATUS             PIC XX.
           88  LOSFND-EOF                       VALUE "10".
       01  SPEXT-STATUS              PIC XX.
           88  SPEXT-EOF                        VALUE "10".
       01  CAPTBL-STATUS             PIC XX.
           88  CAPTBL-EOF                       VALUE "10".
       01  GIEXT-STATUS              PIC XX.
           88  GIEXT-EOF                        VALUE "10".
       01  BKHIST-STATUS             PIC XX.
           88  BKHIST-EOF                       VALUE "10".
       01  HISNEW-STATUS             PIC XX.
       01  BKAPPL-STATUS             PIC XX.
       01  BKLXG-STATUS              PIC XX.
       01  DLRPRC-STATUS             PIC XX.
       01  LOSRET-STATUS             PIC XX.
       01  TXREG-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-FUND-DATE              PIC 9(08) VALUE 0.
       01  WS-BATCH-ID               PIC X(10) VALUE SPACES.
       01  WS-MISMATCH-FG            PIC X(01) VALUE "N".
       01  WS-HEADER-FG              PIC X(01) VALUE "N".
       01  WS-TRAILER-FG             PIC X(01) VALUE "N".
       01  WS-TRL-CNT                PIC 9(07) VALUE 0.
       01  WS-TRL-TOT                PIC S9(11)V99 VALUE 0.

      * BOOKING HISTORY - LOADED FROM BKHIST, ADDED TO AS LOANS BOOK,
      * REWRITTEN TO BKHIST.NEW LESS ROWS OVER A YEAR OLD.
       01  WS-MAX-BH                 PIC 9(05) COMP VALUE 20000.
       01  WS-BH-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-BH-SUB                 PIC 9(05) COMP.
       01  WS-BH-TABLE.
           05  WS-BH-ENTRY OCCURS 20000 TIMES.
               10  WS-BH-APP-ID      PIC X(12).
               10  WS-BH-BRNO        PIC X(04).
               10  WS-BH-ACCTNO      PIC X(10).
               10  WS-BH-DATE        PIC 9(08).
       01  WS-PURGE-DAYS             PIC 9(03) VALUE 365.
       01  WS-CNT-PURGED             PIC 9(05) COMP VALUE 0.

       01  WS-MAX-SR                 PIC 9(03) COMP VALUE 500.
       01  WS-SR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-SR-SUB                 PIC 9(03) COMP.
       01  WS-SR-HIT                 PIC 9(03) COMP.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 500 TIMES.
               10  WS-SR-STATE       PIC X(02).
               10  WS-SR-CLASS       PIC X(02).
               10  WS-SR-NORATES     PIC 9(01).
               10  WS-SR-STEP OCCURS 5 TIMES.
                   15  WS-SR-BREAK   PIC 9(07)V99.
                   15  WS-SR-RATE    PIC 9(02)V9(04).

       01  WS-MAX-CP                 PIC 9(03) COMP VALUE 500.
       01  WS-CP-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-CP-SUB                 PIC 9(03) COMP.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 500 TIMES.
               10  WS-CP-STATE       PIC X(02).
               10  WS-CP-CLASS       PIC X(02).
               10  WS-CP-MAX         PIC 9(02)V9(04).

       01  WS-MAX-GI                 PIC 9(05) COMP VALUE 5000.
       01  WS-GI-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-GI-SUB                 PIC 9(05) COMP.
       01  WS-GI-HIT                 PIC 9(05) COMP.
       01  WS-GI-TABLE.
           05  WS-GI-ENTRY OCCURS 5000 TIMES.
               10  WS-GI-BRANCH      PIC X(04).
               10  WS-GI-CLASS       PIC X(02).
               10  WS-GI-AR          PIC X(10).
               10  WS-GI-UNINTCHG    PIC X(10).
               10  WS-GI-DLPAYABLE   PIC X(10).
               10  WS-GI-CASH-ACCT   PIC X(10).
               10  WS-GI-UNCL1       PIC X(10).
               10  WS-GI-UNAH        PIC X(10).
               10  WS-GI-UNPP        PIC X(10).
               10  WS-GI-UNOTHER     PIC X(10).

      * ONE LOAN'S WORK AREA.
       01  WS-REASON-CD              PIC X(02).
       01  WS-REASON                 PIC X(50).
       01  WS-SUB                    PIC 9(03) COMP.
       01  WS-SEQNO                  PIC 9(03) COMP.
       01  WS-INS-TOT                PIC S9(07)V99.
       01  WS-INS-LIFE               PIC S9(07)V99.
       01  WS-INS-AH                 PIC S9(07)V99.
       01  WS-INS-PROP               PIC S9(07)V99.
       01  WS-FOOT                   PIC S9(09)V99.
       01  WS-SP-RATE                PIC 9(02)V9(04).
       01  WS-SP-CHG                 PIC S9(09)V9(06).
       01  WS-SP-FLOOR               PIC 9(07)V99.
       01  WS-SP-PORTION             PIC S9(07)V99.
       01  WS-CAP                    PIC 9(02)V9(04).
       01  WS-APR-TOLERANCE          PIC 9V9999 VALUE 0.1250.
       01  WS-APR-DRIFT              PIC S9(03)V9999.
       01  WS-REG-TERM               PIC 9(03).
       01  WS-FIRST-AMT              PIC S9(07)V99.
       01  WS-LAST-AMT               PIC S9(07)V99.
       01  WS-UNIT-DAYS              PIC 9(02).
       01  WS-ODD-DAYS               PIC S9(05).
       01  WS-REM-DAYS               PIC S9(05).
       01  WS-STEP-DATE              PIC 9(08).
       01  WS-STEP-MONTHS            PIC 9(03).

      * DATE PLUS MONTHS, HELD TO THE LAST DAY OF A SHORTER MONTH.
       01  WS-DT-IN                  PIC 9(08).
       01  WS-DT-MONTHS              PIC 9(04).
       01  WS-DT-OUT                 PIC 9(08).
       01  WS-DT-WORK.
           05  WS-DT-CCYY            PIC 9(04).
           05  WS-DT-MM              PIC 9(02).
           05  WS-DT-DD              PIC 9(02).
       01  WS-DT-TOTMOS              PIC 9(06).
       01  WS-DT-LASTDD              PIC 9(02).
       01  WS-DT-MONTH-DAYS          PIC X(24)
                                     VALUE "312831303130313130313031".
       01  WS-DT-MDAYS REDEFINES WS-DT-MONTH-DAYS.
           05  WS-DT-MDAY OCCURS 12 TIMES PIC 9(02).

       01  WS-CNT-READ               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BOOKED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RETURNED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DEALER             PIC 9(07) COMP VALUE 0.
       01  WS-TOT-READ               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-BOOKED             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-RETURNED           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-DEALER             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-BORROWER           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-PREMIUM            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-FEES               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-GL-DR              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-GL-CR              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  WS-TX-ACCT                PIC X(10).
       01  WS-TX-ACCT-N REDEFINES WS-TX-ACCT
                                     PIC 9(10).

       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE              PIC Z9.9999.
       01  WS-EDIT-RATE2             PIC Z9.9999.
       01  WS-EDIT-APR               PIC ZZ9.9999.
       01  WS-EDIT-APR2              PIC ZZ9.9999.

       01  WS-DTL-LINE.
           05  DTL-APP-ID            PIC X(14).
           05  DTL-BRNO              PIC X(06).
           05  DTL-ACCTNO            PIC X(12).
           05  DTL-AMTFIN            PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REASON-CD         PIC X(04).
           05  DTL-REASON            PIC X(50).

      *================================================================*
      * REG-Z APPROXIMATE APR WORKING FIELDS - SAME FORMULA AS
      * APRZ-APR-MAIN/APRZ-APR-FIN AND APRCHK.
      *================================================================*
       01  APRZ-WS-APR                     PIC S9(03)V9999.
       01  APRZ-WS-FINANCED                PIC S9(07)V99.
       01  APRZ-WS-REGPYAMT                PIC S9(07)V99.
       01  APRZ-WS-FSTPYAMT                PIC S9(07)V99.
       01  APRZ-WS-LASTPYAMT               PIC S9(07)V99.
       01  APRZ-WS-REG-TERM                PIC S9(05) COMP-3.
       01  APRZ-WS-LAST-TERM               PIC S9(05) COMP-3.
       01  APRZ-WS-UNITPER-PER-YEAR        PIC 9(03)V99.
       01  APRZ-WS-FULL-UNITPER            PIC 9(03).
       01  APRZ-WS-FRACT-UNITPER           PIC V999.
       01  APRZ-WS-DELTA                   PIC S9V9999 VALUE 0.1.
       01  APRZ-WS-METHOD                  PIC X(01).
       01  APRZ-WS-ADJ                     PIC S9(03)V9999.
       01  APRZ-WS-R                       PIC S9(03)V9999.
       01  APRZ-WS-AF-R                    PIC S9(03)V9999.
       01  APRZ-WS-F0                      PIC S9(07)V9999.
       01  APRZ-WS-F1                      PIC S9(07)V9999.
       01  APRZ-WS-CNTR                    PIC 9(03).
       01  APRZ-WS-I                       PIC S9V9999999.
       01  APRZ-WS-I1                      PIC S9V9999999.
       01  APRZ-WS-REG-ANN                 PIC S9(05)V9999.
       01  APRZ-WS-LAST-FAC                PIC S9(05)V9999.
       01  APRZ-WS-APRW                    PIC S9(07)V9999.
       01  APRZ-WS-APRW-DIV                PIC S9(05)V9999.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SP
           PERFORM 1200-LOAD-CAPS
           PERFORM 1300-LOAD-GI
           PERFORM 1400-LOAD-HISTORY
           PERFORM 2000-PROVE-FILE
           PERFORM 3000-BOOK-LOANS THRU 3000-EXIT
           PERFORM 7000-REWRITE-HISTORY
           PERFORM 7500-REGISTER-TRANSMISSION THRU 7500-EXIT
           PERFORM 8000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LOSFND-FILE
           OPEN INPUT  SPEXT-FILE
           OPEN INPUT  CAPTBL-FILE
           OPEN INPUT  GIEXT-FILE
           OPEN INPUT  BKHIST-FILE
           OPEN OUTPUT HISNEW-FILE
           OPEN OUTPUT BKAPPL-FILE
           OPEN OUTPUT BKLXG-FILE
           OPEN OUTPUT DLRPRC-FILE
           OPEN OUTPUT LOSRET-FILE
           OPEN OUTPUT LNBOOK-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "NEW-LOAN BOOKING INTAKE - LOS FUNDED LOANS"
              TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-SP.
           READ SPEXT-FILE AT END SET SPEXT-EOF TO TRUE END-READ
           PERFORM UNTIL SPEXT-EOF OR WS-SR-CNT = WS-MAX-SR
               ADD 1 TO WS-SR-CNT
               MOVE SPX-ORGST    TO WS-SR-STATE(WS-SR-CNT)
               MOVE SPX-SPRCLASS TO WS-SR-CLASS(WS-SR-CNT)
               MOVE SPX-NORATES  TO WS-SR-NORATES(WS-SR-CNT)
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE SPX-BREAK(WS-SUB)
                      TO WS-SR-BREAK(WS-SR-CNT WS-SUB)
                   MOVE SPX-RATE(WS-SUB)
                      TO WS-SR-RATE(WS-SR-CNT WS-SUB)
               END-PERFORM
               READ SPEXT-FILE AT END SET SPEXT-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE SPEXT-FILE.

       1200-LOAD-CAPS.
           READ CAPTBL-FILE AT END SET CAPTBL-EOF TO TRUE END-READ
           PERFORM UNTIL CAPTBL-EOF OR WS-CP-CNT = WS-MAX-CP
               ADD 1 TO WS-CP-CNT
               MOVE CAP-STATE    TO WS-CP-STATE(WS-CP-CNT)
               MOVE CAP-CLASS    TO WS-CP-CLASS(WS-CP-CNT)
               MOVE CAP-MAX-RATE TO WS-CP-MAX(WS-CP-CNT)
               READ CAPTBL-FILE AT END SET CAPTBL-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CAPTBL-FILE.

       1300-LOAD-GI.
           READ GIEXT-FILE AT END SET GIEXT-EOF TO TRUE END-READ
           PERFORM UNTIL GIEXT-EOF OR WS-GI-CNT = WS-MAX-GI
               ADD 1 TO WS-GI-CNT
               MOVE GIEXT-BRANCH    TO WS-GI-BRANCH(WS-GI-CNT)
               MOVE GIEXT-CLASS     TO WS-GI-CLASS(WS-GI-CNT)
               MOVE GIEXT-AR        TO WS-GI-AR(WS-GI-CNT)
               MOVE GIEXT-UNINTCHG  TO WS-GI-UNINTCHG(WS-GI-CNT)
               MOVE GIEXT-DLPAYABLE TO WS-GI-DLPAYABLE(WS-GI-CNT)
               MOVE GIEXT-CASH-ACCT TO WS-GI-CASH-ACCT(WS-GI-CNT)
               MOVE GIEXT-UNCL1     TO WS-GI-UNCL1(WS-GI-CNT)
               MOVE GIEXT-UNAH      TO WS-GI-UNAH(WS-GI-CNT)
               MOVE GIEXT-UNPP      TO WS-GI-UNPP(WS-GI-CNT)
               MOVE GIEXT-UNOTHER   TO WS-GI-UNOTHER(WS-GI-CNT)
               READ GIEXT-FILE AT END SET GIEXT-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE GIEXT-FILE.

       1400-LOAD-HISTORY.
           READ BKHIST-FILE AT END SET BKHIST-EOF TO TRUE END-READ
           PERFORM UNTIL BKHIST-EOF OR WS-BH-CNT = WS-MAX-BH
               ADD 1 TO WS-BH-CNT
               MOVE BKH-APP-ID    TO WS-BH-APP-ID(WS-BH-CNT)
               MOVE BKH-BRNO      TO WS-BH-BRNO(WS-BH-CNT)
               MOVE BKH-ACCTNO    TO WS-BH-ACCTNO(WS-BH-CNT)
               MOVE BKH-BOOK-DATE TO WS-BH-DATE(WS-BH-CNT)
               READ BKHIST-FILE AT END SET BKHIST-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE BKHIST-FILE.

      ******************************************************************
      * FIRST PASS - THE DETAILS MUST PROVE TO THE LOS TRAILER, COUNT
      * AND FUNDING TOTAL, BEFORE ANY LOAN IS LOOKED AT.
      ******************************************************************
       2000-PROVE-FILE.
           READ LOSFND-FILE AT END SET LOSFND-EOF TO TRUE END-READ
           PERFORM UNTIL LOSFND-EOF
               EVALUATE LOSD-TYPE
                  WHEN "H"
                     MOVE "Y"            TO WS-HEADER-FG
                     MOVE LOSH-FUND-DATE TO WS-FUND-DATE
                     MOVE LOSH-BATCH-ID  TO WS-BATCH-ID
                  WHEN "D"
                     ADD 1           TO WS-CNT-READ
                     ADD LOSD-AMTFIN TO WS-TOT-READ
                  WHEN "T"
                     MOVE "Y"           TO WS-TRAILER-FG
                     MOVE LOST-LOAN-CNT TO WS-TRL-CNT
                     MOVE LOST-FUND-TOT TO WS-TRL-TOT
               END-EVALUATE
               READ LOSFND-FILE AT END SET LOSFND-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE LOSFND-FILE
           MOVE SPACES TO RPT-LINE
           STRING "LOS BATCH " WS-BATCH-ID "  FUNDING DATE "
                  WS-FUND-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-HEADER-FG NOT = "Y" OR WS-TRAILER-FG NOT = "Y"
              MOVE "Y" TO WS-MISMATCH-FG
              STRING "** LOSFND HEADER OR TRAILER MISSING"
                     " - NOTHING BOOKS"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-READ NOT = WS-TRL-CNT
                 OR WS-TOT-READ NOT = WS-TRL-TOT
                 MOVE "Y" TO WS-MISMATCH-FG
                 STRING "** LOSFND DOES NOT PROVE TO ITS TRAILER"
                        " - NOTHING BOOKS"
                     DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      ******************************************************************
      * SECOND PASS - EACH LOAN IS VALIDATED AND EITHER STAGED FOR THE
      * BOOKING APPLY OR RETURNED TO THE LOS.
      ******************************************************************
       3000-BOOK-LOANS.
           IF WS-MISMATCH-FG = "Y"
              GO TO 3000-EXIT.
           MOVE "EXCEPTIONS RETURNED TO THE LOS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "APPLICATION   BRANCH ACCOUNT       AMT FINANCED"
                  "  RSN REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT LOSFND-FILE
           MOVE "00" TO LOSFND-STATUS
           READ LOSFND-FILE AT END SET LOSFND-EOF TO TRUE END-READ
           PERFORM UNTIL LOSFND-EOF
               IF LOSD-TYPE = "D"
                  PERFORM 3100-ONE-LOAN
               END-IF
               READ LOSFND-FILE AT END SET LOSFND-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE LOSFND-FILE
           IF WS-CNT-RETURNED = 0
              MOVE "  NONE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE "T"             TO RETT-TYPE
           MOVE WS-FUND-DATE    TO RETT-FUND-DATE
           MOVE WS-CNT-RETURNED TO RETT-LOAN-CNT
           MOVE WS-TOT-RETURNED TO RETT-AMT-TOT
           WRITE RETT-REC
           ADD 1 TO WS-TX-CNT.
       3000-EXIT.
           EXIT.

       3100-ONE-LOAN.
           MOVE SPACES TO WS-REASON-CD WS-REASON
           PERFORM 3200-VALIDATE THRU 3200-EXIT
           IF WS-REASON-CD = SPACES
              PERFORM 4000-STAGE-LOAN
           ELSE
              PERFORM 5000-RETURN-LOAN
           END-IF.

      ******************************************************************
      * THE CHECKS, IN ORDER - THE FIRST ONE FAILED IS THE REASON THE
      * LOS GETS BACK.
      ******************************************************************
       3200-VALIDATE.
           IF LOSD-BRNO = SPACES OR LOSD-ACCTNO = SPACES
              OR LOSD-APP-ID = SPACES
              MOVE "01" TO WS-REASON-CD
              MOVE "BRANCH, ACCOUNT OR APPLICATION ID MISSING"
                 TO WS-REASON
              GO TO 3200-EXIT.
           IF LOSD-LOANDATE NOT NUMERIC OR LOSD-LOANDATE = 0
              OR LOSD-1STPYDATE NOT NUMERIC
              OR LOSD-1STPYDATE NOT > LOSD-LOANDATE
              MOVE "02" TO WS-REASON-CD
              MOVE "LOAN DATE OR FIRST PAYMENT DATE INVALID"
                 TO WS-REASON
              GO TO 3200-EXIT.
           IF LOSD-AMTFIN NOT NUMERIC OR LOSD-AMTFIN NOT > 0
              OR LOSD-TERM NOT NUMERIC OR LOSD-TERM = 0
              OR LOSD-REGPYAMT NOT NUMERIC OR LOSD-REGPYAMT NOT > 0
              OR LOSD-SMPRATE NOT NUMERIC
              OR LOSD-DISC-APR NOT NUMERIC
              MOVE "03" TO WS-REASON-CD
              MOVE "AMOUNT, TERM, PAYMENT OR RATE MISSING"
                 TO WS-REASON
              GO TO 3200-EXIT.
           EVALUATE LOSD-PMT-FREQ
              WHEN "M"
                 MOVE 30 TO WS-UNIT-DAYS
                 MOVE 12 TO APRZ-WS-UNITPER-PER-YEAR
              WHEN "S"
                 MOVE 15 TO WS-UNIT-DAYS
                 MOVE 24 TO APRZ-WS-UNITPER-PER-YEAR
              WHEN "B"
                 MOVE 14 TO WS-UNIT-DAYS
                 MOVE 26 TO APRZ-WS-UNITPER-PER-YEAR
              WHEN "W"
                 MOVE 7  TO WS-UNIT-DAYS
                 MOVE 52 TO APRZ-WS-UNITPER-PER-YEAR
              WHEN OTHER
                 MOVE "04" TO WS-REASON-CD
                 MOVE "PAYMENT FREQUENCY NOT M, S, B OR W"
                    TO WS-REASON
                 GO TO 3200-EXIT
           END-EVALUATE.

           MOVE 0 TO WS-INS-TOT WS-INS-LIFE WS-INS-AH WS-INS-PROP
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF LOSD-INS-PREM(WS-SUB) NUMERIC
                  AND LOSD-INS-PREM(WS-SUB) NOT = 0
                  ADD LOSD-INS-PREM(WS-SUB) TO WS-INS-TOT
                  EVALUATE LOSD-INS-TYPE(WS-SUB)
                     WHEN "L" ADD LOSD-INS-PREM(WS-SUB) TO WS-INS-LIFE
                     WHEN "A" ADD LOSD-INS-PREM(WS-SUB) TO WS-INS-AH
                     WHEN "P" ADD LOSD-INS-PREM(WS-SUB) TO WS-INS-PROP
                     WHEN OTHER
                        MOVE "05" TO WS-REASON-CD
                        MOVE "INSURANCE TYPE NOT L, A OR P"
                           TO WS-REASON
                  END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-REASON-CD NOT = SPACES
              GO TO 3200-EXIT.
           IF LOSD-FEES NOT NUMERIC
              MOVE 0 TO LOSD-FEES.
           IF LOSD-DLR-PROCEEDS NOT NUMERIC
              MOVE 0 TO LOSD-DLR-PROCEEDS.
           COMPUTE WS-FOOT = LOSD-DLR-PROCEEDS + WS-INS-TOT + LOSD-FEES
           IF WS-FOOT NOT = LOSD-AMTFIN
              MOVE WS-FOOT TO WS-EDIT-AMT
              MOVE "06" TO WS-REASON-CD
              STRING "DOES NOT FOOT TO PROCEEDS+INS+FEES"
                     WS-EDIT-AMT
                  DELIMITED BY SIZE INTO WS-REASON
              GO TO 3200-EXIT.

           PERFORM VARYING WS-BH-SUB FROM 1 BY 1
                   UNTIL WS-BH-SUB > WS-BH-CNT
               IF WS-BH-APP-ID(WS-BH-SUB) = LOSD-APP-ID
                  OR (WS-BH-BRNO(WS-BH-SUB) = LOSD-BRNO
                      AND WS-BH-ACCTNO(WS-BH-SUB) = LOSD-ACCTNO)
                  MOVE "07" TO WS-REASON-CD
                  STRING "ALREADY BOOKED " WS-BH-DATE(WS-BH-SUB)
                         " AS " WS-BH-BRNO(WS-BH-SUB) " "
                         WS-BH-ACCTNO(WS-BH-SUB)
                      DELIMITED BY SIZE INTO WS-REASON
                  MOVE WS-BH-CNT TO WS-BH-SUB
               END-IF
           END-PERFORM
           IF WS-REASON-CD NOT = SPACES
              GO TO 3200-EXIT.

           PERFORM 3300-SP-RATE THRU 3300-EXIT
           IF WS-REASON-CD NOT = SPACES
              GO TO 3200-EXIT.
           IF LOSD-SMPRATE > WS-SP-RATE
              MOVE LOSD-SMPRATE TO WS-EDIT-RATE
              MOVE WS-SP-RATE   TO WS-EDIT-RATE2
              MOVE "09" TO WS-REASON-CD
              STRING "RATE " WS-EDIT-RATE " OVER SP TABLE RATE "
                     WS-EDIT-RATE2
                  DELIMITED BY SIZE INTO WS-REASON
              GO TO 3200-EXIT.

           PERFORM 3400-FIND-CAP
           IF WS-CAP NOT = 0 AND LOSD-SMPRATE > WS-CAP
              MOVE LOSD-SMPRATE TO WS-EDIT-RATE
              MOVE WS-CAP       TO WS-EDIT-RATE2
              MOVE "10" TO WS-REASON-CD
              STRING "RATE " WS-EDIT-RATE " OVER STATE CAP "
                     WS-EDIT-RATE2
                  DELIMITED BY SIZE INTO WS-REASON
              GO TO 3200-EXIT.

           PERFORM 3500-RECOMPUTE-APR
           COMPUTE WS-APR-DRIFT =
              FUNCTION ABS(APRZ-WS-APR - LOSD-DISC-APR)
           IF WS-APR-DRIFT > WS-APR-TOLERANCE
              MOVE LOSD-DISC-APR TO WS-EDIT-APR
              MOVE APRZ-WS-APR   TO WS-EDIT-APR2
              MOVE "11" TO WS-REASON-CD
              STRING "DISCLOSED APR " WS-EDIT-APR " RECOMPUTED "
                     WS-EDIT-APR2
                  DELIMITED BY SIZE INTO WS-REASON
              GO TO 3200-EXIT.

           MOVE 0 TO WS-GI-HIT
           PERFORM VARYING WS-GI-SUB FROM 1 BY 1
                   UNTIL WS-GI-SUB > WS-GI-CNT OR WS-GI-HIT NOT = 0
               IF WS-GI-BRANCH(WS-GI-SUB) = LOSD-BRNO
                  AND WS-GI-CLASS(WS-GI-SUB) = LOSD-CLASS
                  MOVE WS-GI-SUB TO WS-GI-HIT
               END-IF
           END-PERFORM
           IF WS-GI-HIT = 0
              MOVE "12" TO WS-REASON-CD
              STRING "MISSING G/L INTERFACE (GI1) FOR "
                     LOSD-BRNO "/" LOSD-CLASS
                  DELIMITED BY SIZE INTO WS-REASON
              GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      * THE MAXIMUM RATE FOR THE AMOUNT FINANCED, BLENDED ACROSS THE
      * SP RATE BREAKS - EACH STEP'S RATE ON THE SLICE OF THE AMOUNT
      * UP TO ITS BREAK, THE LAST STEP ON WHATEVER IS LEFT.
       3300-SP-RATE.
           MOVE 0 TO WS-SP-RATE WS-SP-CHG WS-SP-FLOOR WS-SR-HIT
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > WS-SR-CNT OR WS-SR-HIT NOT = 0
               IF WS-SR-STATE(WS-SR-SUB) = LOSD-STATE
                  AND WS-SR-CLASS(WS-SR-SUB) = LOSD-CLASS
                  MOVE WS-SR-SUB TO WS-SR-HIT
               END-IF
           END-PERFORM
           IF WS-SR-HIT = 0
              MOVE "08" TO WS-REASON-CD
              STRING "NO SP RATE TABLE ROW FOR " LOSD-STATE "/"
                     LOSD-CLASS
                  DELIMITED BY SIZE INTO WS-REASON
              GO TO 3300-EXIT.
           MOVE WS-SR-HIT TO WS-SR-SUB
           IF WS-SR-NORATES(WS-SR-SUB) < 1
              MOVE 1 TO WS-SR-NORATES(WS-SR-SUB).
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SR-NORATES(WS-SR-SUB)
                      OR WS-SP-FLOOR NOT < LOSD-AMTFIN
               IF WS-SUB = WS-SR-NORATES(WS-SR-SUB)
                  OR WS-SR-BREAK(WS-SR-SUB WS-SUB) NOT < LOSD-AMTFIN
                  COMPUTE WS-SP-PORTION = LOSD-AMTFIN - WS-SP-FLOOR
               ELSE
                  COMPUTE WS-SP-PORTION =
                     WS-SR-BREAK(WS-SR-SUB WS-SUB) - WS-SP-FLOOR
               END-IF
               COMPUTE WS-SP-CHG = WS-SP-CHG +
                  WS-SP-PORTION * WS-SR-RATE(WS-SR-SUB WS-SUB)
               ADD WS-SP-PORTION TO WS-SP-FLOOR
           END-PERFORM
           COMPUTE WS-SP-RATE = WS-SP-CHG / LOSD-AMTFIN.
       3300-EXIT.
           EXIT.

      * THE EXACT STATE/CLASS ROW WINS OVER THE STATE'S "**"
      * ALL-CLASSES ROW; NO ROW AT ALL MEANS NO STATUTORY CAP LOADED.
       3400-FIND-CAP.
           MOVE 0 TO WS-CAP
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > WS-CP-CNT
               IF WS-CP-STATE(WS-CP-SUB) = LOSD-STATE
                  IF WS-CP-CLASS(WS-CP-SUB) = LOSD-CLASS
                     MOVE WS-CP-MAX(WS-CP-SUB) TO WS-CAP
                  ELSE
                     IF WS-CP-CLASS(WS-CP-SUB) = "**"
                        AND WS-CAP = 0
                        MOVE WS-CP-MAX(WS-CP-SUB) TO WS-CAP
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

      *================================================================*
      * 3500-RECOMPUTE-APR - MIRRORS APRZ-APR-GET-ARGS/APRZ-APR-PROCESS
      * (SEE APRCHK).  THE FIRST PERIOD, LOAN DATE TO FIRST PAYMENT
      * DATE, IS COUNTED IN WHOLE UNIT PERIODS PLUS A FRACTION AT THE
      * REG-Z 30-DAY MONTH (15, 14 OR 7 DAYS FOR THE SHORTER PERIODS).
      *================================================================*
       3500-RECOMPUTE-APR.
           MOVE ZERO                       TO APRZ-WS-APR
           MOVE LOSD-AMTFIN                TO APRZ-WS-FINANCED
           MOVE LOSD-REGPYAMT              TO APRZ-WS-REGPYAMT
           MOVE LOSD-1STPYAMT              TO APRZ-WS-FSTPYAMT
           IF LOSD-1STPYAMT NOT NUMERIC OR LOSD-1STPYAMT = 0
              MOVE LOSD-REGPYAMT           TO APRZ-WS-FSTPYAMT
           END-IF
           MOVE LOSD-LASTPYAMT             TO APRZ-WS-LASTPYAMT
           IF LOSD-LASTPYAMT NOT NUMERIC
              MOVE ZERO                    TO APRZ-WS-LASTPYAMT
           END-IF
           MOVE LOSD-TERM                  TO APRZ-WS-REG-TERM
           MOVE ZERO                       TO APRZ-WS-LAST-TERM
           COMPUTE WS-ODD-DAYS =
              FUNCTION INTEGER-OF-DATE(LOSD-1STPYDATE)
              - FUNCTION INTEGER-OF-DATE(LOSD-LOANDATE)
           DIVIDE WS-ODD-DAYS BY WS-UNIT-DAYS
              GIVING APRZ-WS-FULL-UNITPER REMAINDER WS-REM-DAYS
           COMPUTE APRZ-WS-FRACT-UNITPER = WS-REM-DAYS / WS-UNIT-DAYS
           MOVE "A"                        TO APRZ-WS-METHOD
           MOVE 1 TO APRZ-WS-ADJ
           MOVE 1 TO APRZ-WS-R

           IF APRZ-WS-REG-TERM = 1
              MOVE ZERO TO APRZ-WS-REG-TERM
              MOVE ZERO TO APRZ-WS-LAST-TERM
           ELSE
             IF APRZ-WS-LASTPYAMT = ZERO
                SUBTRACT 1 FROM APRZ-WS-REG-TERM
                MOVE ZERO TO APRZ-WS-LAST-TERM
             ELSE
                SUBTRACT 1 FROM APRZ-WS-REG-TERM
                MOVE APRZ-WS-REG-TERM TO APRZ-WS-LAST-TERM
                SUBTRACT 1 FROM APRZ-WS-REG-TERM
             END-IF
           END-IF

           PERFORM 3510-APR-ITERATE
              VARYING APRZ-WS-CNTR FROM 0 BY 1
              UNTIL APRZ-WS-CNTR > 49 OR
                    FUNCTION ABS(APRZ-WS-ADJ) NOT > 0.0001

           IF APRZ-WS-R < ZERO OR APRZ-WS-CNTR > 50
              MOVE ZERO TO APRZ-WS-APR
           ELSE
              IF APRZ-WS-R > 999.9999
                 MOVE 999.9999 TO APRZ-WS-APR
              ELSE
                 MOVE APRZ-WS-R TO APRZ-WS-APR
              END-IF
           END-IF
           COMPUTE APRZ-WS-APR =
                      FUNCTION INTEGER((APRZ-WS-APR * 10000) + 0.5)
                      / 10000.

       3510-APR-ITERATE.
           MOVE APRZ-WS-R TO APRZ-WS-AF-R
           PERFORM 3520-APR-FIN
           MOVE APRZ-WS-APRW TO APRZ-WS-F0

           COMPUTE APRZ-WS-AF-R = APRZ-WS-R + APRZ-WS-DELTA
           PERFORM 3520-APR-FIN
           MOVE APRZ-WS-APRW TO APRZ-WS-F1

           COMPUTE APRZ-WS-ADJ = APRZ-WS-DELTA *
                            (APRZ-WS-FINANCED - APRZ-WS-F0) /
                            (APRZ-WS-F1 - APRZ-WS-F0)
           COMPUTE APRZ-WS-R = APRZ-WS-R + APRZ-WS-ADJ.

       3520-APR-FIN.
           MOVE ZERO TO APRZ-WS-APRW
           MOVE ZERO TO APRZ-WS-I APRZ-WS-I1
                        APRZ-WS-REG-ANN APRZ-WS-LAST-FAC

           COMPUTE APRZ-WS-I  = APRZ-WS-AF-R /
                                  (APRZ-WS-UNITPER-PER-YEAR * 100)
           COMPUTE APRZ-WS-I1 = 1 + APRZ-WS-I
           IF APRZ-WS-I NOT = ZERO
              COMPUTE APRZ-WS-REG-ANN = (1 -
                                  (APRZ-WS-I1 ** (-APRZ-WS-REG-TERM)))
                                   / APRZ-WS-I
           ELSE
              MOVE APRZ-WS-REG-TERM TO APRZ-WS-REG-ANN
           END-IF
           IF APRZ-WS-LAST-TERM NOT = ZERO
              COMPUTE APRZ-WS-LAST-FAC = APRZ-WS-I1 ** APRZ-WS-LAST-TERM
           ELSE
              MOVE 1 TO APRZ-WS-LAST-FAC
           END-IF

           IF APRZ-WS-METHOD = "U"
              COMPUTE APRZ-WS-APRW-DIV = 1 +
                      ((APRZ-WS-FRACT-UNITPER + APRZ-WS-FULL-UNITPER)
                         * APRZ-WS-I)
           ELSE
              COMPUTE APRZ-WS-APRW-DIV = (1 +
                      (APRZ-WS-FRACT-UNITPER * APRZ-WS-I)) *
                      (APRZ-WS-I1 ** APRZ-WS-FULL-UNITPER)
           END-IF
           COMPUTE APRZ-WS-APRW = (APRZ-WS-FSTPYAMT +
                                (APRZ-WS-REGPYAMT * APRZ-WS-REG-ANN)
                             + (APRZ-WS-LASTPYAMT / APRZ-WS-LAST-FAC))
                             / APRZ-WS-APRW-DIV.

      ******************************************************************
      * A CLEAN LOAN - LN, LTI AND LTP ROWS FOR THE BOOKING APPLY, THE
      * FUNDING ENTRY, THE DEALER PROCEEDS AND THE HISTORY ROW.
      ******************************************************************
       4000-STAGE-LOAN.
           MOVE SPACES            TO BKAPPL-REC
           MOVE "LN"              TO BKA-TYPE
           MOVE LOSD-BRNO         TO BKA-BRNO
           MOVE LOSD-ACCTNO       TO BKA-ACCTNO
           MOVE 0                 TO BKA-SEQNO
           MOVE LOSD-APP-ID       TO BKA-LN-APP-ID
           MOVE LOSD-SSNO         TO BKA-LN-SSNO
           MOVE LOSD-NAME         TO BKA-LN-NAME
           MOVE LOSD-STATE        TO BKA-LN-ORGST
           MOVE LOSD-CLASS        TO BKA-LN-CLASS
           MOVE LOSD-LOANDATE     TO BKA-LN-LOANDATE
           MOVE LOSD-1STPYDATE    TO BKA-LN-1STPYDATE
           MOVE LOSD-PMT-FREQ     TO BKA-LN-PMT-FREQ
           MOVE LOSD-TERM         TO BKA-LN-TERM
           MOVE LOSD-AMTFIN       TO BKA-LN-AMTFIN
           MOVE LOSD-FINCHG       TO BKA-LN-FINCHG
           MOVE LOSD-SMPRATE      TO BKA-LN-SMPRATE
           MOVE LOSD-DISC-APR     TO BKA-LN-APR
           MOVE LOSD-PRECOMP-FG   TO BKA-LN-PRECOMP-FG
           MOVE LOSD-MAKERCD      TO BKA-LN-MAKERCD
           MOVE WS-RUN-DATE       TO BKA-LN-BOOK-DATE
           WRITE BKAPPL-REC

           MOVE 0 TO WS-SEQNO
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF LOSD-INS-PREM(WS-SUB) NUMERIC
                  AND LOSD-INS-PREM(WS-SUB) NOT = 0
                  PERFORM 4100-STAGE-INSURANCE
               END-IF
           END-PERFORM
           PERFORM 4200-STAGE-SCHEDULE
           PERFORM 4300-FUNDING-GL

           IF LOSD-MAKERCD NOT = SPACES
              MOVE LOSD-MAKERCD      TO DPR-MAKERCD
              MOVE LOSD-BRNO         TO DPR-BRNO
              MOVE LOSD-ACCTNO       TO DPR-ACCTNO
              MOVE LOSD-APP-ID       TO DPR-APP-ID
              MOVE WS-FUND-DATE      TO DPR-FUND-DATE
              MOVE LOSD-DLR-PROCEEDS TO DPR-AMOUNT
              WRITE DLRPRC-REC
              ADD 1                  TO WS-CNT-DEALER
              ADD LOSD-DLR-PROCEEDS  TO WS-TOT-DEALER
           ELSE
              ADD LOSD-DLR-PROCEEDS  TO WS-TOT-BORROWER
           END-IF

           IF WS-BH-CNT < WS-MAX-BH
              ADD 1 TO WS-BH-CNT
              MOVE LOSD-APP-ID TO WS-BH-APP-ID(WS-BH-CNT)
              MOVE LOSD-BRNO   TO WS-BH-BRNO(WS-BH-CNT)
              MOVE LOSD-ACCTNO TO WS-BH-ACCTNO(WS-BH-CNT)
              MOVE WS-RUN-DATE TO WS-BH-DATE(WS-BH-CNT)
           END-IF
           ADD 1           TO WS-CNT-BOOKED
           ADD LOSD-AMTFIN TO WS-TOT-BOOKED
           ADD WS-INS-TOT  TO WS-TOT-PREMIUM
           ADD LOSD-FEES   TO WS-TOT-FEES.

      * ONE LTI ROW PER COVERAGE, IN FORCE FROM THE LOAN DATE FOR THE
      * COVERAGE TERM (THE LOAN TERM WHEN THE LOS SENDS NONE) IN
      * MONTHS.
       4100-STAGE-INSURANCE.
           ADD 1 TO WS-SEQNO
           MOVE SPACES                 TO BKAPPL-REC
           MOVE "TI"                   TO BKA-TYPE
           MOVE LOSD-BRNO              TO BKA-BRNO
           MOVE LOSD-ACCTNO            TO BKA-ACCTNO
           MOVE WS-SEQNO               TO BKA-SEQNO
           MOVE LOSD-INS-TYPE(WS-SUB)  TO BKA-TI-INS-TYPE
           MOVE LOSD-INS-COMP(WS-SUB)  TO BKA-TI-INSCOMP
           MOVE LOSD-INS-PREM(WS-SUB)  TO BKA-TI-PREMIUM
           MOVE LOSD-INS-TERM(WS-SUB)  TO BKA-TI-TERM
           IF LOSD-INS-TERM(WS-SUB) NOT NUMERIC
              OR LOSD-INS-TERM(WS-SUB) = 0
              MOVE LOSD-TERM           TO BKA-TI-TERM
           END-IF
           MOVE LOSD-LOANDATE          TO BKA-TI-INSEFF-DATE
           MOVE LOSD-LOANDATE          TO WS-DT-IN
           MOVE BKA-TI-TERM            TO WS-DT-MONTHS
           PERFORM 4900-ADD-MONTHS
           MOVE WS-DT-OUT              TO BKA-TI-INSEXP-DATE
           WRITE BKAPPL-REC.

      * THE LTP STEPS - A ODD FIRST PAYMENT, THE REGULAR RUN, AND A
      * ODD LAST PAYMENT - THE SAME THREE STEPS LTP-WK-TERM-1/2/3
      * CARRY.
       4200-STAGE-SCHEDULE.
           MOVE LOSD-TERM TO WS-REG-TERM
           MOVE 0 TO WS-FIRST-AMT WS-LAST-AMT
           IF LOSD-1STPYAMT NUMERIC AND LOSD-1STPYAMT NOT = 0
              AND LOSD-1STPYAMT NOT = LOSD-REGPYAMT
              AND WS-REG-TERM > 1
              MOVE LOSD-1STPYAMT TO WS-FIRST-AMT
              SUBTRACT 1 FROM WS-REG-TERM
           END-IF
           IF LOSD-LASTPYAMT NUMERIC AND LOSD-LASTPYAMT NOT = 0
              AND LOSD-LASTPYAMT NOT = LOSD-REGPYAMT
              AND WS-REG-TERM > 1
              MOVE LOSD-LASTPYAMT TO WS-LAST-AMT
              SUBTRACT 1 FROM WS-REG-TERM
           END-IF
           MOVE 0 TO WS-SEQNO
           MOVE LOSD-1STPYDATE TO WS-STEP-DATE
           MOVE 0              TO WS-STEP-MONTHS
           IF WS-FIRST-AMT NOT = 0
              MOVE SPACES       TO BKAPPL-REC
              MOVE 1            TO BKA-TP-SCHLD-TERM
              MOVE WS-FIRST-AMT TO BKA-TP-SCHLD-PAYMNT
              PERFORM 4210-WRITE-STEP
           END-IF
           MOVE SPACES         TO BKAPPL-REC
           MOVE WS-REG-TERM    TO BKA-TP-SCHLD-TERM
           MOVE LOSD-REGPYAMT  TO BKA-TP-SCHLD-PAYMNT
           PERFORM 4210-WRITE-STEP
           IF WS-LAST-AMT NOT = 0
              MOVE SPACES      TO BKAPPL-REC
              MOVE 1           TO BKA-TP-SCHLD-TERM
              MOVE WS-LAST-AMT TO BKA-TP-SCHLD-PAYMNT
              PERFORM 4210-WRITE-STEP
           END-IF.

      * EACH STEP STARTS THE PAYMENT AFTER THE PRIOR STEP ENDS.  ONLY
      * A MONTHLY SCHEDULE DATES THE LATER STEPS HERE; THE OTHER
      * FREQUENCIES CARRY THE FIRST PAYMENT DATE FOR THE APPLY TO
      * ROLL FORWARD.
       4210-WRITE-STEP.
           ADD 1 TO WS-SEQNO
           MOVE "TP"               TO BKA-TYPE
           MOVE LOSD-BRNO          TO BKA-BRNO
           MOVE LOSD-ACCTNO        TO BKA-ACCTNO
           MOVE WS-SEQNO           TO BKA-SEQNO
           MOVE LOSD-PMT-FREQ      TO BKA-TP-PMT-FREQ
           MOVE LOSD-1STPYDATE     TO BKA-TP-START-DATE
           IF LOSD-PMT-FREQ = "M" AND WS-STEP-MONTHS NOT = 0
              MOVE LOSD-1STPYDATE  TO WS-DT-IN
              MOVE WS-STEP-MONTHS  TO WS-DT-MONTHS
              PERFORM 4900-ADD-MONTHS
              MOVE WS-DT-OUT       TO BKA-TP-START-DATE
           END-IF
           WRITE BKAPPL-REC
           ADD BKA-TP-SCHLD-TERM   TO WS-STEP-MONTHS.

      * THE FUNDING ENTRY - SEE THE PROGRAM BANNER.  EVERY ROW IS
      * WRITTEN UNDER THE FUNDING DATE.
       4300-FUNDING-GL.
           MOVE LOSD-BRNO    TO BKL-BRNO
           MOVE LOSD-ACCTNO  TO BKL-ACCTNO
           MOVE WS-FUND-DATE TO BKL-LTOUCH-DATE

           MOVE 1            TO BKL-SEQNO
           MOVE WS-GI-AR(WS-GI-HIT)            TO BKL-GLNO(1)
           MOVE WS-GI-UNINTCHG(WS-GI-HIT)      TO BKL-GLNO(2)
           IF LOSD-PRECOMP-FG = "Y"
              COMPUTE BKL-GLAMT(1) = LOSD-AMTFIN + LOSD-FINCHG
              COMPUTE BKL-GLAMT(2) = 0 - LOSD-FINCHG
           ELSE
              MOVE LOSD-AMTFIN TO BKL-GLAMT(1)
              MOVE 0           TO BKL-GLAMT(2)
           END-IF
           IF LOSD-MAKERCD NOT = SPACES
              MOVE WS-GI-DLPAYABLE(WS-GI-HIT)  TO BKL-GLNO(3)
           ELSE
              MOVE WS-GI-CASH-ACCT(WS-GI-HIT)  TO BKL-GLNO(3)
           END-IF
           COMPUTE BKL-GLAMT(3) = 0 - LOSD-DLR-PROCEEDS
           PERFORM 4310-WRITE-GL-ROW

           IF WS-INS-TOT NOT = 0
              MOVE 2 TO BKL-SEQNO
              MOVE WS-GI-UNCL1(WS-GI-HIT)      TO BKL-GLNO(1)
              COMPUTE BKL-GLAMT(1) = 0 - WS-INS-LIFE
              MOVE WS-GI-UNAH(WS-GI-HIT)       TO BKL-GLNO(2)
              COMPUTE BKL-GLAMT(2) = 0 - WS-INS-AH
              MOVE WS-GI-UNPP(WS-GI-HIT)       TO BKL-GLNO(3)
              COMPUTE BKL-GLAMT(3) = 0 - WS-INS-PROP
              PERFORM 4310-WRITE-GL-ROW
           END-IF

           IF LOSD-FEES NOT = 0
              MOVE 3 TO BKL-SEQNO
              MOVE WS-GI-UNOTHER(WS-GI-HIT)    TO BKL-GLNO(1)
              COMPUTE BKL-GLAMT(1) = 0 - LOSD-FEES
              MOVE SPACES TO BKL-GLNO(2) BKL-GLNO(3)
              MOVE 0      TO BKL-GLAMT(2) BKL-GLAMT(3)
              PERFORM 4310-WRITE-GL-ROW
           END-IF.

       4310-WRITE-GL-ROW.
           WRITE BKLXG-REC
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF BKL-GLAMT(WS-SUB) > 0
                  ADD BKL-GLAMT(WS-SUB) TO WS-TOT-GL-DR
               ELSE
                  SUBTRACT BKL-GLAMT(WS-SUB) FROM WS-TOT-GL-CR
               END-IF
           END-PERFORM.

       4900-ADD-MONTHS.
           MOVE WS-DT-IN TO WS-DT-WORK
           COMPUTE WS-DT-TOTMOS = (WS-DT-CCYY * 12) + WS-DT-MM - 1
                                + WS-DT-MONTHS
           DIVIDE WS-DT-TOTMOS BY 12 GIVING WS-DT-CCYY
              REMAINDER WS-DT-MM
           ADD 1 TO WS-DT-MM
           MOVE WS-DT-MDAY(WS-DT-MM) TO WS-DT-LASTDD
           IF WS-DT-MM = 2
              AND FUNCTION MOD(WS-DT-CCYY, 4) = 0
              AND (FUNCTION MOD(WS-DT-CCYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-DT-CCYY, 400) = 0)
              MOVE 29 TO WS-DT-LASTDD
           END-IF
           IF WS-DT-DD > WS-DT-LASTDD
              MOVE WS-DT-LASTDD TO WS-DT-DD
           END-IF
           MOVE WS-DT-WORK TO WS-DT-OUT.

      ******************************************************************
      * AN EXCEPTION - BACK TO THE LOS WITH ITS REASON AND ON THE
      * REPORT.
      ******************************************************************
       5000-RETURN-LOAN.
           MOVE SPACES        TO LOSRET-REC
           MOVE "D"           TO RET-TYPE
           MOVE LOSD-APP-ID   TO RET-APP-ID
           MOVE LOSD-BRNO     TO RET-BRNO
           MOVE LOSD-ACCTNO   TO RET-ACCTNO
           MOVE WS-FUND-DATE  TO RET-FUND-DATE
           MOVE LOSD-AMTFIN   TO RET-AMTFIN
           IF LOSD-AMTFIN NOT NUMERIC
              MOVE 0          TO RET-AMTFIN
           END-IF
           MOVE WS-REASON-CD  TO RET-REASON-CD
           MOVE WS-REASON     TO RET-REASON
           WRITE LOSRET-REC
           ADD 1 TO WS-TX-CNT
           MOVE LOSD-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF
           ADD 1          TO WS-CNT-RETURNED
           ADD RET-AMTFIN TO WS-TOT-RETURNED
           MOVE LOSD-APP-ID  TO DTL-APP-ID
           MOVE LOSD-BRNO    TO DTL-BRNO
           MOVE LOSD-ACCTNO  TO DTL-ACCTNO
           MOVE RET-AMTFIN   TO DTL-AMTFIN
           MOVE WS-REASON-CD TO DTL-REASON-CD
           MOVE WS-REASON    TO DTL-REASON
           MOVE WS-DTL-LINE  TO RPT-LINE
           WRITE RPT-LINE.

      * THE HISTORY CARRIES FORWARD EVEN WHEN NOTHING BOOKED, LESS
      * ROWS BOOKED OVER A YEAR AGO - A RESENT FILE IS ONLY A RISK FOR
      * DAYS, NOT YEARS.
       7000-REWRITE-HISTORY.
           PERFORM VARYING WS-BH-SUB FROM 1 BY 1
                   UNTIL WS-BH-SUB > WS-BH-CNT
               IF FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-BH-DATE(WS-BH-SUB))
                  > WS-PURGE-DAYS
                  ADD 1 TO WS-CNT-PURGED
               ELSE
                  MOVE WS-BH-APP-ID(WS-BH-SUB) TO BKH-APP-ID
                  MOVE WS-BH-BRNO(WS-BH-SUB)   TO BKH-BRNO
                  MOVE WS-BH-ACCTNO(WS-BH-SUB) TO BKH-ACCTNO
                  MOVE WS-BH-DATE(WS-BH-SUB)   TO BKH-BOOK-DATE
                  WRITE HISNEW-REC FROM BKHIST-REC
               END-IF
           END-PERFORM.

      * LOSRET IS REGISTERED ON THE TXREG TRANSMISSION LEDGER (RECORD
      * COUNT, DOLLARS RETURNED, HASH OF THE ACCOUNT NUMBERS) FOR
      * TXLMNT RELEASE AND TXLREC ACKNOWLEDGEMENT TRACKING.
       7500-REGISTER-TRANSMISSION.
           IF WS-MISMATCH-FG = "Y"
              GO TO 7500-EXIT.
           OPEN EXTEND TXREG-FILE
           ACCEPT TXR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TX-TIME-RAW FROM TIME
           MOVE WS-TX-TIME-RAW(1:6) TO TXR-CREATE-TIME
           MOVE "LNBOOK"   TO TXR-PROGRAM
           MOVE "LOSRET"   TO TXR-FILE-NAME
           MOVE "LOS"      TO TXR-DEST
           MOVE WS-TX-CNT  TO TXR-REC-CNT
           MOVE WS-TOT-RETURNED TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * THE BOOKING CONTROL - LOS TRAILER, RECEIVED, BOOKED + RETURNED.
      ******************************************************************
       8000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BOOKING CONTROL" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TRL-CNT TO WS-EDIT-CNT
           MOVE WS-TRL-TOT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  LOS TRAILER       LOANS " WS-EDIT-CNT
                  "  FUNDING " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-READ TO WS-EDIT-CNT
           MOVE WS-TOT-READ TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  RECEIVED          LOANS " WS-EDIT-CNT
                  "  FUNDING " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BOOKED TO WS-EDIT-CNT
           MOVE WS-TOT-BOOKED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  BOOKED            LOANS " WS-EDIT-CNT
                  "  FUNDING " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RETURNED TO WS-EDIT-CNT
           MOVE WS-TOT-RETURNED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  RETURNED TO LOS   LOANS " WS-EDIT-CNT
                  "  FUNDING " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-MISMATCH-FG = "Y"
              MOVE "  ** OUT OF BALANCE TO THE LOS - NOTHING BOOKED"
                 TO RPT-LINE
           ELSE
              IF WS-CNT-BOOKED + WS-CNT-RETURNED = WS-TRL-CNT
                 AND WS-TOT-BOOKED + WS-TOT-RETURNED = WS-TRL-TOT
                 MOVE "  BOOKED + RETURNED BALANCES TO THE LOS TOTAL"
                    TO RPT-LINE
              ELSE
                 MOVE "  ** BOOKED + RETURNED DOES NOT BALANCE"
                    TO RPT-LINE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DEALER TO WS-EDIT-CNT
           MOVE WS-TOT-DEALER TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  DEALER PROCEEDS   ROWS  " WS-EDIT-CNT
                  "  AMOUNT  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-BORROWER TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  BORROWER PROCEEDS (DIRECT LOANS)  "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-PREMIUM TO WS-EDIT-AMT
           MOVE WS-TOT-FEES    TO WS-EDIT-AMT2
           MOVE SPACES TO RPT-LINE
           STRING "  INSURANCE PREMIUM " WS-EDIT-AMT
                  "  FEES " WS-EDIT-AMT2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-GL-DR TO WS-EDIT-AMT
           MOVE WS-TOT-GL-CR TO WS-EDIT-AMT2
           MOVE SPACES TO RPT-LINE
           STRING "  FUNDING G/L DEBITS " WS-EDIT-AMT
                  "  CREDITS " WS-EDIT-AMT2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PURGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  BOOKING HISTORY ROWS AGED OFF " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-RETURNED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE HISNEW-FILE BKAPPL-FILE BKLXG-FILE DLRPRC-FILE
                 LOSRET-FILE LNBOOK-RPT
           STOP RUN.
