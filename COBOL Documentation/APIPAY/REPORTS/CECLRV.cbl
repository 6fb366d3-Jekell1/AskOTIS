      *================================================================*
      *   P R O G R A M :  C E C L R V                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-29
      *  DESC: QUARTERLY ALLOWANCE FOR CREDIT LOSSES (CECL).  READS
      *        THE CLEXT LOAN EXTRACT - EVERY LOAN STILL ON LN, OPEN,
      *        PAID OR CHARGED OFF - AND:
      *        1. KEEPS VINTAGE LOSS HISTORY.  LOANS ARE GROUPED BY
      *           CLASS, STATE AND ORIGINATION QUARTER (LN-LOANDATE)
      *           AND THE AMOUNT FINANCED, CHARGE-OFFS (LN-CHGOFF-AMT)
      *           AND RECOVERIES (LN-RECOVERED-TD) OF EACH VINTAGE ARE
      *           CARRIED ON THE KEYED CLVIN FILE.  ONCE THE PURGE
      *           STARTS TAKING A VINTAGE'S LOANS OFF LN THE EXTRACT
      *           SHOWS FEWER LOANS THAN CLVIN HOLDS, AND FROM THEN ON
      *           THE STORED FIGURES ARE THE HISTORY AND ARE LEFT ALONE.
      *        2. DERIVES A LIFETIME LOSS RATE FOR EACH CLASS AND
      *           STATE - NET LOSS (CHARGED OFF LESS RECOVERED) OVER
      *           AMOUNT FINANCED - FROM THE VINTAGES OLD ENOUGH TO
      *           HAVE RUN THEIR COURSE (PRM-MIN-AGE QUARTERS) AND NOT
      *           OLDER THAN THE LOOKBACK.  A CLASS AND STATE WITH NO
      *           SUCH HISTORY FALLS BACK TO THE CLASS RATE, THEN TO
      *           THE PORTFOLIO RATE.
      *        3. APPLIES IT TO THE OPEN PORTFOLIO BY BRANCH, CLASS,
      *           STATE AND DELINQUENCY BUCKET (CURRENT, 1-30, 31-60,
      *           61-90, 91-120, OVER 120 CONTRACTUAL DAYS).  EACH
      *           BUCKET SCALES THE BASE RATE BY ITS FACTOR, THEN THE
      *           QUALITATIVE ADJUSTMENT FROM THE CLQ TABLE (SEE
      *           CLQMNT) IS ADDED; THE RESULT IS HELD BETWEEN 0 AND
      *           100 PERCENT.
      *        4. COMPARES THE RESERVE FOR EACH BRANCH AND CLASS WITH
      *           THE LAST PERIOD'S ON THE KEYED CLRSV FILE AND BOOKS
      *           THE DIFFERENCE -
      *             DR PROVISION EXPENSE / CR ALLOWANCE
      *           (REVERSED FOR A RELEASE) ON CLLXG, LXGEXT LAYOUT, FOR
      *           GLEXTR.  A BRANCH AND CLASS WITH NO LOANS LEFT HAS ITS
      *           WHOLE RESERVE RELEASED.  RERUNNING A PERIOD REPLACES
      *           THAT PERIOD'S FIGURES AND COMPARES WITH THE PERIOD
      *           BEFORE IT, SO ONLY ONE SET OF JOURNALS FROM A PERIOD
      *           MAY GO TO G/L.
      *        CECL.RPT IS THE RESERVE BY BRANCH AND CLASS WITH THE
      *        PERIOD-OVER-PERIOD CHANGE.  CECLSCH.RPT IS THE
      *        SUPPORTING SCHEDULE: VINTAGE HISTORY, LOSS RATES, THE
      *        RESERVE BY SEGMENT AND BUCKET, AND A TIE-OUT OF THE
      *        SEGMENTS TO THE REPORT AND THE JOURNAL.
      *        THE OPTIONAL CLPRM RECORD GIVES THE PERIOD-END DATE
      *        (DEFAULT THE RUN DATE), MINIMUM VINTAGE AGE (DEFAULT 8
      *        QUARTERS), LOOKBACK (DEFAULT 40 QUARTERS) AND THE SIX
      *        BUCKET FACTORS (DEFAULT 1, 1.5, 3, 5, 7.5, 10); A ZERO
      *        FIELD TAKES THE DEFAULT.
      *
      *  MOD HISTORY:
      *   052928 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CECLRV.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-29.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLPRM-FILE ASSIGN TO "CLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLPRM-STATUS.

           SELECT CLEXT-FILE ASSIGN TO "CLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEXT-STATUS.

           SELECT CLVIN-FILE ASSIGN TO "CLVIN"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLV-KEY
               FILE STATUS IS CLVIN-STATUS.

           SELECT CLQ-FILE ASSIGN TO "CLQ"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLQ-KEY
               FILE STATUS IS CLQ-STATUS.

           SELECT CLRSV-FILE ASSIGN TO "CLRSV"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CLR-KEY
               FILE STATUS IS CLRSV-STATUS.

           SELECT CLLXG-FILE ASSIGN TO "CLLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLLXG-STATUS.

           SELECT CECL-RPT ASSIGN TO "CECL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT CECLSCH-RPT ASSIGN TO "CECLSCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLPRM-FILE.
       01  CLPRM-REC.
           05  PRM-PERIOD-END        PIC 9(08).
           05  PRM-MIN-AGE           PIC 9(02).
           05  PRM-LOOKBACK          PIC 9(03).
           05  PRM-FACTOR OCCURS 6 TIMES PIC 9(02)V99.

       FD  CLEXT-FILE.
       01  CLEXT-REC.
           05  CLX-BRNO              PIC X(04).
           05  CLX-ACCTNO            PIC X(10).
           05  CLX-CLASS             PIC X(02).
           05  CLX-STATE             PIC X(02).
           05  CLX-LOANDATE          PIC 9(08).
           05  CLX-LOANDATE-X REDEFINES CLX-LOANDATE.
               10  CLX-LOAN-YYYY     PIC 9(04).
               10  CLX-LOAN-MM       PIC 9(02).
               10  CLX-LOAN-DD       PIC 9(02).
      * AMOUNT FINANCED.
           05  CLX-ORIG-AMT          PIC S9(07)V99.
           05  CLX-CURBAL            PIC S9(07)V99.
           05  CLX-CONTR-DAYS        PIC 9(04).
           05  CLX-CHGOFF-AMT        PIC S9(07)V99.
           05  CLX-RECOVERED-TD      PIC S9(07)V99.
      * PROVISION EXPENSE AND ALLOWANCE ACCOUNTS FOR THE BRANCH AND
      * CLASS, FROM THE G/L INTERFACE.
           05  CLX-GL-PROV           PIC X(10).
           05  CLX-GL-ALLOW          PIC X(10).

       FD  CLVIN-FILE.
       01  CLVIN-REC.
           05  CLV-KEY.
               10  CLV-CLASS         PIC X(02).
               10  CLV-STATE         PIC X(02).
      * ORIGINATION YEAR AND QUARTER, YYYYQ.
               10  CLV-VINTAGE       PIC 9(05).
           05  CLV-ORIG-CNT          PIC 9(07).
           05  CLV-ORIG-AMT          PIC S9(11)V99.
           05  CLV-CHGOFF-AMT        PIC S9(11)V99.
           05  CLV-RECOV-AMT         PIC S9(11)V99.
           05  CLV-OPEN-BAL          PIC S9(11)V99.
           05  CLV-UPD-DATE          PIC 9(08).

       FD  CLQ-FILE.
       01  CLQ-REC.
           05  CLQ-KEY.
               10  CLQ-CLASS         PIC X(02).
               10  CLQ-STATE         PIC X(02).
           05  CLQ-ADJ-PCT           PIC S9(02)V9(04).
           05  CLQ-REASON            PIC X(40).
           05  CLQ-ADD-DATE          PIC 9(08).
           05  CLQ-CHG-DATE          PIC 9(08).
           05  CLQ-CHG-USER          PIC X(08).
           05  CLQ-PRIOR-PCT         PIC S9(02)V9(04).

       FD  CLRSV-FILE.
       01  CLRSV-REC.
           05  CLR-KEY.
               10  CLR-BRNO          PIC X(04).
               10  CLR-CLASS         PIC X(02).
           05  CLR-GL-PROV           PIC X(10).
           05  CLR-GL-ALLOW          PIC X(10).
           05  CLR-CUR-DATE          PIC 9(08).
           05  CLR-CUR-RESERVE       PIC S9(09)V99.
           05  CLR-CUR-BAL           PIC S9(11)V99.
           05  CLR-PRV-DATE          PIC 9(08).
           05  CLR-PRV-RESERVE       PIC S9(09)V99.

       FD  CLLXG-FILE.
       01  CLLXG-REC.
           05  CLL-BRNO              PIC X(04).
           05  CLL-ACCTNO            PIC X(10).
           05  CLL-SEQNO             PIC 9(05).
           05  CLL-LTOUCH-DATE       PIC 9(08).
           05  CLL-GLNO  OCCURS 3 TIMES PIC X(10).
           05  CLL-GLAMT OCCURS 3 TIMES PIC S9(07)V99.

       FD  CECL-RPT.
       01  RPT-LINE                  PIC X(132).

       FD  CECLSCH-RPT.
       01  SCH-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CLPRM-STATUS              PIC XX.
           88  CLPRM-EOF                        VALUE "10".
       01  CLEXT-STATUS              PIC XX.
           88  CLEXT-EOF                        VALUE "10".
       01  CLVIN-STATUS              PIC XX.
           88  CLVIN-EOF                        VALUE "10".
       01  CLQ-STATUS                PIC XX.
           88  CLQ-EOF                          VALUE "10".
       01  CLRSV-STATUS              PIC XX.
           88  CLRSV-EOF                        VALUE "10".
       01  CLLXG-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.
       01  SCH-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-PERIOD-END             PIC 9(08).
       01  WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
           05  WS-PE-YYYY            PIC 9(04).
           05  WS-PE-MM              PIC 9(02).
           05  WS-PE-DD              PIC 9(02).
       01  WS-PE-QTRS                PIC 9(06) COMP.
       01  WS-MIN-AGE                PIC 9(02) COMP VALUE 8.
       01  WS-LOOKBACK               PIC 9(03) COMP VALUE 40.
       01  WS-FACTORS.
           05  FILLER                PIC 9(02)V99 VALUE 1.00.
           05  FILLER                PIC 9(02)V99 VALUE 1.50.
           05  FILLER                PIC 9(02)V99 VALUE 3.00.
           05  FILLER                PIC 9(02)V99 VALUE 5.00.
           05  FILLER                PIC 9(02)V99 VALUE 7.50.
           05  FILLER                PIC 9(02)V99 VALUE 10.00.
       01  WS-FACTOR-TBL REDEFINES WS-FACTORS.
           05  WS-FACTOR OCCURS 6 TIMES PIC 9(02)V99.
       01  WS-BKT-NAMES.
           05  FILLER                PIC X(08) VALUE "CURRENT ".
           05  FILLER                PIC X(08) VALUE "1-30    ".
           05  FILLER                PIC X(08) VALUE "31-60   ".
           05  FILLER                PIC X(08) VALUE "61-90   ".
           05  FILLER                PIC X(08) VALUE "91-120  ".
           05  FILLER                PIC X(08) VALUE "OVER 120".
       01  WS-BKT-NAME-TBL REDEFINES WS-BKT-NAMES.
           05  WS-BKT-NAME OCCURS 6 TIMES PIC X(08).

       01  WS-VINTAGE                PIC 9(05).
       01  WS-VINTAGE-X REDEFINES WS-VINTAGE.
           05  WS-VIN-YYYY           PIC 9(04).
           05  WS-VIN-Q              PIC 9(01).
       01  WS-AGE                    PIC S9(05) COMP.
       01  WS-BKT                    PIC 9(01) COMP.
       01  WS-SUB                    PIC 9(05) COMP.
       01  WS-SUB2                   PIC 9(05) COMP.
       01  WS-LO                     PIC 9(05) COMP.
       01  WS-HI                     PIC 9(05) COMP.
       01  WS-MID                    PIC 9(05) COMP.
       01  WS-FOUND                  PIC X(01).
       01  WS-USED                   PIC X(01).
       01  WS-NET                    PIC S9(11)V99 COMP-3.
       01  WS-RATE                   PIC S9(03)V9(06) COMP-3.
       01  WS-BASE-RATE              PIC 9V9(06) COMP-3.
       01  WS-BASE-SRC               PIC X(01).
       01  WS-QUAL-PCT               PIC S9(02)V9(04) COMP-3.
       01  WS-QUAL-LVL               PIC 9(01) COMP.
       01  WS-RESERVE                PIC S9(09)V99 COMP-3.
       01  WS-PRIOR                  PIC S9(09)V99 COMP-3.
       01  WS-CHANGE                 PIC S9(09)V99 COMP-3.
       01  WS-LAST-BRNO              PIC X(04).

       01  WS-CNT-READ               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OPEN               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NODATE             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVERFLOW           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-VIN-NEW            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-VIN-UPD            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-VIN-KEPT           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-JRNL               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RELEASED           PIC 9(05) COMP VALUE 0.
       01  WS-PORT-ORIG              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PORT-NET               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PORT-RATE              PIC 9V9(06) COMP-3 VALUE 0.
       01  WS-SEG-RESERVE            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SEG-BAL                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-BAL                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-RESERVE            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-PRIOR              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-CHANGE             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-JRNL-DR            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-JRNL-CR            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BR-BAL                 PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-BR-RESERVE             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BR-PRIOR               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BR-CHANGE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-PCT               PIC ZZ9.9999.

      * VINTAGES FROM THE EXTRACT, KEPT IN KEY ORDER.
       01  WS-VT-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-VT-MAX                 PIC 9(05) COMP VALUE 20000.
       01  WS-VT-SRCH-KEY            PIC X(09).
       01  WS-VT-TABLE.
           05  WS-VT-ENTRY OCCURS 20000 TIMES.
               10  WS-VT-KEY.
                   15  WS-VT-CLASS   PIC X(02).
                   15  WS-VT-STATE   PIC X(02).
                   15  WS-VT-VINTAGE PIC 9(05).
               10  WS-VT-ORIG-CNT    PIC 9(07) COMP.
               10  WS-VT-ORIG-AMT    PIC S9(11)V99 COMP-3.
               10  WS-VT-CHGOFF      PIC S9(11)V99 COMP-3.
               10  WS-VT-RECOV       PIC S9(11)V99 COMP-3.
               10  WS-VT-OPEN-BAL    PIC S9(11)V99 COMP-3.

      * OPEN PORTFOLIO BY BRANCH, CLASS AND STATE, IN KEY ORDER.
       01  WS-SG-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SG-MAX                 PIC 9(05) COMP VALUE 10000.
       01  WS-SG-SRCH-KEY            PIC X(08).
       01  WS-SG-TABLE.
           05  WS-SG-ENTRY OCCURS 10000 TIMES.
               10  WS-SG-KEY.
                   15  WS-SG-BRNO    PIC X(04).
                   15  WS-SG-CLASS   PIC X(02).
                   15  WS-SG-STATE   PIC X(02).
               10  WS-SG-GL-PROV     PIC X(10).
               10  WS-SG-GL-ALLOW    PIC X(10).
               10  WS-SG-BKT OCCURS 6 TIMES.
                   15  WS-SG-LOANS   PIC 9(07) COMP.
                   15  WS-SG-BAL     PIC S9(11)V99 COMP-3.

      * LIFETIME RATES BY CLASS AND STATE, AND BY CLASS ALONE.
       01  WS-RT-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-CLASS       PIC X(02).
               10  WS-RT-STATE       PIC X(02).
               10  WS-RT-VINTAGES    PIC 9(05) COMP.
               10  WS-RT-ORIG        PIC S9(13)V99 COMP-3.
               10  WS-RT-NET         PIC S9(13)V99 COMP-3.
               10  WS-RT-RATE        PIC 9V9(06) COMP-3.
       01  WS-RC-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 200 TIMES.
               10  WS-RC-CLASS       PIC X(02).
               10  WS-RC-ORIG        PIC S9(13)V99 COMP-3.
               10  WS-RC-NET         PIC S9(13)V99 COMP-3.
               10  WS-RC-RATE        PIC 9V9(06) COMP-3.

      * QUALITATIVE ADJUSTMENTS FROM CLQ.
       01  WS-QT-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-QT-TABLE.
           05  WS-QT-ENTRY OCCURS 1000 TIMES.
               10  WS-QT-CLASS       PIC X(02).
               10  WS-QT-STATE       PIC X(02).
               10  WS-QT-PCT         PIC S9(02)V9(04) COMP-3.

       01  WS-VIN-LINE.
           05  VNL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VNL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VNL-YYYY              PIC 9(04).
           05  FILLER                PIC X(01) VALUE "Q".
           05  VNL-Q                 PIC 9(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VNL-AGE               PIC ZZZ9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VNL-LOANS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VNL-ORIG              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VNL-CHGOFF            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VNL-RECOV             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VNL-NET               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VNL-PCT               PIC ZZ9.9999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VNL-USED              PIC X(08).

       01  WS-RATE-LINE.
           05  RTL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RTL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RTL-VINTAGES          PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RTL-ORIG              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RTL-NET               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RTL-PCT               PIC ZZ9.9999.

       01  WS-SEG-LINE.
           05  SGL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SGL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SGL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SGL-BUCKET            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SGL-LOANS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SGL-BAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SGL-BASE              PIC ZZ9.9999.
           05  SGL-SRC               PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SGL-FACTOR            PIC Z9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SGL-QUAL              PIC +Z9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SGL-RATE              PIC ZZ9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SGL-RESERVE           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-RSV-LINE.
           05  RSL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RSL-CLASS             PIC X(06).
           05  RSL-BAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSL-RESERVE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSL-PCT               PIC ZZ9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSL-PRIOR             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RSL-CHANGE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RSL-NOTE              PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EXTRACT
           PERFORM 3000-UPDATE-VINTAGES
           PERFORM 4000-LOSS-RATES
           PERFORM 5000-LOAD-QUAL
           PERFORM 6000-RESERVE
           PERFORM 7000-RELEASE-EMPTY
           PERFORM 8000-TIE-OUT
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CLPRM-FILE
           OPEN INPUT  CLEXT-FILE
           OPEN I-O CLVIN-FILE
           IF CLVIN-STATUS = "35"
              OPEN OUTPUT CLVIN-FILE
              CLOSE CLVIN-FILE
              OPEN I-O CLVIN-FILE
           END-IF
           OPEN INPUT  CLQ-FILE
           OPEN I-O CLRSV-FILE
           IF CLRSV-STATUS = "35"
              OPEN OUTPUT CLRSV-FILE
              CLOSE CLRSV-FILE
              OPEN I-O CLRSV-FILE
           END-IF
           OPEN OUTPUT CLLXG-FILE
           OPEN OUTPUT CECL-RPT
           OPEN OUTPUT CECLSCH-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PERIOD-END
           READ CLPRM-FILE AT END SET CLPRM-EOF TO TRUE END-READ
           IF NOT CLPRM-EOF
              IF PRM-PERIOD-END NUMERIC AND PRM-PERIOD-END NOT = 0
                 MOVE PRM-PERIOD-END TO WS-PERIOD-END
              END-IF
              IF PRM-MIN-AGE NUMERIC AND PRM-MIN-AGE NOT = 0
                 MOVE PRM-MIN-AGE TO WS-MIN-AGE
              END-IF
              IF PRM-LOOKBACK NUMERIC AND PRM-LOOKBACK NOT = 0
                 MOVE PRM-LOOKBACK TO WS-LOOKBACK
              END-IF
              PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
                 IF PRM-FACTOR(WS-BKT) NUMERIC
                    AND PRM-FACTOR(WS-BKT) NOT = 0
                    MOVE PRM-FACTOR(WS-BKT) TO WS-FACTOR(WS-BKT)
                 END-IF
              END-PERFORM
           END-IF
           COMPUTE WS-PE-QTRS = WS-PE-YYYY * 4 + (WS-PE-MM - 1) / 3

           MOVE SPACES TO RPT-LINE
           STRING "ALLOWANCE FOR CREDIT LOSSES - PERIOD ENDING "
                  WS-PERIOD-END "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BR    CLASS       OPEN BALANCE         RESERVE  "
                  "    PCT   PRIOR RESERVE          CHANGE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO SCH-LINE
           STRING "ALLOWANCE FOR CREDIT LOSSES - SUPPORTING SCHEDULE - "
                  "PERIOD ENDING " WS-PERIOD-END
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-MIN-AGE  TO VNL-AGE
           MOVE WS-LOOKBACK TO RTL-VINTAGES
           MOVE SPACES TO SCH-LINE
           STRING "VINTAGES USED: AT LEAST " VNL-AGE
                  " AND NOT MORE THAN " RTL-VINTAGES " QUARTERS OLD"
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE SPACES TO SCH-LINE
           STRING "BUCKET FACTORS: "
               DELIMITED BY SIZE INTO SCH-LINE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
              MOVE WS-FACTOR(WS-BKT) TO SGL-FACTOR
              COMPUTE WS-SUB = 17 + (WS-BKT - 1) * 16
              STRING WS-BKT-NAME(WS-BKT) " " SGL-FACTOR "  "
                  DELIMITED BY SIZE INTO SCH-LINE(WS-SUB:16)
           END-PERFORM
           WRITE SCH-LINE.

      *----------------------------------------------------------------*
      * EVERY LOAN GOES INTO ITS VINTAGE; AN OPEN ONE ALSO INTO ITS
      * BRANCH/CLASS/STATE SEGMENT AND DELINQUENCY BUCKET.
      *----------------------------------------------------------------*
       2000-LOAD-EXTRACT.
           READ CLEXT-FILE AT END SET CLEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOAN THRU 2100-EXIT UNTIL CLEXT-EOF.

       2100-ONE-LOAN.
           ADD 1 TO WS-CNT-READ
           IF CLX-LOANDATE NOT NUMERIC OR CLX-LOAN-YYYY < 1900
              OR CLX-LOAN-MM < 1 OR CLX-LOAN-MM > 12
              ADD 1 TO WS-CNT-NODATE
           ELSE
              PERFORM 2200-ADD-VINTAGE THRU 2200-EXIT
           END-IF
           IF CLX-CHGOFF-AMT NOT = 0 OR CLX-CURBAL NOT > 0
              GO TO 2100-NEXT.
           ADD 1 TO WS-CNT-OPEN
           EVALUATE TRUE
               WHEN CLX-CONTR-DAYS = 0    MOVE 1 TO WS-BKT
               WHEN CLX-CONTR-DAYS <= 30  MOVE 2 TO WS-BKT
               WHEN CLX-CONTR-DAYS <= 60  MOVE 3 TO WS-BKT
               WHEN CLX-CONTR-DAYS <= 90  MOVE 4 TO WS-BKT
               WHEN CLX-CONTR-DAYS <= 120 MOVE 5 TO WS-BKT
               WHEN OTHER                 MOVE 6 TO WS-BKT
           END-EVALUATE
           PERFORM 2300-ADD-SEGMENT THRU 2300-EXIT.
       2100-NEXT.
           READ CLEXT-FILE AT END SET CLEXT-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-VINTAGE.
           MOVE CLX-LOAN-YYYY TO WS-VIN-YYYY
           COMPUTE WS-VIN-Q = (CLX-LOAN-MM - 1) / 3 + 1
           MOVE SPACES TO WS-VT-SRCH-KEY
           STRING CLX-CLASS CLX-STATE WS-VINTAGE
               DELIMITED BY SIZE INTO WS-VT-SRCH-KEY
           MOVE 1 TO WS-LO
           MOVE WS-VT-CNT TO WS-HI
           MOVE "N" TO WS-FOUND
           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND = "Y"
              COMPUTE WS-MID = (WS-LO + WS-HI) / 2
              EVALUATE TRUE
                  WHEN WS-VT-KEY(WS-MID) = WS-VT-SRCH-KEY
                     MOVE "Y" TO WS-FOUND
                  WHEN WS-VT-KEY(WS-MID) < WS-VT-SRCH-KEY
                     COMPUTE WS-LO = WS-MID + 1
                  WHEN OTHER
                     COMPUTE WS-HI = WS-MID - 1
              END-EVALUATE
           END-PERFORM
           IF WS-FOUND = "Y"
              MOVE WS-MID TO WS-SUB
           ELSE
              IF WS-VT-CNT NOT < WS-VT-MAX
                 ADD 1 TO WS-CNT-OVERFLOW
                 GO TO 2200-EXIT
              END-IF
      * NOT THERE - WS-LO IS WHERE IT BELONGS.
              PERFORM VARYING WS-SUB2 FROM WS-VT-CNT BY -1
                      UNTIL WS-SUB2 < WS-LO
                 MOVE WS-VT-ENTRY(WS-SUB2) TO WS-VT-ENTRY(WS-SUB2 + 1)
              END-PERFORM
              ADD 1 TO WS-VT-CNT
              MOVE WS-LO TO WS-SUB
              MOVE WS-VT-SRCH-KEY TO WS-VT-KEY(WS-SUB)
              MOVE 0 TO WS-VT-ORIG-CNT(WS-SUB) WS-VT-ORIG-AMT(WS-SUB)
                        WS-VT-CHGOFF(WS-SUB) WS-VT-RECOV(WS-SUB)
                        WS-VT-OPEN-BAL(WS-SUB)
           END-IF
           ADD 1                TO WS-VT-ORIG-CNT(WS-SUB)
           ADD CLX-ORIG-AMT     TO WS-VT-ORIG-AMT(WS-SUB)
           ADD CLX-CHGOFF-AMT   TO WS-VT-CHGOFF(WS-SUB)
           ADD CLX-RECOVERED-TD TO WS-VT-RECOV(WS-SUB)
           IF CLX-CHGOFF-AMT = 0
              ADD CLX-CURBAL    TO WS-VT-OPEN-BAL(WS-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-ADD-SEGMENT.
           MOVE SPACES TO WS-SG-SRCH-KEY
           STRING CLX-BRNO CLX-CLASS CLX-STATE
               DELIMITED BY SIZE INTO WS-SG-SRCH-KEY
           MOVE 1 TO WS-LO
           MOVE WS-SG-CNT TO WS-HI
           MOVE "N" TO WS-FOUND
           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND = "Y"
              COMPUTE WS-MID = (WS-LO + WS-HI) / 2
              EVALUATE TRUE
                  WHEN WS-SG-KEY(WS-MID) = WS-SG-SRCH-KEY
                     MOVE "Y" TO WS-FOUND
                  WHEN WS-SG-KEY(WS-MID) < WS-SG-SRCH-KEY
                     COMPUTE WS-LO = WS-MID + 1
                  WHEN OTHER
                     COMPUTE WS-HI = WS-MID - 1
              END-EVALUATE
           END-PERFORM
           IF WS-FOUND = "Y"
              MOVE WS-MID TO WS-SUB
           ELSE
              IF WS-SG-CNT NOT < WS-SG-MAX
                 ADD 1 TO WS-CNT-OVERFLOW
                 GO TO 2300-EXIT
              END-IF
              PERFORM VARYING WS-SUB2 FROM WS-SG-CNT BY -1
                      UNTIL WS-SUB2 < WS-LO
                 MOVE WS-SG-ENTRY(WS-SUB2) TO WS-SG-ENTRY(WS-SUB2 + 1)
              END-PERFORM
              ADD 1 TO WS-SG-CNT
              MOVE WS-LO TO WS-SUB
              MOVE WS-SG-SRCH-KEY TO WS-SG-KEY(WS-SUB)
              MOVE CLX-GL-PROV    TO WS-SG-GL-PROV(WS-SUB)
              MOVE CLX-GL-ALLOW   TO WS-SG-GL-ALLOW(WS-SUB)
              PERFORM VARYING WS-SUB2 FROM 1 BY 1 UNTIL WS-SUB2 > 6
                 MOVE 0 TO WS-SG-LOANS(WS-SUB WS-SUB2)
                           WS-SG-BAL(WS-SUB WS-SUB2)
              END-PERFORM
           END-IF
           ADD 1          TO WS-SG-LOANS(WS-SUB WS-BKT)
           ADD CLX-CURBAL TO WS-SG-BAL(WS-SUB WS-BKT).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CARRY THE VINTAGES TO CLVIN.  A VINTAGE SHOWING FEWER LOANS
      * THAN CLVIN ALREADY HOLDS IS BEING PURGED; ITS STORED FIGURES
      * STAND.
      *----------------------------------------------------------------*
       3000-UPDATE-VINTAGES.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-VT-CNT
              MOVE WS-VT-KEY(WS-SUB) TO CLV-KEY
              READ CLVIN-FILE
              IF CLVIN-STATUS = "00"
                 IF WS-VT-ORIG-CNT(WS-SUB) < CLV-ORIG-CNT
                    ADD 1 TO WS-CNT-VIN-KEPT
                 ELSE
                    PERFORM 3100-SET-VINTAGE
                    REWRITE CLVIN-REC
                    ADD 1 TO WS-CNT-VIN-UPD
                 END-IF
              ELSE
                 PERFORM 3100-SET-VINTAGE
                 WRITE CLVIN-REC
                 ADD 1 TO WS-CNT-VIN-NEW
              END-IF
           END-PERFORM.

       3100-SET-VINTAGE.
           MOVE WS-VT-KEY(WS-SUB)      TO CLV-KEY
           MOVE WS-VT-ORIG-CNT(WS-SUB) TO CLV-ORIG-CNT
           MOVE WS-VT-ORIG-AMT(WS-SUB) TO CLV-ORIG-AMT
           MOVE WS-VT-CHGOFF(WS-SUB)   TO CLV-CHGOFF-AMT
           MOVE WS-VT-RECOV(WS-SUB)    TO CLV-RECOV-AMT
           MOVE WS-VT-OPEN-BAL(WS-SUB) TO CLV-OPEN-BAL
           MOVE WS-PERIOD-END          TO CLV-UPD-DATE.

      *----------------------------------------------------------------*
      * LIFETIME LOSS RATES FROM THE SEASONED VINTAGES.  EVERY VINTAGE
      * ON CLVIN IS LISTED, MARKED WITH WHETHER IT COUNTED.
      *----------------------------------------------------------------*
       4000-LOSS-RATES.
           MOVE SPACES TO SCH-LINE
           WRITE SCH-LINE
           MOVE "A. VINTAGE LOSS HISTORY" TO SCH-LINE
           WRITE SCH-LINE
           MOVE SPACES TO SCH-LINE
           STRING "CL  ST  VINTAGE   AGE   LOANS    AMOUNT FINANCED"
                  "     CHARGED OFF       RECOVERED        NET LOSS"
                  "      PCT  USED"
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE LOW-VALUES TO CLV-KEY
           START CLVIN-FILE KEY IS NOT LESS THAN CLV-KEY
               INVALID KEY SET CLVIN-EOF TO TRUE
           END-START
           IF NOT CLVIN-EOF
              READ CLVIN-FILE NEXT RECORD
                  AT END SET CLVIN-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 4100-ONE-VINTAGE UNTIL CLVIN-EOF

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-RT-CNT
              MOVE 0 TO WS-RT-RATE(WS-SUB)
              IF WS-RT-ORIG(WS-SUB) > 0 AND WS-RT-NET(WS-SUB) > 0
                 COMPUTE WS-RT-RATE(WS-SUB) ROUNDED =
                     WS-RT-NET(WS-SUB) / WS-RT-ORIG(WS-SUB)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-RC-CNT
              MOVE 0 TO WS-RC-RATE(WS-SUB)
              IF WS-RC-ORIG(WS-SUB) > 0 AND WS-RC-NET(WS-SUB) > 0
                 COMPUTE WS-RC-RATE(WS-SUB) ROUNDED =
                     WS-RC-NET(WS-SUB) / WS-RC-ORIG(WS-SUB)
              END-IF
           END-PERFORM
           IF WS-PORT-ORIG > 0 AND WS-PORT-NET > 0
              COMPUTE WS-PORT-RATE ROUNDED = WS-PORT-NET / WS-PORT-ORIG
           END-IF

           MOVE SPACES TO SCH-LINE
           WRITE SCH-LINE
           MOVE "B. LIFETIME LOSS RATES FROM SEASONED VINTAGES"
               TO SCH-LINE
           WRITE SCH-LINE
           MOVE SPACES TO SCH-LINE
           STRING "CL  ST  VINTS     AMOUNT FINANCED  "
                  "          NET LOSS       PCT"
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-RT-CNT
              MOVE WS-RT-CLASS(WS-SUB)    TO RTL-CLASS
              MOVE WS-RT-STATE(WS-SUB)    TO RTL-STATE
              MOVE WS-RT-VINTAGES(WS-SUB) TO RTL-VINTAGES
              MOVE WS-RT-ORIG(WS-SUB)     TO RTL-ORIG
              MOVE WS-RT-NET(WS-SUB)      TO RTL-NET
              COMPUTE RTL-PCT = WS-RT-RATE(WS-SUB) * 100
              MOVE WS-RATE-LINE TO SCH-LINE
              WRITE SCH-LINE
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-RC-CNT
              MOVE WS-RC-CLASS(WS-SUB)    TO RTL-CLASS
              MOVE "**"                   TO RTL-STATE
              MOVE 0                      TO RTL-VINTAGES
              MOVE WS-RC-ORIG(WS-SUB)     TO RTL-ORIG
              MOVE WS-RC-NET(WS-SUB)      TO RTL-NET
              COMPUTE RTL-PCT = WS-RC-RATE(WS-SUB) * 100
              MOVE WS-RATE-LINE TO SCH-LINE
              WRITE SCH-LINE
           END-PERFORM
           MOVE "**"         TO RTL-CLASS RTL-STATE
           MOVE 0            TO RTL-VINTAGES
           MOVE WS-PORT-ORIG TO RTL-ORIG
           MOVE WS-PORT-NET  TO RTL-NET
           COMPUTE RTL-PCT = WS-PORT-RATE * 100
           MOVE WS-RATE-LINE TO SCH-LINE
           WRITE SCH-LINE.

       4100-ONE-VINTAGE.
           MOVE CLV-VINTAGE TO WS-VINTAGE
           COMPUTE WS-AGE = WS-PE-QTRS
                          - (WS-VIN-YYYY * 4 + WS-VIN-Q - 1)
           COMPUTE WS-NET = CLV-CHGOFF-AMT - CLV-RECOV-AMT
           MOVE "N" TO WS-USED
           IF WS-AGE NOT < WS-MIN-AGE AND WS-AGE NOT > WS-LOOKBACK
              AND CLV-ORIG-AMT > 0
              MOVE "Y" TO WS-USED
              PERFORM 4200-ADD-TO-RATES
           END-IF
           MOVE CLV-CLASS      TO VNL-CLASS
           MOVE CLV-STATE      TO VNL-STATE
           MOVE WS-VIN-YYYY    TO VNL-YYYY
           MOVE WS-VIN-Q       TO VNL-Q
           MOVE WS-AGE         TO VNL-AGE
           MOVE CLV-ORIG-CNT   TO VNL-LOANS
           MOVE CLV-ORIG-AMT   TO VNL-ORIG
           MOVE CLV-CHGOFF-AMT TO VNL-CHGOFF
           MOVE CLV-RECOV-AMT  TO VNL-RECOV
           MOVE WS-NET         TO VNL-NET
           MOVE 0              TO VNL-PCT
           IF CLV-ORIG-AMT > 0
              COMPUTE VNL-PCT ROUNDED = WS-NET * 100 / CLV-ORIG-AMT
           END-IF
           IF WS-USED = "Y"
              MOVE "YES"      TO VNL-USED
           ELSE
              IF WS-AGE < WS-MIN-AGE
                 MOVE "YOUNG" TO VNL-USED
              ELSE
                 MOVE "OLD"   TO VNL-USED
              END-IF
           END-IF
           MOVE WS-VIN-LINE TO SCH-LINE
           WRITE SCH-LINE
           READ CLVIN-FILE NEXT RECORD
               AT END SET CLVIN-EOF TO TRUE
           END-READ.

      * CLVIN COMES IN CLASS/STATE ORDER, SO A NEW RATE ROW IS ALWAYS
      * THE NEXT ONE; THE CLASS ROWS ARE SEARCHED.
       4200-ADD-TO-RATES.
           IF WS-RT-CNT = 0
              OR WS-RT-CLASS(WS-RT-CNT) NOT = CLV-CLASS
              OR WS-RT-STATE(WS-RT-CNT) NOT = CLV-STATE
              IF WS-RT-CNT < 2000
                 ADD 1 TO WS-RT-CNT
                 MOVE CLV-CLASS TO WS-RT-CLASS(WS-RT-CNT)
                 MOVE CLV-STATE TO WS-RT-STATE(WS-RT-CNT)
                 MOVE 0 TO WS-RT-VINTAGES(WS-RT-CNT)
                           WS-RT-ORIG(WS-RT-CNT) WS-RT-NET(WS-RT-CNT)
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
           END-IF
           IF WS-RT-CLASS(WS-RT-CNT) = CLV-CLASS
              AND WS-RT-STATE(WS-RT-CNT) = CLV-STATE
              ADD 1            TO WS-RT-VINTAGES(WS-RT-CNT)
              ADD CLV-ORIG-AMT TO WS-RT-ORIG(WS-RT-CNT)
              ADD WS-NET       TO WS-RT-NET(WS-RT-CNT)
           END-IF
           MOVE 0 TO WS-SUB2
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-RC-CNT
              IF WS-RC-CLASS(WS-SUB) = CLV-CLASS
                 MOVE WS-SUB TO WS-SUB2
              END-IF
           END-PERFORM
           IF WS-SUB2 = 0 AND WS-RC-CNT < 200
              ADD 1 TO WS-RC-CNT
              MOVE WS-RC-CNT TO WS-SUB2
              MOVE CLV-CLASS TO WS-RC-CLASS(WS-SUB2)
              MOVE 0 TO WS-RC-ORIG(WS-SUB2) WS-RC-NET(WS-SUB2)
           END-IF
           IF WS-SUB2 NOT = 0
              ADD CLV-ORIG-AMT TO WS-RC-ORIG(WS-SUB2)
              ADD WS-NET       TO WS-RC-NET(WS-SUB2)
           END-IF
           ADD CLV-ORIG-AMT TO WS-PORT-ORIG
           ADD WS-NET       TO WS-PORT-NET.

       5000-LOAD-QUAL.
           IF CLQ-STATUS NOT = "00"
              GO TO 5000-EXIT.
           MOVE LOW-VALUES TO CLQ-KEY
           START CLQ-FILE KEY IS NOT LESS THAN CLQ-KEY
               INVALID KEY SET CLQ-EOF TO TRUE
           END-START
           IF NOT CLQ-EOF
              READ CLQ-FILE NEXT RECORD
                  AT END SET CLQ-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL CLQ-EOF
              IF WS-QT-CNT < 1000
                 ADD 1 TO WS-QT-CNT
                 MOVE CLQ-CLASS   TO WS-QT-CLASS(WS-QT-CNT)
                 MOVE CLQ-STATE   TO WS-QT-STATE(WS-QT-CNT)
                 MOVE CLQ-ADJ-PCT TO WS-QT-PCT(WS-QT-CNT)
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
              READ CLQ-FILE NEXT RECORD
                  AT END SET CLQ-EOF TO TRUE
              END-READ
           END-PERFORM.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESERVE EACH SEGMENT AND BUCKET, ROLL IT UP BY BRANCH AND
      * CLASS (THE SEGMENT TABLE IS IN THAT ORDER) AND BOOK THE CHANGE.
      *----------------------------------------------------------------*
       6000-RESERVE.
           MOVE SPACES TO SCH-LINE
           WRITE SCH-LINE
           MOVE "C. RESERVE BY SEGMENT AND DELINQUENCY BUCKET"
               TO SCH-LINE
           WRITE SCH-LINE
           MOVE SPACES TO SCH-LINE
           STRING "   SOURCE OF BASE RATE: S = CLASS/STATE, "
                  "C = CLASS, P = PORTFOLIO"
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE SPACES TO SCH-LINE
           STRING "BR    CL  ST  BUCKET     LOANS         BALANCE  "
                  "   BASE    FACT     QUAL     RATE         RESERVE"
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE SPACES TO WS-LAST-BRNO
           PERFORM 6100-ONE-SEGMENT THRU 6100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-SG-CNT
           IF WS-SG-CNT > 0
              COMPUTE WS-SUB = WS-SG-CNT
              PERFORM 6500-BRANCH-CLASS
              PERFORM 6700-BRANCH-TOTAL
           END-IF.

       6100-ONE-SEGMENT.
           IF WS-SUB > 1
              IF WS-SG-BRNO(WS-SUB) NOT = WS-SG-BRNO(WS-SUB - 1)
                 OR WS-SG-CLASS(WS-SUB) NOT = WS-SG-CLASS(WS-SUB - 1)
                 COMPUTE WS-SUB = WS-SUB - 1
                 PERFORM 6500-BRANCH-CLASS
                 COMPUTE WS-SUB = WS-SUB + 1
              END-IF
           END-IF
           IF WS-SG-BRNO(WS-SUB) NOT = WS-LAST-BRNO
              IF WS-LAST-BRNO NOT = SPACES
                 PERFORM 6700-BRANCH-TOTAL
              END-IF
              MOVE WS-SG-BRNO(WS-SUB) TO WS-LAST-BRNO
           END-IF

      * BASE RATE - THE CLASS AND STATE, ELSE THE CLASS, ELSE ALL.
           MOVE "P" TO WS-BASE-SRC
           MOVE WS-PORT-RATE TO WS-BASE-RATE
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-RC-CNT
              IF WS-RC-CLASS(WS-SUB2) = WS-SG-CLASS(WS-SUB)
                 AND WS-RC-ORIG(WS-SUB2) > 0
                 MOVE "C" TO WS-BASE-SRC
                 MOVE WS-RC-RATE(WS-SUB2) TO WS-BASE-RATE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-RT-CNT
              IF WS-RT-CLASS(WS-SUB2) = WS-SG-CLASS(WS-SUB)
                 AND WS-RT-STATE(WS-SUB2) = WS-SG-STATE(WS-SUB)
                 AND WS-RT-ORIG(WS-SUB2) > 0
                 MOVE "S" TO WS-BASE-SRC
                 MOVE WS-RT-RATE(WS-SUB2) TO WS-BASE-RATE
              END-IF
           END-PERFORM

      * QUALITATIVE - THE MOST SPECIFIC ROW THAT FITS.
           MOVE 0 TO WS-QUAL-PCT
           MOVE 0 TO WS-QUAL-LVL
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-QT-CNT
              EVALUATE TRUE
                  WHEN WS-QT-CLASS(WS-SUB2) = WS-SG-CLASS(WS-SUB)
                   AND WS-QT-STATE(WS-SUB2) = WS-SG-STATE(WS-SUB)
                     MOVE 3 TO WS-QUAL-LVL
                     MOVE WS-QT-PCT(WS-SUB2) TO WS-QUAL-PCT
                  WHEN WS-QT-CLASS(WS-SUB2) = WS-SG-CLASS(WS-SUB)
                   AND WS-QT-STATE(WS-SUB2) = "**"
                   AND WS-QUAL-LVL < 2
                     MOVE 2 TO WS-QUAL-LVL
                     MOVE WS-QT-PCT(WS-SUB2) TO WS-QUAL-PCT
                  WHEN WS-QT-CLASS(WS-SUB2) = "**"
                   AND WS-QT-STATE(WS-SUB2) = "**"
                   AND WS-QUAL-LVL < 1
                     MOVE 1 TO WS-QUAL-LVL
                     MOVE WS-QT-PCT(WS-SUB2) TO WS-QUAL-PCT
              END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
              IF WS-SG-LOANS(WS-SUB WS-BKT) > 0
                 PERFORM 6200-ONE-BUCKET
              END-IF
           END-PERFORM.
       6100-EXIT.
           EXIT.

       6200-ONE-BUCKET.
           COMPUTE WS-RATE = WS-BASE-RATE * WS-FACTOR(WS-BKT)
                           + WS-QUAL-PCT / 100
           IF WS-RATE < 0
              MOVE 0 TO WS-RATE
           END-IF
           IF WS-RATE > 1
              MOVE 1 TO WS-RATE
           END-IF
           COMPUTE WS-RESERVE ROUNDED =
               WS-SG-BAL(WS-SUB WS-BKT) * WS-RATE
           ADD WS-SG-BAL(WS-SUB WS-BKT) TO WS-SEG-BAL
           ADD WS-RESERVE               TO WS-SEG-RESERVE
           MOVE WS-SG-BRNO(WS-SUB)       TO SGL-BRNO
           MOVE WS-SG-CLASS(WS-SUB)      TO SGL-CLASS
           MOVE WS-SG-STATE(WS-SUB)      TO SGL-STATE
           MOVE WS-BKT-NAME(WS-BKT)      TO SGL-BUCKET
           MOVE WS-SG-LOANS(WS-SUB WS-BKT) TO SGL-LOANS
           MOVE WS-SG-BAL(WS-SUB WS-BKT) TO SGL-BAL
           COMPUTE SGL-BASE = WS-BASE-RATE * 100
           MOVE SPACES                   TO SGL-SRC
           MOVE WS-BASE-SRC              TO SGL-SRC(2:1)
           MOVE WS-FACTOR(WS-BKT)        TO SGL-FACTOR
           MOVE WS-QUAL-PCT              TO SGL-QUAL
           COMPUTE SGL-RATE = WS-RATE * 100
           MOVE WS-RESERVE               TO SGL-RESERVE
           MOVE WS-SEG-LINE TO SCH-LINE
           WRITE SCH-LINE.

      * ONE BRANCH AND CLASS IS COMPLETE (WS-SUB IS ITS LAST SEGMENT).
       6500-BRANCH-CLASS.
           MOVE WS-SG-BRNO(WS-SUB)  TO CLR-BRNO
           MOVE WS-SG-CLASS(WS-SUB) TO CLR-CLASS
           READ CLRSV-FILE
           IF CLRSV-STATUS = "00"
              MOVE "Y" TO WS-FOUND
              IF CLR-CUR-DATE = WS-PERIOD-END
                 MOVE CLR-PRV-RESERVE TO WS-PRIOR
              ELSE
                 MOVE CLR-CUR-RESERVE TO WS-PRIOR
                 MOVE CLR-CUR-DATE    TO CLR-PRV-DATE
                 MOVE CLR-CUR-RESERVE TO CLR-PRV-RESERVE
              END-IF
           ELSE
              MOVE "N" TO WS-FOUND
              MOVE 0 TO WS-PRIOR CLR-PRV-DATE CLR-PRV-RESERVE
           END-IF
           MOVE WS-SEG-RESERVE TO WS-RESERVE
           COMPUTE WS-CHANGE = WS-RESERVE - WS-PRIOR
           MOVE WS-SG-GL-PROV(WS-SUB)  TO CLR-GL-PROV
           MOVE WS-SG-GL-ALLOW(WS-SUB) TO CLR-GL-ALLOW
           MOVE WS-PERIOD-END          TO CLR-CUR-DATE
           MOVE WS-RESERVE             TO CLR-CUR-RESERVE
           MOVE WS-SEG-BAL             TO CLR-CUR-BAL
           IF WS-FOUND = "Y"
              REWRITE CLRSV-REC
           ELSE
              WRITE CLRSV-REC
           END-IF
           MOVE SPACES TO RSL-NOTE
           PERFORM 6600-PRINT-AND-BOOK THRU 6600-EXIT
           MOVE 0 TO WS-SEG-BAL WS-SEG-RESERVE.

       6600-PRINT-AND-BOOK.
           MOVE CLR-BRNO       TO RSL-BRNO
           MOVE SPACES         TO RSL-CLASS
           MOVE CLR-CLASS      TO RSL-CLASS(1:2)
           MOVE CLR-CUR-BAL    TO RSL-BAL
           MOVE WS-RESERVE     TO RSL-RESERVE
           MOVE 0              TO RSL-PCT
           IF CLR-CUR-BAL > 0
              COMPUTE RSL-PCT ROUNDED =
                  WS-RESERVE * 100 / CLR-CUR-BAL
           END-IF
           MOVE WS-PRIOR       TO RSL-PRIOR
           MOVE WS-CHANGE      TO RSL-CHANGE
           MOVE WS-RSV-LINE    TO RPT-LINE
           WRITE RPT-LINE
           ADD CLR-CUR-BAL     TO WS-BR-BAL WS-TOT-BAL
           ADD WS-RESERVE      TO WS-BR-RESERVE WS-TOT-RESERVE
           ADD WS-PRIOR        TO WS-BR-PRIOR WS-TOT-PRIOR
           ADD WS-CHANGE       TO WS-BR-CHANGE WS-TOT-CHANGE
           IF WS-CHANGE = 0
              GO TO 6600-EXIT.
      * ONE JOURNAL PER BRANCH AND CLASS, UNDER A PSEUDO ACCOUNT.
           MOVE CLR-BRNO       TO CLL-BRNO
           MOVE SPACES         TO CLL-ACCTNO
           STRING "CECL" CLR-CLASS
               DELIMITED BY SIZE INTO CLL-ACCTNO
           MOVE 0              TO CLL-SEQNO
           MOVE WS-PERIOD-END  TO CLL-LTOUCH-DATE
           MOVE CLR-GL-PROV    TO CLL-GLNO(1)
           MOVE WS-CHANGE      TO CLL-GLAMT(1)
           MOVE CLR-GL-ALLOW   TO CLL-GLNO(2)
           COMPUTE CLL-GLAMT(2) = 0 - WS-CHANGE
           MOVE SPACES         TO CLL-GLNO(3)
           MOVE 0              TO CLL-GLAMT(3)
           WRITE CLLXG-REC
           ADD 1 TO WS-CNT-JRNL
           IF WS-CHANGE > 0
              ADD WS-CHANGE TO WS-TOT-JRNL-DR
           ELSE
              SUBTRACT WS-CHANGE FROM WS-TOT-JRNL-CR
           END-IF.
       6600-EXIT.
           EXIT.

       6700-BRANCH-TOTAL.
           MOVE SPACES         TO RSL-BRNO
           MOVE "BR TOT"       TO RSL-CLASS
           MOVE WS-BR-BAL      TO RSL-BAL
           MOVE WS-BR-RESERVE  TO RSL-RESERVE
           MOVE 0              TO RSL-PCT
           IF WS-BR-BAL > 0
              COMPUTE RSL-PCT ROUNDED =
                  WS-BR-RESERVE * 100 / WS-BR-BAL
           END-IF
           MOVE WS-BR-PRIOR    TO RSL-PRIOR
           MOVE WS-BR-CHANGE   TO RSL-CHANGE
           MOVE SPACES         TO RSL-NOTE
           MOVE WS-RSV-LINE    TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-BR-BAL WS-BR-RESERVE WS-BR-PRIOR WS-BR-CHANGE.

      *----------------------------------------------------------------*
      * A BRANCH AND CLASS WITH A RESERVE LAST PERIOD AND NO OPEN LOANS
      * THIS PERIOD WAS NOT TOUCHED ABOVE - RELEASE ALL OF IT.
      *----------------------------------------------------------------*
       7000-RELEASE-EMPTY.
           MOVE LOW-VALUES TO CLR-KEY
           START CLRSV-FILE KEY IS NOT LESS THAN CLR-KEY
               INVALID KEY SET CLRSV-EOF TO TRUE
           END-START
           IF NOT CLRSV-EOF
              READ CLRSV-FILE NEXT RECORD
                  AT END SET CLRSV-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 7100-ONE-RESERVE UNTIL CLRSV-EOF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES         TO RSL-BRNO RSL-NOTE
           MOVE "TOTAL"        TO RSL-CLASS
           MOVE WS-TOT-BAL     TO RSL-BAL
           MOVE WS-TOT-RESERVE TO RSL-RESERVE
           MOVE 0              TO RSL-PCT
           IF WS-TOT-BAL > 0
              COMPUTE RSL-PCT ROUNDED =
                  WS-TOT-RESERVE * 100 / WS-TOT-BAL
           END-IF
           MOVE WS-TOT-PRIOR   TO RSL-PRIOR
           MOVE WS-TOT-CHANGE  TO RSL-CHANGE
           MOVE WS-RSV-LINE    TO RPT-LINE
           WRITE RPT-LINE.

      * A RERUN FINDS ITS OWN EARLIER RELEASE (DATED THIS PERIOD, NO
      * BALANCE) AND BOOKS IT AGAIN, SINCE CLLXG IS WRITTEN AFRESH.
       7100-ONE-RESERVE.
           MOVE "N" TO WS-FOUND
           IF CLR-CUR-DATE < WS-PERIOD-END
              AND CLR-CUR-RESERVE NOT = 0
              MOVE "Y" TO WS-FOUND
              MOVE CLR-CUR-DATE    TO CLR-PRV-DATE
              MOVE CLR-CUR-RESERVE TO CLR-PRV-RESERVE
           END-IF
           IF CLR-CUR-DATE = WS-PERIOD-END
              AND CLR-CUR-BAL = 0 AND CLR-CUR-RESERVE = 0
              AND CLR-PRV-RESERVE NOT = 0
              MOVE "Y" TO WS-FOUND
           END-IF
           IF WS-FOUND = "Y"
              MOVE CLR-PRV-RESERVE TO WS-PRIOR
              MOVE 0               TO WS-RESERVE CLR-CUR-RESERVE
                                      CLR-CUR-BAL
              MOVE WS-PERIOD-END   TO CLR-CUR-DATE
              COMPUTE WS-CHANGE = 0 - WS-PRIOR
              REWRITE CLRSV-REC
              ADD 1 TO WS-CNT-RELEASED
              IF WS-CNT-RELEASED = 1
                 MOVE SPACES TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE "NO OPEN LOANS - RESERVE RELEASED" TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
              MOVE "NO OPEN LOANS" TO RSL-NOTE
              PERFORM 6600-PRINT-AND-BOOK THRU 6600-EXIT
           END-IF
           READ CLRSV-FILE NEXT RECORD
               AT END SET CLRSV-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * THE SEGMENTS TIE TO THE RESERVE REPORT, AND THE CHANGE TO THE
      * JOURNAL.
      *----------------------------------------------------------------*
       8000-TIE-OUT.
           MOVE SPACES TO SCH-LINE
           WRITE SCH-LINE
           MOVE "D. TIE-OUT" TO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-TOT-BAL TO WS-EDIT-AMT
           MOVE SPACES TO SCH-LINE
           STRING "OPEN BALANCE RESERVED (SECTION C)  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-TOT-RESERVE TO WS-EDIT-AMT
           MOVE SPACES TO SCH-LINE
           STRING "ALLOWANCE REQUIRED (CECL.RPT)      " WS-EDIT-AMT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-TOT-PRIOR TO WS-EDIT-AMT
           MOVE SPACES TO SCH-LINE
           STRING "LESS ALLOWANCE LAST PERIOD         " WS-EDIT-AMT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-TOT-CHANGE TO WS-EDIT-AMT
           MOVE SPACES TO SCH-LINE
           STRING "PROVISION FOR THE PERIOD           " WS-EDIT-AMT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-TOT-JRNL-DR TO WS-EDIT-AMT
           MOVE SPACES TO SCH-LINE
           STRING "  JOURNALED AS PROVISION (CLLXG)   " WS-EDIT-AMT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-TOT-JRNL-CR TO WS-EDIT-AMT
           MOVE SPACES TO SCH-LINE
           STRING "  JOURNALED AS RELEASE (CLLXG)     " WS-EDIT-AMT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE SPACES TO SCH-LINE
           IF WS-TOT-JRNL-DR - WS-TOT-JRNL-CR = WS-TOT-CHANGE
              MOVE "JOURNAL AGREES WITH PROVISION" TO SCH-LINE
           ELSE
              MOVE "*** JOURNAL DOES NOT AGREE WITH PROVISION ***"
                  TO SCH-LINE
           END-IF
           WRITE SCH-LINE
           MOVE SPACES TO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-CNT-READ TO WS-EDIT-CNT
           MOVE SPACES TO SCH-LINE
           STRING "LOANS ON EXTRACT:           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-CNT-OPEN TO WS-EDIT-CNT
           MOVE SPACES TO SCH-LINE
           STRING "OPEN LOANS RESERVED:        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-CNT-NODATE TO WS-EDIT-CNT
           MOVE SPACES TO SCH-LINE
           STRING "NO LOAN DATE - NO VINTAGE:  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-CNT-VIN-NEW TO WS-EDIT-CNT
           MOVE SPACES TO SCH-LINE
           STRING "VINTAGES ADDED:             " WS-EDIT-CNT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-CNT-VIN-UPD TO WS-EDIT-CNT
           MOVE SPACES TO SCH-LINE
           STRING "VINTAGES UPDATED:           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-CNT-VIN-KEPT TO WS-EDIT-CNT
           MOVE SPACES TO SCH-LINE
           STRING "VINTAGES HELD (PURGED):     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           MOVE WS-CNT-JRNL TO WS-EDIT-CNT
           MOVE SPACES TO SCH-LINE
           STRING "JOURNAL ROWS WRITTEN:       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO SCH-LINE
           WRITE SCH-LINE
           IF WS-CNT-OVERFLOW > 0
              MOVE WS-CNT-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO SCH-LINE
              STRING "*** TABLE FULL - ITEMS LEFT OUT: " WS-EDIT-CNT
                  " - RESERVE IS INCOMPLETE ***"
                  DELIMITED BY SIZE INTO SCH-LINE
              WRITE SCH-LINE
           END-IF.

       9999-EXIT.
           CLOSE CLPRM-FILE CLEXT-FILE CLVIN-FILE CLQ-FILE CLRSV-FILE
                 CLLXG-FILE CECL-RPT CECLSCH-RPT
           STOP RUN.
