      *================================================================*
      *   P R O G R A M :  I N S C O M                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-06-26
      *  DESC: MONTH-END CREDIT INSURANCE COMMISSION LEDGER, UNEARNED
      *        PREMIUM RESERVE AND CARRIER STATEMENT RECONCILIATION.
      *        ICEXT CARRIES EVERY CERTIFICATE IN FORCE AT THE PERIOD
      *        END OR CANCELLED DURING THE MONTH (LN-INSPREM, LN-
      *        INSEFF-DATE/LN-INSEXP-DATE AND THE LTI ROW'S CARRIER
      *        AND COVERAGE TYPE; PREMIUMS LN-INSOURS MARKS "M" ARE
      *        NOT OURS AND ARE LEFT OFF).
      *        1. THE LEDGER.  THE KEYED ICL FILE HOLDS ONE ROW PER
      *           CERTIFICATE.  THE MONTH A CERTIFICATE FIRST APPEARS
      *           ITS COMMISSION IS WRITTEN AT THE ICRMNT TABLE'S RATE
      *           FOR ITS CARRIER, COVERAGE AND STATE (THE "**" STATE
      *           ROW WHEN THERE IS NO STATE ROW), AND THE RATE IS
      *           KEPT ON THE ROW.  THE MONTH IT CANCELS - PAYOFF,
      *           MID-TERM OR CLAIM - THE CARRIER'S CHARGEBACK IS THE
      *           REFUNDED PREMIUM AT THAT SAME RATE, WHERE THE TABLE
      *           SAYS THE CARRIER CHARGES BACK.  A CERTIFICATE WITH
      *           NO RATE IS LISTED AND WAITS FOR ONE.
      *        2. THE RESERVE.  EACH CERTIFICATE STILL IN FORCE HOLDS
      *           THE PREMIUM FOR ITS REMAINING WHOLE MONTHS, EARNED
      *           BY THE CARRIER'S METHOD ON THE TABLE - RULE OF 78S,
      *           PRO RATA, OR THE MEAN OF THE TWO.  THE RESERVE AND
      *           THE COMMISSION STILL EXPOSED TO CHARGEBACK ARE KEPT
      *           BY MONTH, CARRIER AND COVERAGE ON ICUPR AND SHOWN
      *           AGAINST THE MONTH BEFORE.
      *        3. THE STATEMENTS.  ICSTM CARRIES THE CARRIERS' MONTHLY
      *           COMMISSION STATEMENT LINES.  EACH COMMISSION WRITTEN
      *           OR CHARGED BACK THIS MONTH IS MATCHED TO ITS LINE AND
      *           ICVAR.RPT LISTS AMOUNTS THAT DIFFER, EXPECTED ITEMS
      *           MISSING FROM THE STATEMENT, STATEMENT ITEMS WE DID
      *           NOT EXPECT, CARRIERS THAT SENT NO STATEMENT, AND
      *           EACH CARRIER'S EXPECTED AGAINST STATEMENT TOTAL.
      *        A RERUN OF THE SAME MONTH REPLACES THAT MONTH'S FIGURES.
      *        RETURN-CODE 4 WHEN ANY VARIANCE OR MISSING RATE IS LEFT.
      *
      *  MOD HISTORY:
      *   062628 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCOM.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-06-26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ICPRM-FILE ASSIGN TO "ICPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICPRM-STATUS.

           SELECT ICEXT-FILE ASSIGN TO "ICEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICEXT-STATUS.

           SELECT ICR-FILE ASSIGN TO "ICR"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ICR-KEY
               FILE STATUS IS ICR-STATUS.

           SELECT ICL-FILE ASSIGN TO "ICL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ICL-KEY
               FILE STATUS IS ICL-STATUS.

           SELECT ICUPR-FILE ASSIGN TO "ICUPR"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ICU-KEY
               FILE STATUS IS ICUPR-STATUS.

           SELECT OPTIONAL ICSTM-FILE ASSIGN TO "ICSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICSTM-STATUS.

           SELECT ICSW-FILE ASSIGN TO "ICSW"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ICW-KEY
               FILE STATUS IS ICSW-STATUS.

           SELECT INSCOM-RPT ASSIGN TO "INSCOM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT ICVAR-RPT ASSIGN TO "ICVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ICPRM-FILE.
       01  ICPRM-REC.
           05  PRM-PERIOD-END        PIC 9(08).

       FD  ICEXT-FILE.
       01  ICEXT-REC.
           05  ICX-BRNO              PIC X(04).
           05  ICX-ACCTNO            PIC X(10).
           05  ICX-SEQNO             PIC 9(02).
           05  ICX-CARRIER           PIC X(10).
      * LTI-INS-TYPE: 1-4 CREDIT LIFE, 5-8 A&H, OTHERS PROPERTY.
           05  ICX-INS-TYPE          PIC 9(02).
           05  ICX-STATE             PIC X(02).
           05  ICX-EFF-DATE          PIC 9(08).
           05  ICX-EXP-DATE          PIC 9(08).
           05  ICX-TERM              PIC 9(03).
           05  ICX-PREMIUM           PIC S9(07)V99.
           05  ICX-CANCEL-DATE       PIC 9(08).
      * P PAYOFF, M MID-TERM, C CLAIM.
           05  ICX-CANCEL-REASON     PIC X(01).
           05  ICX-REFUND            PIC S9(07)V99.

       FD  ICR-FILE.
       01  ICR-REC.
           05  ICR-KEY.
               10  ICR-CARRIER       PIC X(10).
               10  ICR-COVERAGE      PIC X(02).
               10  ICR-STATE         PIC X(02).
           05  ICR-COMM-PCT          PIC 9(03)V9(04).
           05  ICR-UPR-METHOD        PIC X(01).
           05  ICR-CHARGEBACK-FG     PIC X(01).
           05  ICR-REASON            PIC X(40).
           05  ICR-ADD-DATE          PIC 9(08).
           05  ICR-CHG-DATE          PIC 9(08).
           05  ICR-CHG-USER          PIC X(08).
           05  ICR-PRIOR-PCT         PIC 9(03)V9(04).

       FD  ICL-FILE.
       01  ICL-REC.
           05  ICL-KEY.
               10  ICL-BRNO          PIC X(04).
               10  ICL-ACCTNO        PIC X(10).
               10  ICL-SEQNO         PIC 9(02).
           05  ICL-CARRIER           PIC X(10).
           05  ICL-COVERAGE          PIC X(02).
           05  ICL-STATE             PIC X(02).
           05  ICL-EFF-DATE          PIC 9(08).
           05  ICL-EXP-DATE          PIC 9(08).
           05  ICL-TERM              PIC 9(03).
           05  ICL-PREMIUM           PIC S9(07)V99.
           05  ICL-COMM-PCT          PIC 9(03)V9(04).
           05  ICL-UPR-METHOD        PIC X(01).
           05  ICL-CHARGEBACK-FG     PIC X(01).
           05  ICL-COMM-WRITTEN      PIC S9(07)V99.
           05  ICL-WRITTEN-MONTH     PIC 9(06).
           05  ICL-STATUS-CD         PIC X(01).
               88  ICL-IN-FORCE                 VALUE "A".
               88  ICL-CANCELLED                VALUE "C".
           05  ICL-CANCEL-DATE       PIC 9(08).
           05  ICL-CANCEL-REASON     PIC X(01).
           05  ICL-REFUND            PIC S9(07)V99.
           05  ICL-COMM-CHARGEBACK   PIC S9(07)V99.
           05  ICL-CB-MONTH          PIC 9(06).
           05  ICL-LAST-MONTH        PIC 9(06).
           05  ICL-LAST-UPR          PIC S9(07)V99.

       FD  ICUPR-FILE.
       01  ICUPR-REC.
           05  ICU-KEY.
               10  ICU-MONTH         PIC 9(06).
               10  ICU-CARRIER       PIC X(10).
               10  ICU-COVERAGE      PIC X(02).
           05  ICU-METHOD            PIC X(01).
           05  ICU-CERTS             PIC 9(07).
           05  ICU-PREM-IN-FORCE     PIC S9(11)V99.
           05  ICU-UPR               PIC S9(11)V99.
           05  ICU-UNEARNED-COMM     PIC S9(11)V99.
           05  ICU-RUN-DATE          PIC 9(08).

      * COMMISSION IS SIGNED AS THE CARRIER PAYS IT: A WRITTEN ITEM
      * (W) POSITIVE, A CHARGEBACK (C) NEGATIVE.
       FD  ICSTM-FILE.
       01  ICSTM-REC.
           05  ICS-CARRIER           PIC X(10).
           05  ICS-STMT-MONTH        PIC 9(06).
           05  ICS-BRNO              PIC X(04).
           05  ICS-ACCTNO            PIC X(10).
           05  ICS-SEQNO             PIC 9(02).
           05  ICS-TYPE              PIC X(01).
           05  ICS-AMOUNT            PIC S9(07)V99.

      * THE MONTH'S STATEMENT LINES, ADDED UP BY ITEM.
       FD  ICSW-FILE.
       01  ICSW-REC.
           05  ICW-KEY.
               10  ICW-CARRIER       PIC X(10).
               10  ICW-BRNO          PIC X(04).
               10  ICW-ACCTNO        PIC X(10).
               10  ICW-SEQNO         PIC 9(02).
               10  ICW-TYPE          PIC X(01).
           05  ICW-AMOUNT            PIC S9(09)V99.
           05  ICW-MATCHED           PIC X(01).

       FD  INSCOM-RPT.
       01  RPT-LINE                  PIC X(132).

       FD  ICVAR-RPT.
       01  VAR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  ICPRM-STATUS              PIC XX.
           88  ICPRM-EOF                        VALUE "10".
       01  ICEXT-STATUS              PIC XX.
           88  ICEXT-EOF                        VALUE "10".
       01  ICR-STATUS                PIC XX.
           88  ICR-EOF                          VALUE "10".
       01  ICL-STATUS                PIC XX.
       01  ICUPR-STATUS              PIC XX.
       01  ICSTM-STATUS              PIC XX.
           88  ICSTM-EOF                        VALUE "10".
       01  ICSW-STATUS               PIC XX.
           88  ICSW-EOF                         VALUE "10".
       01  RPT-STATUS                PIC XX.
       01  VAR-STATUS                PIC XX.

      * A STATEMENT AMOUNT WITHIN THIS OF OURS IS CARRIER ROUNDING.
       77  WS-VAR-TOL                PIC 9(01)V99 VALUE 0.01.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-PERIOD-END             PIC 9(08).
       01  WS-PE-PARTS REDEFINES WS-PERIOD-END.
           05  WS-PE-YYYY            PIC 9(04).
           05  WS-PE-MM              PIC 9(02).
           05  WS-PE-DD              PIC 9(02).
       01  WS-MONTH                  PIC 9(06).
       01  WS-PRV-MONTH              PIC 9(06).
       01  WS-PRV-PARTS REDEFINES WS-PRV-MONTH.
           05  WS-PRV-YYYY           PIC 9(04).
           05  WS-PRV-MM             PIC 9(02).
       01  WS-EFF-DATE               PIC 9(08).
       01  WS-EFF-PARTS REDEFINES WS-EFF-DATE.
           05  WS-EFF-YYYY           PIC 9(04).
           05  WS-EFF-MM             PIC 9(02).
           05  WS-EFF-DD             PIC 9(02).
       01  WS-EXP-DATE               PIC 9(08).
       01  WS-EXP-PARTS REDEFINES WS-EXP-DATE.
           05  WS-EXP-YYYY           PIC 9(04).
           05  WS-EXP-MM             PIC 9(02).
           05  WS-EXP-DD             PIC 9(02).

       01  WS-FOUND                  PIC X(01).
       01  WS-RATE-FOUND             PIC X(01).
       01  WS-STMT-FOUND             PIC X(01).
       01  WS-COVERAGE               PIC X(02).
       01  WS-METHOD                 PIC X(01).
       01  WS-CHARGEBACK-FG          PIC X(01).
       01  WS-TERM                   PIC S9(05).
       01  WS-ELAPSED                PIC S9(05).
       01  WS-LEFT                   PIC S9(05).
       01  WS-UPR                    PIC S9(07)V99.
       01  WS-UPR-78                 PIC S9(07)V99.
       01  WS-UPR-PR                 PIC S9(07)V99.
       01  WS-UNEARNED-COMM          PIC S9(07)V99.
       01  WS-ITEM-TYPE              PIC X(01).
       01  WS-ITEM-AMT               PIC S9(09)V99.
       01  WS-STMT-AMT               PIC S9(09)V99.
       01  WS-DIFF                   PIC S9(09)V99.
       01  WS-ABS-DIFF               PIC S9(09)V99.
       01  WS-NOTE                   PIC X(24).

       01  WS-CNT-EXT                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FUTURE             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NO-RATE            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CANCEL             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-IN-FORCE           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-STMT               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-STMT-SKIP          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-MATCHED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-VARIANCE           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NO-STMT            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVERFLOW           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

      * THE RATE TABLE, IN ICR KEY ORDER.
       01  WS-RT-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-RT-SUB                 PIC 9(04) COMP.
       01  WS-RT-KEY.
           05  WS-RT-KEY-CARRIER     PIC X(10).
           05  WS-RT-KEY-COVERAGE    PIC X(02).
           05  WS-RT-KEY-STATE       PIC X(02).
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 1000 TIMES.
               10  WS-RT-ROW-KEY     PIC X(14).
               10  WS-RT-PCT         PIC 9(03)V9(04).
               10  WS-RT-METHOD      PIC X(01).
               10  WS-RT-CHARGEBACK  PIC X(01).

      * ACTIVITY AND RESERVE BY CARRIER AND COVERAGE.
      * COUNTS: 1 WRITTEN, 2-4 CANCELLED BY PAYOFF, MID-TERM, CLAIM,
      * 5 IN FORCE.
      * AMOUNTS: 1 PREMIUM WRITTEN, 2 COMMISSION WRITTEN, 3 PREMIUM
      * REFUNDED, 4 COMMISSION CHARGED BACK, 5 PREMIUM IN FORCE,
      * 6 UNEARNED PREMIUM RESERVE, 7 UNEARNED COMMISSION, 8 RESERVE
      * THE MONTH BEFORE.
       01  WS-CV-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-CV-SUB                 PIC 9(03) COMP.
       01  WS-SHIFT-SUB              PIC 9(04) COMP.
       01  WS-COL                    PIC 9(01) COMP.
       01  WS-CV-KEY.
           05  WS-CV-KEY-CARRIER     PIC X(10).
           05  WS-CV-KEY-COVERAGE    PIC X(02).
       01  WS-CV-TABLE.
           05  WS-CV-ENTRY OCCURS 301 TIMES.
               10  WS-CV-ROW-KEY.
                   15  WS-CV-CARRIER PIC X(10).
                   15  WS-CV-COVERAGE
                                     PIC X(02).
               10  WS-CV-METHOD      PIC X(01).
               10  WS-CV-NUM         PIC 9(07) COMP
                                     OCCURS 5 TIMES.
               10  WS-CV-AMT         PIC S9(11)V99 COMP-3
                                     OCCURS 8 TIMES.
       01  WS-CO-ENTRY.
           05  WS-CO-NUM             PIC 9(07) COMP
                                     OCCURS 5 TIMES.
           05  WS-CO-AMT             PIC S9(11)V99 COMP-3
                                     OCCURS 8 TIMES.

      * EXPECTED AGAINST STATEMENT BY CARRIER.
       01  WS-CR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-CR-SUB                 PIC 9(03) COMP.
       01  WS-CR-KEY                 PIC X(10).
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 201 TIMES.
               10  WS-CR-CARRIER     PIC X(10).
               10  WS-CR-HAS-STMT    PIC X(01).
               10  WS-CR-VAR-CNT     PIC 9(07) COMP.
               10  WS-CR-EXPECTED    PIC S9(11)V99 COMP-3.
               10  WS-CR-STATEMENT   PIC S9(11)V99 COMP-3.
       01  WS-CR-TOTALS.
           05  WS-CRT-VAR-CNT        PIC 9(07) COMP.
           05  WS-CRT-EXPECTED       PIC S9(11)V99 COMP-3.
           05  WS-CRT-STATEMENT      PIC S9(11)V99 COMP-3.

       01  WS-NR-HDR.
           05  FILLER PIC X(40) VALUE
               "BR   ACCOUNT    SQ CARRIER    CV ST  EFF".
           05  FILLER PIC X(20) VALUE
               "ECT          PREMIUM".
       01  WS-NR-LINE.
           05  NRL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  NRL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  NRL-SEQNO             PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  NRL-CARRIER           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  NRL-COVERAGE          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  NRL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NRL-EFF-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NRL-PREMIUM           PIC Z,ZZZ,ZZ9.99-.

       01  WS-ACT-HDR1.
           05  FILLER PIC X(40) VALUE
               "              -------------- WRITTEN ---".
           05  FILLER PIC X(40) VALUE
               "-----------     ------------------- CANC".
           05  FILLER PIC X(40) VALUE
               "ELLED -------------------            NET".
       01  WS-ACT-HDR2.
           05  FILLER PIC X(40) VALUE
               "CARRIER    CV   CERTS        PREMIUM    ".
           05  FILLER PIC X(40) VALUE
               " COMMISSION  PAYOFF MIDTERM   CLAIM     ".
           05  FILLER PIC X(40) VALUE
               "  REFUNDED    CHARGEBACKS     COMMISSION".
       01  WS-ACT-LINE.
           05  ACT-CARRIER           PIC X(11).
           05  ACT-COVERAGE          PIC X(03).
           05  ACT-WRITTEN           PIC ZZZ,ZZ9.
           05  ACT-PREMIUM           PIC ZZZ,ZZZ,ZZ9.99-.
           05  ACT-COMMISSION        PIC ZZZ,ZZZ,ZZ9.99-.
           05  ACT-CANCEL-CELL OCCURS 3 TIMES.
               10  FILLER            PIC X(01).
               10  ACT-CANCEL        PIC ZZZ,ZZ9.
           05  ACT-REFUNDED          PIC ZZZ,ZZZ,ZZ9.99-.
           05  ACT-CHARGEBACK        PIC ZZZ,ZZZ,ZZ9.99-.
           05  ACT-NET               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-UPR-HDR.
           05  FILLER PIC X(40) VALUE
               "CARRIER    CV M  CERTS   PREMIUM IN FORC".
           05  FILLER PIC X(40) VALUE
               "E        RESERVE    PRIOR MONTH         ".
           05  FILLER PIC X(21) VALUE
               "CHANGE  UNEARNED COMM".
       01  WS-UPR-LINE.
           05  UPL-CARRIER           PIC X(11).
           05  UPL-COVERAGE          PIC X(03).
           05  UPL-METHOD            PIC X(01).
           05  UPL-CERTS             PIC ZZZ,ZZ9.
           05  UPL-PREMIUM           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  UPL-UPR               PIC ZZZ,ZZZ,ZZ9.99-.
           05  UPL-PRIOR             PIC ZZZ,ZZZ,ZZ9.99-.
           05  UPL-CHANGE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  UPL-UNEARNED-COMM     PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-VAR-HDR.
           05  FILLER PIC X(40) VALUE
               "CARRIER    BR   ACCOUNT    SQ T      EXP".
           05  FILLER PIC X(40) VALUE
               "ECTED      STATEMENT     DIFFERENCE  NOT".
           05  FILLER PIC X(01) VALUE
               "E".
       01  WS-VAR-LINE.
           05  VRL-CARRIER           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  VRL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  VRL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  VRL-SEQNO             PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  VRL-TYPE              PIC X(01).
           05  VRL-EXPECTED          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  VRL-STATEMENT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  VRL-DIFF              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VRL-NOTE              PIC X(24).

       01  WS-CRS-HDR.
           05  FILLER PIC X(40) VALUE
               "CARRIER          EXPECTED       STATEMEN".
           05  FILLER PIC X(30) VALUE
               "T      DIFFERENCE  ITEMS  NOTE".
       01  WS-CRS-LINE.
           05  CRL-CARRIER           PIC X(10).
           05  CRL-EXPECTED          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CRL-STATEMENT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CRL-DIFF              PIC ZZZ,ZZZ,ZZ9.99-.
           05  CRL-ITEMS             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CRL-NOTE              PIC X(24).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RATES
           PERFORM 1200-LOAD-STATEMENTS
           PERFORM 2000-PROCESS-EXTRACT
           PERFORM 4000-UNMATCHED-STATEMENT
           PERFORM 5000-PRINT-ACTIVITY
           PERFORM 5500-PRINT-RESERVE
           PERFORM 6000-CARRIER-SUMMARY
           PERFORM 7000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ICPRM-FILE
           OPEN INPUT  ICEXT-FILE
           OPEN INPUT  ICR-FILE
           OPEN INPUT  ICSTM-FILE
           OPEN I-O ICL-FILE
           IF ICL-STATUS = "35"
              OPEN OUTPUT ICL-FILE
              CLOSE ICL-FILE
              OPEN I-O ICL-FILE
           END-IF
           OPEN I-O ICUPR-FILE
           IF ICUPR-STATUS = "35"
              OPEN OUTPUT ICUPR-FILE
              CLOSE ICUPR-FILE
              OPEN I-O ICUPR-FILE
           END-IF
           OPEN OUTPUT ICSW-FILE
           CLOSE ICSW-FILE
           OPEN I-O ICSW-FILE
           OPEN OUTPUT INSCOM-RPT
           OPEN OUTPUT ICVAR-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PERIOD-END
           READ ICPRM-FILE AT END SET ICPRM-EOF TO TRUE END-READ
           IF NOT ICPRM-EOF AND PRM-PERIOD-END NUMERIC
              AND PRM-PERIOD-END NOT = 0
              MOVE PRM-PERIOD-END TO WS-PERIOD-END
           END-IF
           MOVE WS-PERIOD-END(1:6) TO WS-MONTH
           MOVE WS-MONTH TO WS-PRV-MONTH
           IF WS-PRV-MM = 1
              SUBTRACT 1 FROM WS-PRV-YYYY
              MOVE 12 TO WS-PRV-MM
           ELSE
              SUBTRACT 1 FROM WS-PRV-MM
           END-IF
           INITIALIZE WS-CV-TABLE WS-CO-ENTRY WS-CR-TABLE
                      WS-CR-TOTALS
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT INSURANCE COMMISSION AND UNEARNED PREMIUM - "
                  "MONTH " WS-MONTH " THRU " WS-PERIOD-END
                  "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CERTIFICATES WITH NO COMMISSION RATE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NR-HDR TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO VAR-LINE
           STRING "CARRIER COMMISSION STATEMENT VARIANCES - MONTH "
                  WS-MONTH "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE SPACES TO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-VAR-HDR TO VAR-LINE
           WRITE VAR-LINE.

      *----------------------------------------------------------------*
      * THE WHOLE RATE TABLE, READ IN KEY ORDER.
      *----------------------------------------------------------------*
       1100-LOAD-RATES.
           MOVE LOW-VALUES TO ICR-KEY
           START ICR-FILE KEY IS NOT LESS THAN ICR-KEY
               INVALID KEY SET ICR-EOF TO TRUE
           END-START
           IF NOT ICR-EOF
              READ ICR-FILE NEXT RECORD
                  AT END SET ICR-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 1110-LOAD-ONE-RATE UNTIL ICR-EOF.

       1110-LOAD-ONE-RATE.
           IF WS-RT-CNT < 1000
              ADD 1 TO WS-RT-CNT
              MOVE ICR-KEY           TO WS-RT-ROW-KEY(WS-RT-CNT)
              MOVE ICR-COMM-PCT      TO WS-RT-PCT(WS-RT-CNT)
              MOVE ICR-UPR-METHOD    TO WS-RT-METHOD(WS-RT-CNT)
              MOVE ICR-CHARGEBACK-FG TO WS-RT-CHARGEBACK(WS-RT-CNT)
           ELSE
              ADD 1 TO WS-CNT-OVERFLOW
           END-IF
           READ ICR-FILE NEXT RECORD
               AT END SET ICR-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * THE MONTH'S STATEMENT LINES, ADDED UP BY CARRIER, CERTIFICATE
      * AND ITEM TYPE.  LINES FOR ANOTHER MONTH ARE COUNTED AND LEFT.
      *----------------------------------------------------------------*
       1200-LOAD-STATEMENTS.
           READ ICSTM-FILE AT END SET ICSTM-EOF TO TRUE END-READ
           PERFORM 1210-LOAD-ONE-LINE UNTIL ICSTM-EOF.

       1210-LOAD-ONE-LINE.
           IF ICS-STMT-MONTH NOT = WS-MONTH
              ADD 1 TO WS-CNT-STMT-SKIP
           ELSE
              ADD 1 TO WS-CNT-STMT
              MOVE ICS-CARRIER TO WS-CR-KEY
              PERFORM 3600-FIND-CARRIER THRU 3600-EXIT
              MOVE "Y" TO WS-CR-HAS-STMT(WS-CR-SUB)
              ADD ICS-AMOUNT TO WS-CR-STATEMENT(WS-CR-SUB)
                                WS-CRT-STATEMENT
              MOVE ICS-CARRIER TO ICW-CARRIER
              MOVE ICS-BRNO    TO ICW-BRNO
              MOVE ICS-ACCTNO  TO ICW-ACCTNO
              MOVE ICS-SEQNO   TO ICW-SEQNO
              MOVE ICS-TYPE    TO ICW-TYPE
              READ ICSW-FILE
                  INVALID KEY
                     MOVE ICS-AMOUNT TO ICW-AMOUNT
                     MOVE "N"        TO ICW-MATCHED
                     WRITE ICSW-REC
                  NOT INVALID KEY
                     ADD ICS-AMOUNT TO ICW-AMOUNT
                     REWRITE ICSW-REC
              END-READ
           END-IF
           READ ICSTM-FILE AT END SET ICSTM-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * EVERY CERTIFICATE ON THE EXTRACT.
      *----------------------------------------------------------------*
       2000-PROCESS-EXTRACT.
           READ ICEXT-FILE AT END SET ICEXT-EOF TO TRUE END-READ
           PERFORM 2100-PROCESS-ONE THRU 2100-NEXT
               UNTIL ICEXT-EOF.

       2100-PROCESS-ONE.
           ADD 1 TO WS-CNT-EXT
           IF ICX-EFF-DATE > WS-PERIOD-END
              ADD 1 TO WS-CNT-FUTURE
              GO TO 2100-NEXT
           END-IF
           EVALUATE ICX-INS-TYPE
               WHEN 1 THRU 4 MOVE "CL" TO WS-COVERAGE
               WHEN 5 THRU 8 MOVE "AH" TO WS-COVERAGE
               WHEN OTHER    MOVE "PP" TO WS-COVERAGE
           END-EVALUATE
           PERFORM 2300-FIND-RATE THRU 2300-EXIT
           MOVE ICX-BRNO   TO ICL-BRNO
           MOVE ICX-ACCTNO TO ICL-ACCTNO
           MOVE ICX-SEQNO  TO ICL-SEQNO
           READ ICL-FILE
               INVALID KEY MOVE "N" TO WS-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR ICL-WRITTEN-MONTH = WS-MONTH
              IF WS-RATE-FOUND = "N"
                 PERFORM 2200-NO-RATE
                 GO TO 2100-NEXT
              END-IF
              PERFORM 2400-WRITE-PREMIUM
           ELSE
              IF WS-RATE-FOUND = "N"
                 MOVE ICL-UPR-METHOD    TO WS-METHOD
                 MOVE ICL-CHARGEBACK-FG TO WS-CHARGEBACK-FG
              END-IF
              MOVE WS-METHOD        TO ICL-UPR-METHOD
              MOVE WS-CHARGEBACK-FG TO ICL-CHARGEBACK-FG
           END-IF
           MOVE ICL-CARRIER  TO WS-CV-KEY-CARRIER WS-CR-KEY
           MOVE ICL-COVERAGE TO WS-CV-KEY-COVERAGE
           PERFORM 3500-FIND-CV THRU 3500-EXIT
           MOVE ICL-UPR-METHOD TO WS-CV-METHOD(WS-CV-SUB)
           IF ICL-WRITTEN-MONTH = WS-MONTH
              ADD 1 TO WS-CV-NUM(WS-CV-SUB, 1) WS-CO-NUM(1)
              ADD ICL-PREMIUM TO WS-CV-AMT(WS-CV-SUB, 1)
                                 WS-CO-AMT(1)
              ADD ICL-COMM-WRITTEN TO WS-CV-AMT(WS-CV-SUB, 2)
                                      WS-CO-AMT(2)
              MOVE "W"              TO WS-ITEM-TYPE
              MOVE ICL-COMM-WRITTEN TO WS-ITEM-AMT
              PERFORM 2600-MATCH-ITEM THRU 2600-EXIT
           END-IF
           IF ICX-CANCEL-DATE NOT = 0
              AND ICX-CANCEL-DATE NOT > WS-PERIOD-END
              AND (ICL-CB-MONTH = 0 OR ICL-CB-MONTH = WS-MONTH)
              PERFORM 2450-CANCEL
           ELSE
              IF ICL-CB-MONTH = WS-MONTH
                 PERFORM 2460-UNCANCEL
              END-IF
           END-IF
           MOVE 0        TO ICL-LAST-UPR
           MOVE WS-MONTH TO ICL-LAST-MONTH
           IF ICL-IN-FORCE
              PERFORM 2500-RESERVE
           END-IF
           IF WS-FOUND = "Y"
              REWRITE ICL-REC
           ELSE
              WRITE ICL-REC
           END-IF.
       2100-NEXT.
           READ ICEXT-FILE AT END SET ICEXT-EOF TO TRUE END-READ.

       2200-NO-RATE.
           ADD 1 TO WS-CNT-NO-RATE
           MOVE ICX-BRNO     TO NRL-BRNO
           MOVE ICX-ACCTNO   TO NRL-ACCTNO
           MOVE ICX-SEQNO    TO NRL-SEQNO
           MOVE ICX-CARRIER  TO NRL-CARRIER
           MOVE WS-COVERAGE  TO NRL-COVERAGE
           MOVE ICX-STATE    TO NRL-STATE
           MOVE ICX-EFF-DATE TO NRL-EFF-DATE
           MOVE ICX-PREMIUM  TO NRL-PREMIUM
           MOVE WS-NR-LINE   TO RPT-LINE
           WRITE RPT-LINE.

      * THE STATE'S ROW, ELSE THE CARRIER'S ALL-STATES ROW.
       2300-FIND-RATE.
           MOVE "Y"         TO WS-RATE-FOUND
           MOVE ICX-CARRIER TO WS-RT-KEY-CARRIER
           MOVE WS-COVERAGE TO WS-RT-KEY-COVERAGE
           MOVE ICX-STATE   TO WS-RT-KEY-STATE
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-CNT
                      OR WS-RT-ROW-KEY(WS-RT-SUB) = WS-RT-KEY
               CONTINUE
           END-PERFORM
           IF WS-RT-SUB NOT > WS-RT-CNT
              GO TO 2300-FOUND
           END-IF
           MOVE "**" TO WS-RT-KEY-STATE
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-CNT
                      OR WS-RT-ROW-KEY(WS-RT-SUB) = WS-RT-KEY
               CONTINUE
           END-PERFORM
           IF WS-RT-SUB NOT > WS-RT-CNT
              GO TO 2300-FOUND
           END-IF
           MOVE "N" TO WS-RATE-FOUND
           GO TO 2300-EXIT.
       2300-FOUND.
           MOVE WS-RT-METHOD(WS-RT-SUB)     TO WS-METHOD
           MOVE WS-RT-CHARGEBACK(WS-RT-SUB) TO WS-CHARGEBACK-FG.
       2300-EXIT.
           EXIT.

      * A NEW CERTIFICATE, OR ONE WRITTEN THIS MONTH ON A RERUN.
       2400-WRITE-PREMIUM.
           IF WS-FOUND = "N"
              ADD 1 TO WS-CNT-NEW
              INITIALIZE ICL-REC
              MOVE ICX-BRNO   TO ICL-BRNO
              MOVE ICX-ACCTNO TO ICL-ACCTNO
              MOVE ICX-SEQNO  TO ICL-SEQNO
           END-IF
           MOVE ICX-CARRIER           TO ICL-CARRIER
           MOVE WS-COVERAGE           TO ICL-COVERAGE
           MOVE ICX-STATE             TO ICL-STATE
           MOVE ICX-EFF-DATE          TO ICL-EFF-DATE
           MOVE ICX-EXP-DATE          TO ICL-EXP-DATE
           MOVE ICX-TERM              TO ICL-TERM
           MOVE ICX-PREMIUM           TO ICL-PREMIUM
           MOVE WS-RT-PCT(WS-RT-SUB)  TO ICL-COMM-PCT
           MOVE WS-METHOD             TO ICL-UPR-METHOD
           MOVE WS-CHARGEBACK-FG      TO ICL-CHARGEBACK-FG
           COMPUTE ICL-COMM-WRITTEN ROUNDED =
                   ICL-PREMIUM * ICL-COMM-PCT / 100
           MOVE WS-MONTH              TO ICL-WRITTEN-MONTH
           MOVE "A"                   TO ICL-STATUS-CD
           MOVE 0                     TO ICL-CANCEL-DATE
                                         ICL-REFUND
                                         ICL-COMM-CHARGEBACK
                                         ICL-CB-MONTH
           MOVE SPACE                 TO ICL-CANCEL-REASON.

      * THE CARRIER TAKES BACK COMMISSION ON THE PREMIUM REFUNDED, AT
      * THE RATE IT WAS WRITTEN AT.
       2450-CANCEL.
           ADD 1 TO WS-CNT-CANCEL
           MOVE "C"               TO ICL-STATUS-CD
           MOVE ICX-CANCEL-DATE   TO ICL-CANCEL-DATE
           MOVE ICX-CANCEL-REASON TO ICL-CANCEL-REASON
           MOVE ICX-REFUND        TO ICL-REFUND
           MOVE WS-MONTH          TO ICL-CB-MONTH
           IF ICL-CHARGEBACK-FG = "Y"
              COMPUTE ICL-COMM-CHARGEBACK ROUNDED =
                      ICL-REFUND * ICL-COMM-PCT / 100
           ELSE
              MOVE 0 TO ICL-COMM-CHARGEBACK
           END-IF
           EVALUATE ICL-CANCEL-REASON
               WHEN "P"   MOVE 2 TO WS-COL
               WHEN "C"   MOVE 4 TO WS-COL
               WHEN OTHER MOVE 3 TO WS-COL
           END-EVALUATE
           ADD 1 TO WS-CV-NUM(WS-CV-SUB, WS-COL) WS-CO-NUM(WS-COL)
           ADD ICL-REFUND TO WS-CV-AMT(WS-CV-SUB, 3) WS-CO-AMT(3)
           ADD ICL-COMM-CHARGEBACK TO WS-CV-AMT(WS-CV-SUB, 4)
                                      WS-CO-AMT(4)
           IF ICL-COMM-CHARGEBACK NOT = 0
              MOVE "C" TO WS-ITEM-TYPE
              COMPUTE WS-ITEM-AMT = 0 - ICL-COMM-CHARGEBACK
              PERFORM 2600-MATCH-ITEM THRU 2600-EXIT
           END-IF.

      * A RERUN WHOSE EXTRACT NO LONGER SHOWS THIS MONTH'S CANCEL.
       2460-UNCANCEL.
           MOVE "A"   TO ICL-STATUS-CD
           MOVE 0     TO ICL-CANCEL-DATE ICL-REFUND
                         ICL-COMM-CHARGEBACK ICL-CB-MONTH
           MOVE SPACE TO ICL-CANCEL-REASON.

      *----------------------------------------------------------------*
      * THE PREMIUM STILL UNEARNED FOR THE WHOLE MONTHS LEFT AFTER THE
      * PERIOD END.  OF N MONTHS WITH K LEFT THE RULE OF 78S HOLDS
      * K(K+1)/N(N+1) OF THE PREMIUM AND PRO RATA K/N.
      *----------------------------------------------------------------*
       2500-RESERVE.
           IF ICL-EXP-DATE NOT = 0
              AND ICL-EXP-DATE NOT > WS-PERIOD-END
              GO TO 2500-EXIT
           END-IF
           MOVE ICL-EFF-DATE TO WS-EFF-DATE
           MOVE ICL-TERM     TO WS-TERM
           IF WS-TERM = 0
              MOVE ICL-EXP-DATE TO WS-EXP-DATE
              COMPUTE WS-TERM = (WS-EXP-YYYY - WS-EFF-YYYY) * 12
                              + WS-EXP-MM - WS-EFF-MM
           END-IF
           IF WS-TERM NOT > 0
              GO TO 2500-EXIT
           END-IF
           COMPUTE WS-ELAPSED = (WS-PE-YYYY - WS-EFF-YYYY) * 12
                              + WS-PE-MM - WS-EFF-MM
           IF WS-PE-DD < WS-EFF-DD
              SUBTRACT 1 FROM WS-ELAPSED
           END-IF
           IF WS-ELAPSED < 0
              MOVE 0 TO WS-ELAPSED
           END-IF
           IF WS-ELAPSED > WS-TERM
              MOVE WS-TERM TO WS-ELAPSED
           END-IF
           COMPUTE WS-LEFT = WS-TERM - WS-ELAPSED
           COMPUTE WS-UPR-78 ROUNDED = ICL-PREMIUM
                   * WS-LEFT * (WS-LEFT + 1)
                   / (WS-TERM * (WS-TERM + 1))
           COMPUTE WS-UPR-PR ROUNDED = ICL-PREMIUM
                   * WS-LEFT / WS-TERM
           EVALUATE ICL-UPR-METHOD
               WHEN "P"   MOVE WS-UPR-PR TO WS-UPR
               WHEN "M"   COMPUTE WS-UPR ROUNDED =
                                  (WS-UPR-78 + WS-UPR-PR) / 2
               WHEN OTHER MOVE WS-UPR-78 TO WS-UPR
           END-EVALUATE
           COMPUTE WS-UNEARNED-COMM ROUNDED =
                   WS-UPR * ICL-COMM-PCT / 100
           MOVE WS-UPR TO ICL-LAST-UPR
           ADD 1 TO WS-CNT-IN-FORCE
           ADD 1 TO WS-CV-NUM(WS-CV-SUB, 5) WS-CO-NUM(5)
           ADD ICL-PREMIUM TO WS-CV-AMT(WS-CV-SUB, 5) WS-CO-AMT(5)
           ADD WS-UPR TO WS-CV-AMT(WS-CV-SUB, 6) WS-CO-AMT(6)
           ADD WS-UNEARNED-COMM TO WS-CV-AMT(WS-CV-SUB, 7)
                                   WS-CO-AMT(7).
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE EXPECTED ITEM AGAINST THE CARRIER'S STATEMENT.  A CARRIER
      * THAT SENT NO STATEMENT IS REPORTED ONCE, NOT ITEM BY ITEM.
      *----------------------------------------------------------------*
       2600-MATCH-ITEM.
           PERFORM 3600-FIND-CARRIER THRU 3600-EXIT
           ADD WS-ITEM-AMT TO WS-CR-EXPECTED(WS-CR-SUB)
                              WS-CRT-EXPECTED
           IF WS-CR-HAS-STMT(WS-CR-SUB) NOT = "Y"
              GO TO 2600-EXIT
           END-IF
           MOVE ICL-CARRIER  TO ICW-CARRIER
           MOVE ICL-BRNO     TO ICW-BRNO
           MOVE ICL-ACCTNO   TO ICW-ACCTNO
           MOVE ICL-SEQNO    TO ICW-SEQNO
           MOVE WS-ITEM-TYPE TO ICW-TYPE
           READ ICSW-FILE
               INVALID KEY MOVE "N" TO WS-STMT-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-STMT-FOUND
           END-READ
           IF WS-STMT-FOUND = "N"
              MOVE ICL-CARRIER  TO ICW-CARRIER
              MOVE ICL-BRNO     TO ICW-BRNO
              MOVE ICL-ACCTNO   TO ICW-ACCTNO
              MOVE ICL-SEQNO    TO ICW-SEQNO
              MOVE WS-ITEM-TYPE TO ICW-TYPE
              MOVE 0 TO WS-STMT-AMT
              MOVE "NOT ON STATEMENT" TO WS-NOTE
           ELSE
              MOVE "Y" TO ICW-MATCHED
              REWRITE ICSW-REC
              MOVE ICW-AMOUNT TO WS-STMT-AMT
              MOVE "AMOUNT DIFFERS" TO WS-NOTE
           END-IF
           COMPUTE WS-DIFF = WS-STMT-AMT - WS-ITEM-AMT
           MOVE WS-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF < 0
              COMPUTE WS-ABS-DIFF = 0 - WS-ABS-DIFF
           END-IF
           IF WS-STMT-FOUND = "Y" AND WS-ABS-DIFF NOT > WS-VAR-TOL
              ADD 1 TO WS-CNT-MATCHED
              GO TO 2600-EXIT
           END-IF
           MOVE WS-ITEM-AMT TO VRL-EXPECTED
           PERFORM 2700-WRITE-VARIANCE.
       2600-EXIT.
           EXIT.

      * ICW-KEY, VRL-EXPECTED, WS-STMT-AMT, WS-DIFF AND WS-NOTE ARE SET.
       2700-WRITE-VARIANCE.
           ADD 1 TO WS-CNT-VARIANCE
                    WS-CR-VAR-CNT(WS-CR-SUB)
                    WS-CRT-VAR-CNT
           MOVE ICW-CARRIER TO VRL-CARRIER
           MOVE ICW-BRNO    TO VRL-BRNO
           MOVE ICW-ACCTNO  TO VRL-ACCTNO
           MOVE ICW-SEQNO   TO VRL-SEQNO
           MOVE ICW-TYPE    TO VRL-TYPE
           MOVE WS-STMT-AMT TO VRL-STATEMENT
           MOVE WS-DIFF     TO VRL-DIFF
           MOVE WS-NOTE     TO VRL-NOTE
           MOVE WS-VAR-LINE TO VAR-LINE
           WRITE VAR-LINE.

       3500-FIND-CV.
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                   UNTIL WS-CV-SUB > WS-CV-CNT
                      OR WS-CV-ROW-KEY(WS-CV-SUB) NOT < WS-CV-KEY
               CONTINUE
           END-PERFORM
           IF WS-CV-SUB NOT > WS-CV-CNT
              IF WS-CV-ROW-KEY(WS-CV-SUB) = WS-CV-KEY
                 GO TO 3500-EXIT
              END-IF
           END-IF
           IF WS-CV-CNT NOT < 300
              ADD 1 TO WS-CNT-OVERFLOW
              MOVE WS-CV-CNT TO WS-CV-SUB
              GO TO 3500-EXIT
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-CV-CNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-CV-SUB
               MOVE WS-CV-ENTRY(WS-SHIFT-SUB)
                 TO WS-CV-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-CV-CNT
           INITIALIZE WS-CV-ENTRY(WS-CV-SUB)
           MOVE WS-CV-KEY TO WS-CV-ROW-KEY(WS-CV-SUB).
       3500-EXIT.
           EXIT.

       3600-FIND-CARRIER.
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-CNT
                      OR WS-CR-CARRIER(WS-CR-SUB) NOT < WS-CR-KEY
               CONTINUE
           END-PERFORM
           IF WS-CR-SUB NOT > WS-CR-CNT
              IF WS-CR-CARRIER(WS-CR-SUB) = WS-CR-KEY
                 GO TO 3600-EXIT
              END-IF
           END-IF
           IF WS-CR-CNT NOT < 200
              ADD 1 TO WS-CNT-OVERFLOW
              MOVE WS-CR-CNT TO WS-CR-SUB
              GO TO 3600-EXIT
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-CR-CNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-CR-SUB
               MOVE WS-CR-ENTRY(WS-SHIFT-SUB)
                 TO WS-CR-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-CR-CNT
           INITIALIZE WS-CR-ENTRY(WS-CR-SUB)
           MOVE WS-CR-KEY TO WS-CR-CARRIER(WS-CR-SUB).
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * STATEMENT ITEMS NO CERTIFICATE OF OURS ACCOUNTS FOR.
      *----------------------------------------------------------------*
       4000-UNMATCHED-STATEMENT.
           MOVE LOW-VALUES TO ICW-KEY
           START ICSW-FILE KEY IS NOT LESS THAN ICW-KEY
               INVALID KEY SET ICSW-EOF TO TRUE
           END-START
           IF NOT ICSW-EOF
              READ ICSW-FILE NEXT RECORD
                  AT END SET ICSW-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 4100-UNMATCHED-ONE UNTIL ICSW-EOF.

       4100-UNMATCHED-ONE.
           IF ICW-MATCHED NOT = "Y"
              MOVE ICW-CARRIER TO WS-CR-KEY
              PERFORM 3600-FIND-CARRIER THRU 3600-EXIT
              MOVE 0          TO VRL-EXPECTED
              MOVE ICW-AMOUNT TO WS-STMT-AMT WS-DIFF
              MOVE "NOT EXPECTED" TO WS-NOTE
              PERFORM 2700-WRITE-VARIANCE
           END-IF
           READ ICSW-FILE NEXT RECORD
               AT END SET ICSW-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * THE MONTH'S COMMISSION ACTIVITY BY CARRIER AND COVERAGE.
      *----------------------------------------------------------------*
       5000-PRINT-ACTIVITY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COMMISSION ACTIVITY" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACT-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACT-HDR2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                   UNTIL WS-CV-SUB > WS-CV-CNT
               MOVE SPACES TO WS-ACT-LINE
               MOVE WS-CV-CARRIER(WS-CV-SUB)  TO ACT-CARRIER
               MOVE WS-CV-COVERAGE(WS-CV-SUB) TO ACT-COVERAGE
               MOVE WS-CV-NUM(WS-CV-SUB, 1)   TO ACT-WRITTEN
               MOVE WS-CV-AMT(WS-CV-SUB, 1)   TO ACT-PREMIUM
               MOVE WS-CV-AMT(WS-CV-SUB, 2)   TO ACT-COMMISSION
               MOVE WS-CV-NUM(WS-CV-SUB, 2)   TO ACT-CANCEL(1)
               MOVE WS-CV-NUM(WS-CV-SUB, 3)   TO ACT-CANCEL(2)
               MOVE WS-CV-NUM(WS-CV-SUB, 4)   TO ACT-CANCEL(3)
               MOVE WS-CV-AMT(WS-CV-SUB, 3)   TO ACT-REFUNDED
               MOVE WS-CV-AMT(WS-CV-SUB, 4)   TO ACT-CHARGEBACK
               COMPUTE ACT-NET = WS-CV-AMT(WS-CV-SUB, 2)
                               - WS-CV-AMT(WS-CV-SUB, 4)
               MOVE WS-ACT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-ACT-LINE
           MOVE "TOTAL"      TO ACT-CARRIER
           MOVE WS-CO-NUM(1) TO ACT-WRITTEN
           MOVE WS-CO-AMT(1) TO ACT-PREMIUM
           MOVE WS-CO-AMT(2) TO ACT-COMMISSION
           MOVE WS-CO-NUM(2) TO ACT-CANCEL(1)
           MOVE WS-CO-NUM(3) TO ACT-CANCEL(2)
           MOVE WS-CO-NUM(4) TO ACT-CANCEL(3)
           MOVE WS-CO-AMT(3) TO ACT-REFUNDED
           MOVE WS-CO-AMT(4) TO ACT-CHARGEBACK
           COMPUTE ACT-NET = WS-CO-AMT(2) - WS-CO-AMT(4)
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE UNEARNED PREMIUM RESERVE AGAINST LAST MONTH'S, AND THIS
      * MONTH'S KEPT ON ICUPR FOR NEXT MONTH.
      *----------------------------------------------------------------*
       5500-PRINT-RESERVE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "UNEARNED PREMIUM RESERVE AT " WS-PERIOD-END
                  "   (M: R RULE OF 78S, P PRO RATA, M MEAN)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UPR-HDR TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                   UNTIL WS-CV-SUB > WS-CV-CNT
               MOVE WS-PRV-MONTH              TO ICU-MONTH
               MOVE WS-CV-CARRIER(WS-CV-SUB)  TO ICU-CARRIER
               MOVE WS-CV-COVERAGE(WS-CV-SUB) TO ICU-COVERAGE
               READ ICUPR-FILE
                   INVALID KEY MOVE 0 TO ICU-UPR
               END-READ
               MOVE ICU-UPR TO WS-CV-AMT(WS-CV-SUB, 8)
               ADD ICU-UPR  TO WS-CO-AMT(8)
               PERFORM 5600-SAVE-RESERVE
               MOVE SPACES TO WS-UPR-LINE
               MOVE WS-CV-CARRIER(WS-CV-SUB)  TO UPL-CARRIER
               MOVE WS-CV-COVERAGE(WS-CV-SUB) TO UPL-COVERAGE
               MOVE WS-CV-METHOD(WS-CV-SUB)   TO UPL-METHOD
               MOVE WS-CV-NUM(WS-CV-SUB, 5)   TO UPL-CERTS
               MOVE WS-CV-AMT(WS-CV-SUB, 5)   TO UPL-PREMIUM
               MOVE WS-CV-AMT(WS-CV-SUB, 6)   TO UPL-UPR
               MOVE WS-CV-AMT(WS-CV-SUB, 8)   TO UPL-PRIOR
               COMPUTE UPL-CHANGE = WS-CV-AMT(WS-CV-SUB, 6)
                                  - WS-CV-AMT(WS-CV-SUB, 8)
               MOVE WS-CV-AMT(WS-CV-SUB, 7)   TO UPL-UNEARNED-COMM
               MOVE WS-UPR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-UPR-LINE
           MOVE "TOTAL"      TO UPL-CARRIER
           MOVE WS-CO-NUM(5) TO UPL-CERTS
           MOVE WS-CO-AMT(5) TO UPL-PREMIUM
           MOVE WS-CO-AMT(6) TO UPL-UPR
           MOVE WS-CO-AMT(8) TO UPL-PRIOR
           COMPUTE UPL-CHANGE = WS-CO-AMT(6) - WS-CO-AMT(8)
           MOVE WS-CO-AMT(7) TO UPL-UNEARNED-COMM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UPR-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A RERUN OF THE MONTH REPLACES ITS ROW.
       5600-SAVE-RESERVE.
           MOVE WS-MONTH TO ICU-MONTH
           READ ICUPR-FILE
               INVALID KEY MOVE "N" TO WS-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           MOVE WS-CV-METHOD(WS-CV-SUB)   TO ICU-METHOD
           MOVE WS-CV-NUM(WS-CV-SUB, 5)   TO ICU-CERTS
           MOVE WS-CV-AMT(WS-CV-SUB, 5)   TO ICU-PREM-IN-FORCE
           MOVE WS-CV-AMT(WS-CV-SUB, 6)   TO ICU-UPR
           MOVE WS-CV-AMT(WS-CV-SUB, 7)   TO ICU-UNEARNED-COMM
           MOVE WS-RUN-DATE               TO ICU-RUN-DATE
           IF WS-FOUND = "Y"
              REWRITE ICUPR-REC
           ELSE
              WRITE ICUPR-REC
           END-IF.

      *----------------------------------------------------------------*
      * EACH CARRIER'S STATEMENT AGAINST WHAT WE EXPECTED.
      *----------------------------------------------------------------*
       6000-CARRIER-SUMMARY.
           IF WS-CNT-VARIANCE = 0
              MOVE "NO ITEM VARIANCES" TO VAR-LINE
              WRITE VAR-LINE
           END-IF
           MOVE SPACES TO VAR-LINE
           WRITE VAR-LINE
           MOVE "CARRIER TOTALS" TO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-CRS-HDR TO VAR-LINE
           WRITE VAR-LINE
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-CNT
               MOVE SPACES TO WS-CRS-LINE
               MOVE WS-CR-CARRIER(WS-CR-SUB)   TO CRL-CARRIER
               MOVE WS-CR-EXPECTED(WS-CR-SUB)  TO CRL-EXPECTED
               MOVE WS-CR-STATEMENT(WS-CR-SUB) TO CRL-STATEMENT
               COMPUTE CRL-DIFF = WS-CR-STATEMENT(WS-CR-SUB)
                                - WS-CR-EXPECTED(WS-CR-SUB)
               MOVE WS-CR-VAR-CNT(WS-CR-SUB)   TO CRL-ITEMS
               IF WS-CR-HAS-STMT(WS-CR-SUB) NOT = "Y"
                  ADD 1 TO WS-CNT-NO-STMT
                  MOVE "NO STATEMENT RECEIVED" TO CRL-NOTE
               ELSE
                  IF WS-CR-STATEMENT(WS-CR-SUB)
                     NOT = WS-CR-EXPECTED(WS-CR-SUB)
                     MOVE "OUT OF BALANCE" TO CRL-NOTE
                  END-IF
               END-IF
               MOVE WS-CRS-LINE TO VAR-LINE
               WRITE VAR-LINE
           END-PERFORM
           MOVE SPACES TO WS-CRS-LINE
           MOVE "TOTAL"          TO CRL-CARRIER
           MOVE WS-CRT-EXPECTED  TO CRL-EXPECTED
           MOVE WS-CRT-STATEMENT TO CRL-STATEMENT
           COMPUTE CRL-DIFF = WS-CRT-STATEMENT - WS-CRT-EXPECTED
           MOVE WS-CRT-VAR-CNT   TO CRL-ITEMS
           MOVE SPACES TO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-CRS-LINE TO VAR-LINE
           WRITE VAR-LINE.

       7000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-EXT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CERTIFICATES ON EXTRACT      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FUTURE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  EFFECTIVE AFTER PERIOD END " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW TO THE LEDGER            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-RATE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "WAITING FOR A RATE           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CANCEL TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELLED THIS MONTH         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-IN-FORCE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "IN FORCE WITH A RESERVE      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STMT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENT LINES THIS MONTH   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STMT-SKIP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  FOR ANOTHER MONTH, SKIPPED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-MATCHED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS MATCHED                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-VARIANCE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ITEM VARIANCES (ICVAR.RPT)   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-STMT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CARRIERS WITH NO STATEMENT   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVERFLOW > 0
              MOVE WS-CNT-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** TABLE FULL - ENTRIES NOT HELD SEPARATELY "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-CNT-VARIANCE > 0 OR WS-CNT-NO-RATE > 0
              OR WS-CNT-NO-STMT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE ICPRM-FILE ICEXT-FILE ICR-FILE ICL-FILE ICUPR-FILE
                 ICSTM-FILE ICSW-FILE INSCOM-RPT ICVAR-RPT
           STOP RUN.
