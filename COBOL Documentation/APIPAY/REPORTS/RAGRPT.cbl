      *================================================================*
      *   P R O G R A M :  R A G R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-03-20
      *  DESC: MONTHLY RE-AGE VOLUME REPORT.  READS THE RAGEXT COPY
      *        OF THE RAG BEFORE/AFTER IMAGE ROWS THE "RG" RE-AGE
      *        TRANSACTION WRITES, PAIRS EACH RE-AGE'S IMAGES, AND
      *        LISTS FOR THE REPORT MONTH EVERY ACCOUNT RE-AGED (THE
      *        CONTRACTUAL DAYS CURED, THE CREDIT ADVANCED, AND THE
      *        BALANCE, RATE AND TERM - UNCHANGED - ON BOTH SIDES),
      *        THEN THE COUNT, CREDIT AND BALANCE RE-AGED BY BRANCH.
      *        EXAMINERS ASK FOR BOTH.  THE REPORT MONTH (YYYYMM)
      *        COMES FROM THE OPTIONAL RAGPRM ROW; WITHOUT ONE THE
      *        MONTH BEFORE THE RUN DATE IS REPORTED.
      *
      *  MOD HISTORY:
      *   032028 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAGRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-03-20.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RAGPRM-FILE ASSIGN TO "RAGPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAGPRM-STATUS.

           SELECT RAGEXT-FILE ASSIGN TO "RAGEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAGEXT-STATUS.

           SELECT RAGRPT-RPT ASSIGN TO "RAGRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAGPRM-FILE.
       01  RAGPRM-REC.
           05  RGP-REPORT-MONTH      PIC 9(06).

       FD  RAGEXT-FILE.
       01  RAGEXT-REC.
           05  RGX-RUN-DATE          PIC 9(08).
           05  RGX-BRNO              PIC X(04).
           05  RGX-ACCTNO            PIC X(10).
           05  RGX-USERID            PIC X(08).
           05  RGX-EFF-DATE          PIC 9(08).
           05  RGX-IMAGE-TYPE        PIC X(01).
           05  RGX-CONTRACTUAL       PIC 9(04).
           05  RGX-PDTH-DATE         PIC 9(08).
           05  RGX-QUAL-CNT          PIC 9(01).
           05  RGX-CREDIT-AMT        PIC S9(07)V99.
           05  RGX-REAGE-CREDIT      PIC S9(07)V99.
           05  RGX-RATE              PIC 9(02)V9(04).
           05  RGX-TERM              PIC 9(03).
           05  RGX-CURBAL            PIC S9(07)V99.

       FD  RAGRPT-RPT.
       01  RPT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  RAGPRM-STATUS             PIC XX.
           88  RAGPRM-EOF                       VALUE "10".
       01  RAGEXT-STATUS             PIC XX.
           88  RAGEXT-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).
       01  WS-REPORT-MONTH           PIC 9(06).
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY        PIC 9(04).
           05  WS-REPORT-MM          PIC 9(02).

      * THE "B" IMAGE WAITING FOR ITS "A".
       01  WS-HOLD-B.
           05  WS-HB-BRNO            PIC X(04).
           05  WS-HB-ACCTNO          PIC X(10).
           05  WS-HB-EFF-DATE        PIC 9(08).
           05  WS-HB-CONTRACTUAL     PIC 9(04).
           05  WS-HB-CURBAL          PIC S9(07)V99.
           05  WS-HB-RATE            PIC 9(02)V9(04).
           05  WS-HB-TERM            PIC 9(03).

       01  WS-MAX-BR                 PIC 9(04) COMP VALUE 500.
       01  WS-BR-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(04) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 500 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-CNT-RG      PIC 9(05) COMP.
               10  WS-BR-CREDIT      PIC S9(11)V99 COMP-3.
               10  WS-BR-BAL         PIC S9(11)V99 COMP-3.

       01  WS-TOT-CNT                PIC 9(07) COMP VALUE 0.
       01  WS-TOT-CREDIT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-BAL                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CNT-UNPAIRED           PIC 9(05) COMP VALUE 0.

       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-DAYS              PIC Z,ZZ9.
       01  WS-EDIT-DAYS2             PIC Z,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE              PIC Z9.9999.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS
           PERFORM 3000-BRANCH-SUMMARY
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RAGPRM-FILE
           OPEN INPUT  RAGEXT-FILE
           OPEN OUTPUT RAGRPT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ RAGPRM-FILE AT END SET RAGPRM-EOF TO TRUE END-READ
           IF RAGPRM-EOF OR RGP-REPORT-MONTH = 0
              MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
              MOVE WS-RUN-MM   TO WS-REPORT-MM
              IF WS-REPORT-MM = 1
                 MOVE 12 TO WS-REPORT-MM
                 SUBTRACT 1 FROM WS-REPORT-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-REPORT-MM
              END-IF
           ELSE
              MOVE RGP-REPORT-MONTH TO WS-REPORT-MONTH
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "RE-AGE VOLUME REPORT - MONTH " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRCH ACCOUNT    EFF DATE  DAYS BEFORE/AFTER"
                  "          CREDIT         BALANCE    RATE TERM"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-HOLD-B
           READ RAGEXT-FILE AT END SET RAGEXT-EOF TO TRUE END-READ.

       2000-PROCESS.
           PERFORM 2100-ONE-IMAGE THRU 2100-EXIT UNTIL RAGEXT-EOF.

       2100-ONE-IMAGE.
           IF RGX-EFF-DATE(1:6) NOT = WS-REPORT-MONTH
              GO TO 2100-EXIT.
           IF RGX-IMAGE-TYPE = "B"
              MOVE RGX-BRNO        TO WS-HB-BRNO
              MOVE RGX-ACCTNO      TO WS-HB-ACCTNO
              MOVE RGX-EFF-DATE    TO WS-HB-EFF-DATE
              MOVE RGX-CONTRACTUAL TO WS-HB-CONTRACTUAL
              MOVE RGX-CURBAL      TO WS-HB-CURBAL
              MOVE RGX-RATE        TO WS-HB-RATE
              MOVE RGX-TERM        TO WS-HB-TERM
              GO TO 2100-EXIT.
      * AN "A" WITHOUT ITS "B" IS COUNTED, NOT LISTED.  A "B" WITH NO
      * "A" IS A RE-AGE WHOSE LOAN REWRITE FAILED - NOTHING HAPPENED.
           IF RGX-BRNO NOT = WS-HB-BRNO
              OR RGX-ACCTNO NOT = WS-HB-ACCTNO
              OR RGX-EFF-DATE NOT = WS-HB-EFF-DATE
              ADD 1 TO WS-CNT-UNPAIRED
              GO TO 2100-EXIT.
           PERFORM 2200-DETAIL-LINE
           PERFORM 2300-ADD-TO-BRANCH
           MOVE SPACES TO WS-HOLD-B.
       2100-EXIT.
           READ RAGEXT-FILE AT END SET RAGEXT-EOF TO TRUE END-READ.

       2200-DETAIL-LINE.
           MOVE WS-HB-CONTRACTUAL TO WS-EDIT-DAYS
           MOVE RGX-CONTRACTUAL   TO WS-EDIT-DAYS2
           MOVE RGX-CREDIT-AMT    TO WS-EDIT-AMT
           MOVE RGX-CURBAL        TO WS-EDIT-AMT2
           MOVE RGX-RATE          TO WS-EDIT-RATE
           MOVE SPACES TO RPT-LINE
           STRING RGX-BRNO " " RGX-ACCTNO " " RGX-EFF-DATE
                  "  " WS-EDIT-DAYS " -> " WS-EDIT-DAYS2
                  " " WS-EDIT-AMT " " WS-EDIT-AMT2
                  " " WS-EDIT-RATE " " RGX-TERM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
      * RATE, TERM AND BALANCE MUST COME THROUGH A RE-AGE UNTOUCHED -
      * FLAG IT LOUDLY IF THEY DID NOT.
           IF RGX-CURBAL NOT = WS-HB-CURBAL
              OR RGX-RATE NOT = WS-HB-RATE
              OR RGX-TERM NOT = WS-HB-TERM
              MOVE "     *** RATE/TERM/BALANCE CHANGED ACROSS RE-AGE"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       2300-ADD-TO-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-BRNO(WS-BR-SUB) = RGX-BRNO
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB > WS-BR-CNT
              IF WS-BR-CNT < WS-MAX-BR
                 ADD 1 TO WS-BR-CNT
                 MOVE WS-BR-CNT TO WS-BR-SUB
                 MOVE RGX-BRNO  TO WS-BR-BRNO(WS-BR-SUB)
                 MOVE 0 TO WS-BR-CNT-RG(WS-BR-SUB)
                           WS-BR-CREDIT(WS-BR-SUB)
                           WS-BR-BAL(WS-BR-SUB)
              END-IF
           END-IF
           IF WS-BR-SUB NOT > WS-BR-CNT
              ADD 1              TO WS-BR-CNT-RG(WS-BR-SUB)
              ADD RGX-CREDIT-AMT TO WS-BR-CREDIT(WS-BR-SUB)
              ADD RGX-CURBAL     TO WS-BR-BAL(WS-BR-SUB)
           END-IF
           ADD 1              TO WS-TOT-CNT
           ADD RGX-CREDIT-AMT TO WS-TOT-CREDIT
           ADD RGX-CURBAL     TO WS-TOT-BAL.

       3000-BRANCH-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BRCH  RE-AGES          CREDIT         BALANCE"
             TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               MOVE WS-BR-CNT-RG(WS-BR-SUB) TO WS-EDIT-CNT
               MOVE WS-BR-CREDIT(WS-BR-SUB) TO WS-EDIT-AMT
               MOVE WS-BR-BAL(WS-BR-SUB)    TO WS-EDIT-AMT2
               MOVE SPACES TO RPT-LINE
               STRING WS-BR-BRNO(WS-BR-SUB) "  " WS-EDIT-CNT
                      " " WS-EDIT-AMT " " WS-EDIT-AMT2
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE WS-TOT-CNT    TO WS-EDIT-CNT
           MOVE WS-TOT-CREDIT TO WS-EDIT-AMT
           MOVE WS-TOT-BAL    TO WS-EDIT-AMT2
           MOVE SPACES TO RPT-LINE
           STRING "ALL   " WS-EDIT-CNT
                  " " WS-EDIT-AMT " " WS-EDIT-AMT2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UNPAIRED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "UNPAIRED IMAGES " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE RAGPRM-FILE RAGEXT-FILE RAGRPT-RPT
           STOP RUN.
