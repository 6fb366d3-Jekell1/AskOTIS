      *================================================================*
      *   P R O G R A M :  R O L R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-06-05
      *  DESC: MONTHLY DELINQUENCY ROLL-RATE MIGRATION MATRIX.  MATCHES
      *        THE DLQSNP MONTH-END SNAPSHOT FOR THE REPORT MONTH
      *        AGAINST THE MONTH BEFORE IT ON THE KEYED DSH HISTORY.
      *        EVERY ACCOUNT OPEN (CURRENT OR DELINQUENT) LAST MONTH
      *        IS COUNTED, WITH LAST MONTH'S BALANCE, FROM ITS
      *        CONTRACTUAL BUCKET THEN TO WHERE IT IS NOW:
      *          ITS CONTRACTUAL BUCKET NOW (CURRENT ... 181+),
      *          CHARGED OFF, PAID OFF OR GONE FROM THE FILE, OR
      *          REPOSSESSED.
      *        THE MATRIX IS PRINTED BY BRANCH AND COMPANY-WIDE, IN
      *        ACCOUNTS AND IN DOLLARS, AND EACH MONTH'S MATRIX IS
      *        FILED ON THE KEYED ROLHST HISTORY (MONTH, BRANCH OR
      *        "****" FOR THE COMPANY, FROM-BUCKET).  FROM ROLHST THE
      *        CURE, STAY, ROLL-FORWARD AND CHARGE-OFF RATES OF EACH
      *        BUCKET ARE SHOWN FOR THE MONTH AND POOLED OVER THE
      *        TRAILING 3 AND 12 MONTHS (WHATEVER OF THEM IS ON FILE).
      *        THE MONTH DEFAULTS TO THE RUN DATE'S; THE OPTIONAL
      *        ROLPRM RECORD NAMES ANOTHER.  A RERUN REPLACES THE
      *        MONTH'S ROLHST ROWS.
      *
      *  MOD HISTORY:
      *   060528 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-06-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROLPRM-FILE ASSIGN TO "ROLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLPRM-STATUS.

      * THE SAME SNAPSHOT HISTORY, READ ONCE FOR EACH MONTH.
           SELECT DSHC-FILE ASSIGN TO "DSH"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSC-KEY
               FILE STATUS IS DSHC-STATUS.

           SELECT DSHP-FILE ASSIGN TO "DSH"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DSHP-STATUS.

           SELECT ROLHST-FILE ASSIGN TO "ROLHST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RLH-KEY
               FILE STATUS IS ROLHST-STATUS.

           SELECT ROLRPT-RPT ASSIGN TO "ROLRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLPRM-FILE.
       01  ROLPRM-REC.
           05  PRM-REPORT-MONTH      PIC 9(06).

       FD  DSHC-FILE.
       01  DSHC-REC.
           05  DSC-KEY.
               10  DSC-MONTH         PIC 9(06).
               10  DSC-ACCT.
                   15  DSC-BRNO      PIC X(04).
                   15  DSC-ACCTNO    PIC X(10).
           05  DSC-CLASS             PIC X(02).
           05  DSC-ASOF-DATE         PIC 9(08).
           05  DSC-STATUS-CD         PIC X(01).
           05  DSC-CON-BKT           PIC 9(01).
           05  DSC-REC-BKT           PIC 9(01).
           05  DSC-CON-DAYS          PIC 9(04).
           05  DSC-REC-DAYS          PIC 9(04).
           05  DSC-CURBAL            PIC S9(07)V99.

       FD  DSHP-FILE.
       01  DSHP-REC.
           05  DSP-KEY.
               10  DSP-MONTH         PIC 9(06).
               10  DSP-ACCT.
                   15  DSP-BRNO      PIC X(04).
                   15  DSP-ACCTNO    PIC X(10).
           05  DSP-CLASS             PIC X(02).
           05  DSP-ASOF-DATE         PIC 9(08).
           05  DSP-STATUS-CD         PIC X(01).
               88  DSP-OPEN                     VALUE "C" "D".
           05  DSP-CON-BKT           PIC 9(01).
           05  DSP-REC-BKT           PIC 9(01).
           05  DSP-CON-DAYS          PIC 9(04).
           05  DSP-REC-DAYS          PIC 9(04).
           05  DSP-CURBAL            PIC S9(07)V99.

       FD  ROLHST-FILE.
       01  ROLHST-REC.
           05  RLH-KEY.
               10  RLH-MONTH         PIC 9(06).
               10  RLH-BRNO          PIC X(04).
               10  RLH-FROM          PIC 9(01).
      * TO: 1-8 CONTRACTUAL BUCKET, 9 CHARGED OFF, 10 PAID OR GONE,
      * 11 REPOSSESSED.
           05  RLH-TO OCCURS 11 TIMES.
               10  RLH-CNT           PIC 9(07).
               10  RLH-AMT           PIC S9(11)V99.

       FD  ROLRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  ROLPRM-STATUS             PIC XX.
           88  ROLPRM-EOF                       VALUE "10".
       01  DSHC-STATUS               PIC XX.
       01  DSHP-STATUS               PIC XX.
       01  ROLHST-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-PRIOR-MONTH            PIC 9(06).
       01  WS-WORK-MONTH             PIC 9(06).
       01  WS-WORK-MONTH-X REDEFINES WS-WORK-MONTH.
           05  WS-WORK-YYYY          PIC 9(04).
           05  WS-WORK-MM            PIC 9(02).
       01  WS-MONTH-IDX              PIC 9(06) COMP.
       01  WS-BACK                   PIC 9(02) COMP.
       01  WS-C-EOF                  PIC X(01).
       01  WS-P-EOF                  PIC X(01).
       01  WS-TO                     PIC 9(02) COMP.
       01  WS-FROM                   PIC 9(01) COMP.
       01  WS-ENT                    PIC 9(03) COMP.
       01  WS-SUB                    PIC 9(02) COMP.
       01  WS-GRP                    PIC 9(01) COMP.
       01  WS-WINDOW                 PIC 9(02) COMP.
       01  WS-MONTHS-FOUND           PIC 9(02) COMP.
       01  WS-ROW-CNT                PIC 9(09) COMP.
       01  WS-ROW-AMT                PIC S9(13)V99 COMP-3.
       01  WS-PART                   PIC S9(13)V99 COMP-3.
       01  WS-WHOLE                  PIC S9(13)V99 COMP-3.

       01  WS-CNT-PRIOR-OPEN         PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVERFLOW           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

      * ENTRY 1 IS THE COMPANY; THE BRANCHES FOLLOW IN BRANCH ORDER.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 1.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 500 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-FROM OCCURS 8 TIMES.
                   15  WS-BR-TO OCCURS 11 TIMES.
                       20  WS-BR-CNT-TO  PIC 9(07) COMP.
                       20  WS-BR-AMT-TO  PIC S9(11)V99 COMP-3.

      * THE TRAILING-WINDOW SUMS FOR ONE BRANCH AND FROM-BUCKET.
       01  WS-WIN-TABLE.
           05  WS-WIN-TO OCCURS 11 TIMES.
               10  WS-WIN-CNT        PIC 9(09) COMP.
               10  WS-WIN-AMT        PIC S9(13)V99 COMP-3.

       01  WS-COL-LABELS.
           05  FILLER                PIC X(07) VALUE "CURRENT".
           05  FILLER                PIC X(07) VALUE "   1-30".
           05  FILLER                PIC X(07) VALUE "  31-60".
           05  FILLER                PIC X(07) VALUE "  61-90".
           05  FILLER                PIC X(07) VALUE " 91-120".
           05  FILLER                PIC X(07) VALUE "121-150".
           05  FILLER                PIC X(07) VALUE "151-180".
           05  FILLER                PIC X(07) VALUE "   181+".
           05  FILLER                PIC X(07) VALUE "CHG-OFF".
           05  FILLER                PIC X(07) VALUE "PD/GONE".
           05  FILLER                PIC X(07) VALUE "   REPO".
       01  WS-COL-LABEL-TBL REDEFINES WS-COL-LABELS.
           05  WS-COL-LABEL          PIC X(07) OCCURS 11 TIMES.

       01  WS-CNT-HDR.
           05  CNH-LABEL             PIC X(10).
           05  CNH-CELL OCCURS 11 TIMES.
               10  FILLER            PIC X(01).
               10  CNH-TEXT          PIC X(07).
           05  FILLER                PIC X(02).
           05  CNH-TOTAL             PIC X(07).
       01  WS-CNT-LINE.
           05  CNL-LABEL             PIC X(10).
           05  CNL-CELL OCCURS 11 TIMES.
               10  FILLER            PIC X(01).
               10  CNL-CNT           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02).
           05  CNL-TOTAL             PIC ZZZ,ZZ9.

       01  WS-AMT-HDR.
           05  AMH-LABEL             PIC X(10).
           05  AMH-CELL OCCURS 11 TIMES.
               10  FILLER            PIC X(03).
               10  AMH-TEXT          PIC X(07).
           05  FILLER                PIC X(04).
           05  AMH-TOTAL             PIC X(07).
       01  WS-AMT-LINE.
           05  AML-LABEL             PIC X(10).
           05  AML-CELL OCCURS 11 TIMES.
               10  FILLER            PIC X(01).
               10  AML-AMT           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(01).
           05  AML-TOTAL             PIC ZZ,ZZZ,ZZ9.

       01  WS-RATE-LINE.
           05  RRL-FROM              PIC X(08).
           05  FILLER                PIC X(02).
           05  RRL-BASIS             PIC X(05).
           05  RRL-GRP OCCURS 3 TIMES.
               10  FILLER            PIC X(02).
               10  RRL-CELL OCCURS 4 TIMES.
                   15  FILLER        PIC X(01).
                   15  RRL-PCT       PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-MONTHS
           PERFORM 3000-FILE-HISTORY
           PERFORM 4000-PRINT-ENTRY
               VARYING WS-ENT FROM 2 BY 1 UNTIL WS-ENT > WS-BR-CNT
           MOVE 1 TO WS-ENT
           PERFORM 4000-PRINT-ENTRY
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  ROLPRM-FILE
           OPEN INPUT  DSHC-FILE
           OPEN INPUT  DSHP-FILE
           OPEN I-O ROLHST-FILE
           IF ROLHST-STATUS = "35"
              OPEN OUTPUT ROLHST-FILE
              CLOSE ROLHST-FILE
              OPEN I-O ROLHST-FILE
           END-IF
           OPEN OUTPUT ROLRPT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-MONTH
           READ ROLPRM-FILE AT END SET ROLPRM-EOF TO TRUE END-READ
           IF NOT ROLPRM-EOF AND PRM-REPORT-MONTH NUMERIC
              AND PRM-REPORT-MONTH NOT = 0
              MOVE PRM-REPORT-MONTH TO WS-MONTH
           END-IF
           MOVE WS-MONTH TO WS-WORK-MONTH
           COMPUTE WS-MONTH-IDX = WS-WORK-YYYY * 12 + WS-WORK-MM - 1
           MOVE 1 TO WS-BACK
           PERFORM 1100-MONTH-BACK
           MOVE WS-WORK-MONTH TO WS-PRIOR-MONTH
           INITIALIZE WS-BR-TABLE
           MOVE "****" TO WS-BR-BRNO(1)
           MOVE SPACES TO RPT-LINE
           STRING "DELINQUENCY ROLL RATES - " WS-PRIOR-MONTH
                  " TO " WS-MONTH "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * WS-WORK-MONTH := THE REPORT MONTH LESS WS-BACK MONTHS.
       1100-MONTH-BACK.
           COMPUTE WS-WORK-YYYY = (WS-MONTH-IDX - WS-BACK) / 12
           COMPUTE WS-WORK-MM = WS-MONTH-IDX - WS-BACK
                              - WS-WORK-YYYY * 12 + 1.

      *----------------------------------------------------------------*
      * BOTH MONTHS COME OFF DSH IN BRANCH/ACCOUNT ORDER; LAST MONTH'S
      * OPEN ACCOUNTS DRIVE THE MATCH.
      *----------------------------------------------------------------*
       2000-MATCH-MONTHS.
           MOVE "N" TO WS-C-EOF WS-P-EOF
           MOVE WS-MONTH   TO DSC-MONTH
           MOVE LOW-VALUES TO DSC-ACCT
           START DSHC-FILE KEY IS NOT LESS THAN DSC-KEY
               INVALID KEY MOVE "Y" TO WS-C-EOF
           END-START
           PERFORM 2800-READ-CURRENT
           MOVE WS-PRIOR-MONTH TO DSP-MONTH
           MOVE LOW-VALUES     TO DSP-ACCT
           START DSHP-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY MOVE "Y" TO WS-P-EOF
           END-START
           PERFORM 2900-READ-PRIOR
           PERFORM 2100-MATCH-ONE UNTIL WS-P-EOF = "Y".

       2100-MATCH-ONE.
           IF WS-C-EOF NOT = "Y" AND DSC-ACCT < DSP-ACCT
              ADD 1 TO WS-CNT-NEW
              PERFORM 2800-READ-CURRENT
           ELSE
              IF WS-C-EOF NOT = "Y" AND DSC-ACCT = DSP-ACCT
                 EVALUATE DSC-STATUS-CD
                     WHEN "X"   MOVE 9  TO WS-TO
                     WHEN "P"   MOVE 10 TO WS-TO
                     WHEN "R"   MOVE 11 TO WS-TO
                     WHEN OTHER MOVE DSC-CON-BKT TO WS-TO
                 END-EVALUATE
                 PERFORM 2200-COUNT-ROLL
                 PERFORM 2800-READ-CURRENT
              ELSE
                 MOVE 10 TO WS-TO
                 PERFORM 2200-COUNT-ROLL
              END-IF
              PERFORM 2900-READ-PRIOR
           END-IF.

       2200-COUNT-ROLL.
           IF NOT DSP-OPEN
              GO TO 2200-EXIT.
           ADD 1 TO WS-CNT-PRIOR-OPEN
           MOVE DSP-CON-BKT TO WS-FROM
           IF WS-FROM < 1 OR WS-FROM > 8
              MOVE 1 TO WS-FROM
           END-IF
           IF WS-TO < 1 OR WS-TO > 11
              MOVE 1 TO WS-TO
           END-IF
           IF WS-BR-BRNO(WS-BR-CNT) NOT = DSP-BRNO
              IF WS-BR-CNT < 500
                 ADD 1 TO WS-BR-CNT
                 MOVE DSP-BRNO TO WS-BR-BRNO(WS-BR-CNT)
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
           END-IF
           IF WS-BR-BRNO(WS-BR-CNT) = DSP-BRNO
              ADD 1 TO WS-BR-CNT-TO(WS-BR-CNT WS-FROM WS-TO)
              ADD DSP-CURBAL TO WS-BR-AMT-TO(WS-BR-CNT WS-FROM WS-TO)
           END-IF
           ADD 1 TO WS-BR-CNT-TO(1 WS-FROM WS-TO)
           ADD DSP-CURBAL TO WS-BR-AMT-TO(1 WS-FROM WS-TO).
       2200-EXIT.
           EXIT.

       2800-READ-CURRENT.
           IF WS-C-EOF NOT = "Y"
              READ DSHC-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-C-EOF
              END-READ
              IF DSC-MONTH NOT = WS-MONTH
                 MOVE "Y" TO WS-C-EOF
              END-IF
           END-IF.

       2900-READ-PRIOR.
           IF WS-P-EOF NOT = "Y"
              READ DSHP-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-P-EOF
              END-READ
              IF DSP-MONTH NOT = WS-PRIOR-MONTH
                 MOVE "Y" TO WS-P-EOF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THIS MONTH'S MATRICES GO ON ROLHST FOR THE TRAILING AVERAGES.
      *----------------------------------------------------------------*
       3000-FILE-HISTORY.
           PERFORM VARYING WS-ENT FROM 1 BY 1 UNTIL WS-ENT > WS-BR-CNT
              PERFORM VARYING WS-FROM FROM 1 BY 1 UNTIL WS-FROM > 8
                 MOVE WS-MONTH           TO RLH-MONTH
                 MOVE WS-BR-BRNO(WS-ENT) TO RLH-BRNO
                 MOVE WS-FROM            TO RLH-FROM
                 READ ROLHST-FILE
                 PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
                    MOVE WS-BR-CNT-TO(WS-ENT WS-FROM WS-TO)
                      TO RLH-CNT(WS-TO)
                    MOVE WS-BR-AMT-TO(WS-ENT WS-FROM WS-TO)
                      TO RLH-AMT(WS-TO)
                 END-PERFORM
                 IF ROLHST-STATUS = "00"
                    REWRITE ROLHST-REC
                 ELSE
                    WRITE ROLHST-REC
                 END-IF
              END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      * ONE BRANCH (OR THE COMPANY): ACCOUNTS, DOLLARS, THEN RATES.
      *----------------------------------------------------------------*
       4000-PRINT-ENTRY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-ENT = 1
              MOVE "COMPANY-WIDE" TO RPT-LINE
           ELSE
              STRING "BRANCH " WS-BR-BRNO(WS-ENT)
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-CNT-HDR
           MOVE "ACCOUNTS"  TO CNH-LABEL
           MOVE "  TOTAL"   TO CNH-TOTAL
           PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
              MOVE WS-COL-LABEL(WS-TO) TO CNH-TEXT(WS-TO)
           END-PERFORM
           MOVE WS-CNT-HDR TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-FROM FROM 1 BY 1 UNTIL WS-FROM > 8
              MOVE SPACES TO WS-CNT-LINE
              MOVE WS-COL-LABEL(WS-FROM) TO CNL-LABEL
              MOVE 0 TO WS-ROW-CNT
              PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
                 MOVE WS-BR-CNT-TO(WS-ENT WS-FROM WS-TO)
                   TO CNL-CNT(WS-TO)
                 ADD WS-BR-CNT-TO(WS-ENT WS-FROM WS-TO) TO WS-ROW-CNT
              END-PERFORM
              MOVE WS-ROW-CNT TO CNL-TOTAL
              MOVE WS-CNT-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-AMT-HDR
           MOVE "$ (000)"   TO AMH-LABEL
           MOVE "  TOTAL"   TO AMH-TOTAL
           PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
              MOVE WS-COL-LABEL(WS-TO) TO AMH-TEXT(WS-TO)
           END-PERFORM
           MOVE WS-AMT-HDR TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-FROM FROM 1 BY 1 UNTIL WS-FROM > 8
              MOVE SPACES TO WS-AMT-LINE
              MOVE WS-COL-LABEL(WS-FROM) TO AML-LABEL
              MOVE 0 TO WS-ROW-AMT
              PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
                 COMPUTE AML-AMT(WS-TO) ROUNDED =
                     WS-BR-AMT-TO(WS-ENT WS-FROM WS-TO) / 1000
                 ADD WS-BR-AMT-TO(WS-ENT WS-FROM WS-TO) TO WS-ROW-AMT
              END-PERFORM
              COMPUTE AML-TOTAL ROUNDED = WS-ROW-AMT / 1000
              MOVE WS-AMT-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ROLL RATES (PCT)    ------ THIS MONTH ------"
                  "  ----- TRAILING 3 MO -----"
                  "  ----- TRAILING 12 MO ----"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FROM      BASIS   "
                  "  CURE  STAY  ROLL   C/O"
                  "    CURE  STAY  ROLL   C/O"
                  "    CURE  STAY  ROLL   C/O"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-RATE-ROWS
               VARYING WS-FROM FROM 1 BY 1 UNTIL WS-FROM > 8.

      * ONE FROM-BUCKET: A ROW OF ACCOUNT RATES AND ONE OF DOLLAR
      * RATES, EACH FOR THE MONTH, 3 AND 12 MONTHS.
       4100-RATE-ROWS.
           MOVE SPACES TO WS-RATE-LINE
           MOVE WS-COL-LABEL(WS-FROM) TO RRL-FROM
           MOVE "ACCTS" TO RRL-BASIS
           PERFORM VARYING WS-GRP FROM 1 BY 1 UNTIL WS-GRP > 3
              EVALUATE WS-GRP
                  WHEN 1 MOVE 1  TO WS-WINDOW
                  WHEN 2 MOVE 3  TO WS-WINDOW
                  WHEN 3 MOVE 12 TO WS-WINDOW
              END-EVALUATE
              PERFORM 4200-LOAD-WINDOW
              MOVE 0 TO WS-WHOLE
              PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
                 ADD WS-WIN-CNT(WS-TO) TO WS-WHOLE
              END-PERFORM
              MOVE 0 TO WS-PART
              PERFORM VARYING WS-TO FROM 1 BY 1
                      UNTIL WS-TO NOT < WS-FROM
                 ADD WS-WIN-CNT(WS-TO) TO WS-PART
              END-PERFORM
              MOVE 1 TO WS-SUB
              PERFORM 4300-SET-PCT
              MOVE WS-WIN-CNT(WS-FROM) TO WS-PART
              MOVE 2 TO WS-SUB
              PERFORM 4300-SET-PCT
              MOVE 0 TO WS-PART
              PERFORM VARYING WS-TO FROM WS-FROM BY 1 UNTIL WS-TO > 8
                 IF WS-TO > WS-FROM
                    ADD WS-WIN-CNT(WS-TO) TO WS-PART
                 END-IF
              END-PERFORM
              MOVE 3 TO WS-SUB
              PERFORM 4300-SET-PCT
              MOVE WS-WIN-CNT(9) TO WS-PART
              MOVE 4 TO WS-SUB
              PERFORM 4300-SET-PCT
           END-PERFORM
           MOVE WS-RATE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-RATE-LINE
           MOVE "DOLLR" TO RRL-BASIS
           PERFORM VARYING WS-GRP FROM 1 BY 1 UNTIL WS-GRP > 3
              EVALUATE WS-GRP
                  WHEN 1 MOVE 1  TO WS-WINDOW
                  WHEN 2 MOVE 3  TO WS-WINDOW
                  WHEN 3 MOVE 12 TO WS-WINDOW
              END-EVALUATE
              PERFORM 4200-LOAD-WINDOW
              MOVE 0 TO WS-WHOLE
              PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
                 ADD WS-WIN-AMT(WS-TO) TO WS-WHOLE
              END-PERFORM
              MOVE 0 TO WS-PART
              PERFORM VARYING WS-TO FROM 1 BY 1
                      UNTIL WS-TO NOT < WS-FROM
                 ADD WS-WIN-AMT(WS-TO) TO WS-PART
              END-PERFORM
              MOVE 1 TO WS-SUB
              PERFORM 4300-SET-PCT
              MOVE WS-WIN-AMT(WS-FROM) TO WS-PART
              MOVE 2 TO WS-SUB
              PERFORM 4300-SET-PCT
              MOVE 0 TO WS-PART
              PERFORM VARYING WS-TO FROM WS-FROM BY 1 UNTIL WS-TO > 8
                 IF WS-TO > WS-FROM
                    ADD WS-WIN-AMT(WS-TO) TO WS-PART
                 END-IF
              END-PERFORM
              MOVE 3 TO WS-SUB
              PERFORM 4300-SET-PCT
              MOVE WS-WIN-AMT(9) TO WS-PART
              MOVE 4 TO WS-SUB
              PERFORM 4300-SET-PCT
           END-PERFORM
           MOVE WS-RATE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * POOL THE BRANCH'S ROLHST ROWS FOR THIS FROM-BUCKET OVER THE
      * LAST WS-WINDOW MONTHS, THIS ONE INCLUDED.
       4200-LOAD-WINDOW.
           INITIALIZE WS-WIN-TABLE
           MOVE 0 TO WS-MONTHS-FOUND
           PERFORM VARYING WS-BACK FROM 0 BY 1
                   UNTIL WS-BACK NOT < WS-WINDOW
              PERFORM 1100-MONTH-BACK
              MOVE WS-WORK-MONTH      TO RLH-MONTH
              MOVE WS-BR-BRNO(WS-ENT) TO RLH-BRNO
              MOVE WS-FROM            TO RLH-FROM
              READ ROLHST-FILE
              IF ROLHST-STATUS = "00"
                 ADD 1 TO WS-MONTHS-FOUND
                 PERFORM VARYING WS-TO FROM 1 BY 1 UNTIL WS-TO > 11
                    ADD RLH-CNT(WS-TO) TO WS-WIN-CNT(WS-TO)
                    ADD RLH-AMT(WS-TO) TO WS-WIN-AMT(WS-TO)
                 END-PERFORM
              END-IF
           END-PERFORM.

       4300-SET-PCT.
           IF WS-WHOLE = 0
              MOVE 0 TO RRL-PCT(WS-GRP WS-SUB)
           ELSE
              COMPUTE RRL-PCT(WS-GRP WS-SUB) ROUNDED =
                  WS-PART * 100 / WS-WHOLE
           END-IF.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PRIOR-OPEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS OPEN LAST MONTH:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS NEW THIS MONTH:       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-ENT
           MOVE 1 TO WS-FROM
           MOVE 12 TO WS-WINDOW
           PERFORM 4200-LOAD-WINDOW
           MOVE WS-MONTHS-FOUND TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "MONTHS IN 12-MONTH AVERAGE:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVERFLOW > 0
              MOVE WS-CNT-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** BRANCH TABLE FULL - ACCOUNTS IN COMPANY "
                     "TOTAL ONLY: " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       9999-EXIT.
           CLOSE ROLPRM-FILE DSHC-FILE DSHP-FILE ROLHST-FILE ROLRPT-RPT
           STOP RUN.
