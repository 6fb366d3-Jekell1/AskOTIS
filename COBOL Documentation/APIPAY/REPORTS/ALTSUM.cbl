      *================================================================*
      *   P R O G R A M :  A L T S U M                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-02
      *  DESC: MONTHLY ALLOTMENT SUMMARY BY SOURCE.  READS THE ALTHST
      *        RECONCILIATION HISTORY ALTREC APPENDS TO EACH NIGHT AND
      *        TOTALS ONE CALENDAR MONTH BY ALLOTMENT SOURCE (DFAS, AN
      *        EMPLOYER'S PAYROLL, ...): REMITTANCES AS EXPECTED,
      *        SHORT, OVER AND UNEXPECTED WITH THE MONEY RECEIVED,
      *        PERIODS MISSED WITH THE MONEY EXPECTED, ALLOTMENTS
      *        STOPPED AND RESUMED, AND FROM THE ALT MASTER THE
      *        ALLOTMENTS ACTIVE AND STOPPED UNDER THE SOURCE TODAY.
      *        THE MONTH (YYYYMM) COMES FROM ALTSUM.PARM; ZERO OR NO
      *        PARM MEANS THE MONTH BEFORE THE RUN DATE.
      *
      *  MOD HISTORY:
      *   100228 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTSUM.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALSPRM-FILE ASSIGN TO "ALTSUM.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALSPRM-STATUS.

           SELECT OPTIONAL ALTHST-FILE ASSIGN TO "ALTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTHST-STATUS.

           SELECT ALT-FILE ASSIGN TO "ALT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ALT-KEY
               FILE STATUS IS ALT-STATUS.

           SELECT ALTSUM-RPT ASSIGN TO "ALTSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALSPRM-FILE.
       01  ALSPRM-REC.
           05  ALS-MONTH             PIC 9(06).

       FD  ALTHST-FILE.
       01  ALTHST-REC.
           05  HST-DATE              PIC 9(08).
           05  HST-DATE-X REDEFINES HST-DATE.
               10  HST-YYYYMM        PIC 9(06).
               10  FILLER            PIC 9(02).
           05  HST-RUN-DATE          PIC 9(08).
           05  HST-BRNO              PIC X(04).
           05  HST-ACCTNO            PIC X(10).
           05  HST-SOURCE            PIC X(08).
           05  HST-SOURCE-TYPE       PIC X(01).
           05  HST-TYPE              PIC X(02).
           05  HST-EXPECT-AMT        PIC S9(07)V99.
           05  HST-RCVD-AMT          PIC S9(07)V99.
           05  HST-REFCD             PIC X(05).
           05  HST-NOTE              PIC X(30).

       FD  ALT-FILE.
       01  ALT-REC.
           05  ALT-KEY.
               10  ALT-BRNO          PIC X(04).
               10  ALT-ACCTNO        PIC X(10).
           05  ALT-ALLOTTER          PIC X(25).
           05  ALT-SOURCE            PIC X(08).
           05  ALT-SOURCE-TYPE       PIC X(01).
           05  ALT-EXPECT-AMT        PIC S9(07)V99.
           05  ALT-FREQ              PIC X(01).
           05  ALT-START-DATE        PIC 9(08).
           05  ALT-STOP-DATE         PIC 9(08).
           05  ALT-STATUS-CD         PIC X(01).
               88  ALT-ACTIVE                   VALUE "A".
               88  ALT-STOPPED                  VALUE "S".
               88  ALT-CLOSED                   VALUE "C".
           05  ALT-STOP-REASON       PIC X(02).
           05  ALT-STOPPED-DATE      PIC 9(08).
           05  ALT-NEXT-DUE          PIC 9(08).
           05  ALT-LAST-RCVD-DATE    PIC 9(08).
           05  ALT-LAST-RCVD-AMT     PIC S9(07)V99.
           05  ALT-MISSED-CNT        PIC 9(02).
           05  ALT-MAINT-DATE        PIC 9(08).
           05  ALT-MAINT-USER        PIC X(08).

       FD  ALTSUM-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  ALSPRM-STATUS             PIC XX.
       01  ALTHST-STATUS             PIC XX.
           88  ALTHST-EOF                       VALUE "10".
       01  ALT-STATUS                PIC XX.
           88  ALT-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY         PIC 9(04).
           05  WS-MONTH-MM           PIC 9(02).
       01  WS-SOURCE                 PIC X(08).

      * ONE BUCKET PER SOURCE; THE LAST ENTRY IS THE GRAND TOTAL.
       01  WS-MAX-SRC                PIC 9(03) COMP VALUE 199.
       01  WS-SRC-CNT                PIC 9(03) COMP VALUE 0.
       01  WS-SRC-SUB                PIC 9(03) COMP.
       01  WS-TOT-SUB                PIC 9(03) COMP VALUE 200.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 200 TIMES.
               10  WS-SRC-NAME       PIC X(08).
               10  WS-SRC-MT         PIC 9(07) COMP.
               10  WS-SRC-SH         PIC 9(07) COMP.
               10  WS-SRC-OV         PIC 9(07) COMP.
               10  WS-SRC-UX         PIC 9(07) COMP.
               10  WS-SRC-MS         PIC 9(07) COMP.
               10  WS-SRC-ST         PIC 9(07) COMP.
               10  WS-SRC-RS         PIC 9(07) COMP.
               10  WS-SRC-ACTIVE     PIC 9(07) COMP.
               10  WS-SRC-STOPPED    PIC 9(07) COMP.
               10  WS-SRC-RCVD-AMT   PIC S9(11)V99.
               10  WS-SRC-MISS-AMT   PIC S9(11)V99.

       01  WS-SUM-LINE.
           05  SUM-SOURCE            PIC X(08).
           05  SUM-MT                PIC ZZZ,ZZ9.
           05  SUM-SH                PIC ZZZ,ZZ9.
           05  SUM-OV                PIC ZZZ,ZZ9.
           05  SUM-UX                PIC ZZZ,ZZ9.
           05  SUM-RCVD-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SUM-MS                PIC ZZZ,ZZ9.
           05  SUM-MISS-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SUM-ST                PIC ZZZ,ZZ9.
           05  SUM-RS                PIC ZZZ,ZZ9.
           05  SUM-ACTIVE            PIC ZZZ,ZZ9.
           05  SUM-STOPPED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY
           PERFORM 3000-READ-MASTER
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ALSPRM-FILE
           READ ALSPRM-FILE
               AT END MOVE ZEROS TO ALSPRM-REC
           END-READ
           CLOSE ALSPRM-FILE
           IF ALS-MONTH NOT = 0
              MOVE ALS-MONTH TO WS-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-MONTH
              IF WS-MONTH-MM = 1
                 MOVE 12 TO WS-MONTH-MM
                 SUBTRACT 1 FROM WS-MONTH-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF
           INITIALIZE WS-SRC-TABLE
           MOVE "TOTAL" TO WS-SRC-NAME(WS-TOT-SUB)
           OPEN INPUT ALTHST-FILE
           MOVE "00" TO ALTHST-STATUS
           OPEN INPUT ALT-FILE
           OPEN OUTPUT ALTSUM-RPT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENT SUMMARY BY SOURCE FOR " WS-MONTH-MM "/"
                  WS-MONTH-YYYY "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SOURCE   AS EXP  SHORT   OVER  UNEXP"
                  "          RECEIVED MISSED"
                  "        AMT MISSED STOPPD RESUMD"
                  " ACTIVE STOPPD"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-READ-HISTORY.
           READ ALTHST-FILE AT END SET ALTHST-EOF TO TRUE END-READ
           PERFORM 2100-ONE-HISTORY UNTIL ALTHST-EOF.

       2100-ONE-HISTORY.
           IF HST-YYYYMM = WS-MONTH
              MOVE HST-SOURCE TO WS-SOURCE
              PERFORM 8000-FIND-SOURCE
              EVALUATE HST-TYPE
                  WHEN "MT"
                      ADD 1 TO WS-SRC-MT(WS-SRC-SUB)
                               WS-SRC-MT(WS-TOT-SUB)
                  WHEN "SH"
                      ADD 1 TO WS-SRC-SH(WS-SRC-SUB)
                               WS-SRC-SH(WS-TOT-SUB)
                  WHEN "OV"
                      ADD 1 TO WS-SRC-OV(WS-SRC-SUB)
                               WS-SRC-OV(WS-TOT-SUB)
                  WHEN "UX"
                      ADD 1 TO WS-SRC-UX(WS-SRC-SUB)
                               WS-SRC-UX(WS-TOT-SUB)
                  WHEN "MS"
                      ADD 1 TO WS-SRC-MS(WS-SRC-SUB)
                               WS-SRC-MS(WS-TOT-SUB)
                      ADD HST-EXPECT-AMT TO WS-SRC-MISS-AMT(WS-SRC-SUB)
                                            WS-SRC-MISS-AMT(WS-TOT-SUB)
                  WHEN "ST"
                      ADD 1 TO WS-SRC-ST(WS-SRC-SUB)
                               WS-SRC-ST(WS-TOT-SUB)
                  WHEN "RS"
                      ADD 1 TO WS-SRC-RS(WS-SRC-SUB)
                               WS-SRC-RS(WS-TOT-SUB)
              END-EVALUATE
              IF HST-TYPE = "MT" OR "SH" OR "OV" OR "UX"
                 ADD HST-RCVD-AMT TO WS-SRC-RCVD-AMT(WS-SRC-SUB)
                                     WS-SRC-RCVD-AMT(WS-TOT-SUB)
              END-IF
           END-IF
           READ ALTHST-FILE AT END SET ALTHST-EOF TO TRUE END-READ.

      * THE ALLOTMENTS ON FILE TODAY UNDER EACH SOURCE.
       3000-READ-MASTER.
           IF ALT-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "** ALT MASTER NOT AVAILABLE, STATUS " ALT-STATUS
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              SET ALT-EOF TO TRUE
           ELSE
              MOVE LOW-VALUES TO ALT-KEY
              START ALT-FILE KEY IS NOT LESS THAN ALT-KEY
                  INVALID KEY SET ALT-EOF TO TRUE
              END-START
           END-IF
           IF NOT ALT-EOF
              READ ALT-FILE NEXT RECORD
                  AT END SET ALT-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-ALLOTMENT UNTIL ALT-EOF.

       3100-ONE-ALLOTMENT.
           IF NOT ALT-CLOSED
              MOVE ALT-SOURCE TO WS-SOURCE
              PERFORM 8000-FIND-SOURCE
              IF ALT-ACTIVE
                 ADD 1 TO WS-SRC-ACTIVE(WS-SRC-SUB)
                          WS-SRC-ACTIVE(WS-TOT-SUB)
              ELSE
                 ADD 1 TO WS-SRC-STOPPED(WS-SRC-SUB)
                          WS-SRC-STOPPED(WS-TOT-SUB)
              END-IF
           END-IF
           READ ALT-FILE NEXT RECORD
               AT END SET ALT-EOF TO TRUE
           END-READ.

       4000-PRINT-SUMMARY.
           PERFORM 4100-PRINT-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-SUB TO WS-SRC-SUB
           PERFORM 4100-PRINT-SOURCE.

       4100-PRINT-SOURCE.
           MOVE WS-SRC-NAME(WS-SRC-SUB)     TO SUM-SOURCE
           MOVE WS-SRC-MT(WS-SRC-SUB)       TO SUM-MT
           MOVE WS-SRC-SH(WS-SRC-SUB)       TO SUM-SH
           MOVE WS-SRC-OV(WS-SRC-SUB)       TO SUM-OV
           MOVE WS-SRC-UX(WS-SRC-SUB)       TO SUM-UX
           MOVE WS-SRC-RCVD-AMT(WS-SRC-SUB) TO SUM-RCVD-AMT
           MOVE WS-SRC-MS(WS-SRC-SUB)       TO SUM-MS
           MOVE WS-SRC-MISS-AMT(WS-SRC-SUB) TO SUM-MISS-AMT
           MOVE WS-SRC-ST(WS-SRC-SUB)       TO SUM-ST
           MOVE WS-SRC-RS(WS-SRC-SUB)       TO SUM-RS
           MOVE WS-SRC-ACTIVE(WS-SRC-SUB)   TO SUM-ACTIVE
           MOVE WS-SRC-STOPPED(WS-SRC-SUB)  TO SUM-STOPPED
           MOVE WS-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * WS-SRC-SUB TO THE BUCKET FOR WS-SOURCE, ADDING IT IF NEW.  AN
      * UNEXPECTED REMITTANCE WITH NO ALLOTMENT ON FILE HAS NO SOURCE.
       8000-FIND-SOURCE.
           IF WS-SOURCE = SPACES
              MOVE "(NONE)" TO WS-SOURCE
           END-IF
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-CNT
                      OR WS-SRC-NAME(WS-SRC-SUB) = WS-SOURCE
               CONTINUE
           END-PERFORM
           IF WS-SRC-SUB > WS-SRC-CNT
              IF WS-SRC-CNT < WS-MAX-SRC
                 ADD 1 TO WS-SRC-CNT
                 MOVE WS-SRC-CNT TO WS-SRC-SUB
                 MOVE WS-SOURCE TO WS-SRC-NAME(WS-SRC-SUB)
              ELSE
                 MOVE WS-SRC-CNT TO WS-SRC-SUB
                 MOVE "(OTHER)" TO WS-SRC-NAME(WS-SRC-SUB)
              END-IF
           END-IF.

       9999-EXIT.
           CLOSE ALTHST-FILE ALT-FILE ALTSUM-RPT
           STOP RUN.
