      *================================================================*
      *   P R O G R A M :  A L T R E C                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-02
      *  DESC: ALLOTMENT REMITTANCE RECONCILIATION, RUN AFTER POSTING.
      *        ALLOTMENT MONEY POSTS UNDER THE REFERENCE CODES WITH
      *        CD-BR-ALLOT-OPTION "Y" (THE ALLOTCD LIST), BUT NOTHING
      *        COMPARED WHAT ARRIVED WITH WHAT SHOULD HAVE - A STOPPED
      *        ALLOTMENT (PCS, SEPARATION, A PAY PROBLEM) WAS FOUND
      *        WHEN THE ACCOUNT WENT 60 DAYS LATE.  EVERY ALLOTMENT
      *        ITEM POSTED ON THE DAY'S LOG (LOGHST) IS MATCHED TO THE
      *        ACCOUNT'S ROW ON THE ALT ALLOTMENT MASTER (ALTMNT):
      *          UX  UNEXPECTED - NO ALLOTMENT ON FILE, CLOSED, NOT
      *              STARTED, OR PAST ITS STOP DATE;
      *          SH  SHORT / OV OVER - OFF THE EXPECTED AMOUNT BY MORE
      *              THAN THE TOLERANCE, OR OV AN EXTRA REMITTANCE
      *              AHEAD OF THE NEXT DUE DATE;
      *          MT  AS EXPECTED.
      *        A REMITTANCE SATISFIES THE PERIOD DUE AND MOVES THE NEXT
      *        DUE DATE ON BY THE FREQUENCY.  THE WHOLE MASTER IS THEN
      *        SWEPT: A PERIOD STILL UNPAID PAST ITS DUE DATE PLUS THE
      *        GRACE DAYS IS MS MISSING, AND AN ALLOTMENT MISSING THE
      *        PARM NUMBER OF PERIODS IN A ROW, OR PAST THE STOP DATE
      *        THE BRANCH KEYED, IS STOPPED (ST).  EVERY STOPPED
      *        ALLOTMENT IS WRITTEN TO ALTCTC EACH NIGHT FOR WRKGEN TO
      *        PUT IN FRONT OF A COLLECTOR UNTIL THE MONEY RESUMES (RS)
      *        OR THE BRANCH CLOSES OR RESUMES THE ALLOTMENT.  EVERY
      *        RESULT IS APPENDED TO THE ALTHST HISTORY ALTSUM
      *        SUMMARISES BY SOURCE EACH MONTH.  LIMITS COME FROM
      *        ALTREC.PARM; A ZERO OR MISSING VALUE TAKES THE DEFAULT
      *        (5 GRACE DAYS, $1.00 TOLERANCE, STOPPED AFTER 2 MISSED).
      *
      *  MOD HISTORY:
      *   100228 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTREC.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALTPRM-FILE ASSIGN TO "ALTREC.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTPRM-STATUS.

           SELECT LOGHST-FILE ASSIGN TO "LOGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGHST-STATUS.

           SELECT ALLOTCD-FILE ASSIGN TO "ALLOTCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOTCD-STATUS.

           SELECT ALT-FILE ASSIGN TO "ALT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ALT-KEY
               FILE STATUS IS ALT-STATUS.

           SELECT OPTIONAL ALTHST-FILE ASSIGN TO "ALTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTHST-STATUS.

           SELECT ALTCTC-FILE ASSIGN TO "ALTCTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTCTC-STATUS.

           SELECT ALTREC-RPT ASSIGN TO "ALTREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALTPRM-FILE.
       01  ALTPRM-REC.
      * ZERO RUN DATE = TODAY.
           05  ALP-RUN-DATE          PIC 9(08).
           05  ALP-GRACE-DAYS        PIC 9(03).
           05  ALP-TOLERANCE         PIC 9(05)V99.
           05  ALP-STOP-MISSES       PIC 9(02).

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

      * THE REFERENCE CODES WITH CD-BR-ALLOT-OPTION "Y".
       FD  ALLOTCD-FILE.
       01  ALLOTCD-REC.
           05  ALLOTCD-REFCD         PIC X(05).

       FD  ALT-FILE.
       01  ALT-REC.
           05  ALT-KEY.
               10  ALT-BRNO          PIC X(04).
               10  ALT-ACCTNO        PIC X(10).
           05  ALT-ALLOTTER          PIC X(25).
           05  ALT-SOURCE            PIC X(08).
      * M MILITARY, P PAYROLL, O OTHER.
           05  ALT-SOURCE-TYPE       PIC X(01).
           05  ALT-EXPECT-AMT        PIC S9(07)V99.
      * W WEEKLY, B BIWEEKLY, S SEMI-MONTHLY, M MONTHLY.
           05  ALT-FREQ              PIC X(01).
           05  ALT-START-DATE        PIC 9(08).
           05  ALT-STOP-DATE         PIC 9(08).
      * A ACTIVE, S STOPPED (ALTREC - MISSED OR PAST ITS STOP DATE),
      * C CLOSED.
           05  ALT-STATUS-CD         PIC X(01).
               88  ALT-ACTIVE                   VALUE "A".
               88  ALT-STOPPED                  VALUE "S".
               88  ALT-CLOSED                   VALUE "C".
      * MS MISSED REMITTANCES, EN ENDED ON ITS STOP DATE.
           05  ALT-STOP-REASON       PIC X(02).
           05  ALT-STOPPED-DATE      PIC 9(08).
           05  ALT-NEXT-DUE          PIC 9(08).
           05  ALT-LAST-RCVD-DATE    PIC 9(08).
           05  ALT-LAST-RCVD-AMT     PIC S9(07)V99.
           05  ALT-MISSED-CNT        PIC 9(02).
           05  ALT-MAINT-DATE        PIC 9(08).
           05  ALT-MAINT-USER        PIC X(08).

      * ONE ROW PER RECONCILIATION RESULT - MT SH OV UX MS ST RS.
       FD  ALTHST-FILE.
       01  ALTHST-REC.
           05  HST-DATE              PIC 9(08).
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

      * TONIGHT'S STOPPED ALLOTMENTS FOR THE COLLECTOR QUEUES.
       FD  ALTCTC-FILE.
       01  ALTCTC-REC.
           05  CTC-BRNO              PIC X(04).
           05  CTC-ACCTNO            PIC X(10).
           05  CTC-REASON            PIC X(02).
           05  CTC-STOPPED-DATE      PIC 9(08).
           05  CTC-SOURCE            PIC X(08).
           05  CTC-ALLOTTER          PIC X(25).
           05  CTC-EXPECT-AMT        PIC S9(07)V99.
           05  CTC-LAST-RCVD-DATE    PIC 9(08).

       FD  ALTREC-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  ALTPRM-STATUS             PIC XX.
       01  LOGHST-STATUS             PIC XX.
           88  LOGHST-EOF                       VALUE "10".
       01  ALLOTCD-STATUS            PIC XX.
           88  ALLOTCD-EOF                      VALUE "10".
       01  ALT-STATUS                PIC XX.
           88  ALT-EOF                          VALUE "10".
       01  ALTHST-STATUS             PIC XX.
       01  ALTCTC-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-GRACE-DAYS             PIC 9(03) VALUE 5.
       01  WS-TOLERANCE              PIC 9(05)V99 VALUE 1.00.
       01  WS-STOP-MISSES            PIC 9(02) VALUE 2.
       01  WS-DAYS                   PIC S9(07).
       01  WS-DIFF                   PIC S9(07)V99.
       01  WS-TYPE                   PIC X(02).
       01  WS-NOTE                   PIC X(30).
       01  WS-CHANGED                PIC X(01).
       01  WS-LOOPS                  PIC 9(03) COMP.

       01  WS-MAX-AC                 PIC 9(03) COMP VALUE 100.
       01  WS-AC-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-AC-SUB                 PIC 9(03) COMP.
       01  WS-AC-TABLE.
           05  WS-AC-REFCD OCCURS 100 TIMES PIC X(05).

      * NEXT DUE DATE BY FREQUENCY.  MONTHLY KEEPS THE START DATE'S
      * DAY; TWICE A MONTH ALTERNATES THE START DAY AND FIFTEEN DAYS
      * FROM IT; A DAY PAST THE END OF A SHORT MONTH TAKES ITS LAST.
       01  WS-DUE-DATE               PIC 9(08).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY           PIC 9(04).
           05  WS-DUE-MM             PIC 9(02).
           05  WS-DUE-DD             PIC 9(02).
       01  WS-ANCHOR-LO              PIC 9(02).
       01  WS-ANCHOR-HI              PIC 9(02).
       01  WS-WANT-DD                PIC 9(02).
       01  WS-MONTH-END              PIC 9(02).
       01  WS-MONTH-DAYS-X           PIC X(24)
                                     VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
           05  WS-MONTH-LEN          PIC 9(02) OCCURS 12 TIMES.

       01  WS-CNT-ITEMS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-MT                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-SH                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OV                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-UX                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-MS                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ST                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RS                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CTC                PIC 9(07) COMP VALUE 0.
       01  WS-AMT-RCVD               PIC S9(11)V99 VALUE 0.
       01  WS-AMT-MISSING            PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-TYPE              PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SOURCE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-EXPECT-AMT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-RCVD-AMT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NOTE              PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-ALLOTTER          PIC X(25).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ALLOTCDS
           PERFORM 2000-MATCH-REMITTANCES
           PERFORM 3000-SWEEP-MASTER
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ALTPRM-FILE
           READ ALTPRM-FILE
               AT END MOVE ZEROS TO ALTPRM-REC
           END-READ
           CLOSE ALTPRM-FILE
           IF ALP-RUN-DATE NOT = 0
              MOVE ALP-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF ALP-GRACE-DAYS NOT = 0
              MOVE ALP-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           IF ALP-TOLERANCE NOT = 0
              MOVE ALP-TOLERANCE TO WS-TOLERANCE
           END-IF
           IF ALP-STOP-MISSES NOT = 0
              MOVE ALP-STOP-MISSES TO WS-STOP-MISSES
           END-IF
           OPEN INPUT  LOGHST-FILE
           OPEN INPUT  ALLOTCD-FILE
           OPEN I-O ALT-FILE
           IF ALT-STATUS = "35"
              OPEN OUTPUT ALT-FILE
              CLOSE ALT-FILE
              OPEN I-O ALT-FILE
           END-IF
           OPEN EXTEND ALTHST-FILE
           OPEN OUTPUT ALTCTC-FILE
           OPEN OUTPUT ALTREC-RPT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENT REMITTANCE RECONCILIATION FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOLERANCE TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "GRACE DAYS " WS-GRACE-DAYS "   TOLERANCE "
                  WS-EDIT-AMT "   STOPPED AFTER " WS-STOP-MISSES
                  " MISSED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TY  BRNO ACCOUNT     SOURCE    DATE      "
                  "     EXPECTED       RECEIVED  NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-ALLOTCDS.
           READ ALLOTCD-FILE AT END SET ALLOTCD-EOF TO TRUE END-READ
           PERFORM UNTIL ALLOTCD-EOF OR WS-AC-CNT = WS-MAX-AC
               ADD 1 TO WS-AC-CNT
               MOVE ALLOTCD-REFCD TO WS-AC-REFCD(WS-AC-CNT)
               READ ALLOTCD-FILE AT END SET ALLOTCD-EOF TO TRUE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * THE ALLOTMENT MONEY THAT POSTED.
      *----------------------------------------------------------------*
       2000-MATCH-REMITTANCES.
           READ LOGHST-FILE AT END SET LOGHST-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOG-ITEM THRU 2100-EXIT UNTIL LOGHST-EOF.

       2100-ONE-LOG-ITEM.
           IF LOG-RETURN NOT = 0 OR LOG-TRAMT NOT > 0
              OR LOG-DATE > WS-RUN-DATE
              GO TO 2100-NEXT.
           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-AC-CNT
                      OR WS-AC-REFCD(WS-AC-SUB) = LOG-REFCD
               CONTINUE
           END-PERFORM
           IF WS-AC-SUB > WS-AC-CNT
              GO TO 2100-NEXT.
           ADD 1 TO WS-CNT-ITEMS
           ADD LOG-TRAMT TO WS-AMT-RCVD
           MOVE LOG-BRNO   TO ALT-BRNO
           MOVE LOG-NUMBER TO ALT-ACCTNO
           READ ALT-FILE
           IF ALT-STATUS NOT = "00"
              INITIALIZE ALT-REC
              MOVE LOG-BRNO   TO ALT-BRNO
              MOVE LOG-NUMBER TO ALT-ACCTNO
              MOVE "UX"       TO WS-TYPE
              MOVE "NO ALLOTMENT ON FILE" TO WS-NOTE
              PERFORM 2900-REMITTANCE-RESULT
              GO TO 2100-NEXT.
           IF ALT-CLOSED
              MOVE "UX" TO WS-TYPE
              MOVE "ALLOTMENT CLOSED" TO WS-NOTE
              PERFORM 2900-REMITTANCE-RESULT
              GO TO 2100-NEXT.
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE(ALT-START-DATE)
              - FUNCTION INTEGER-OF-DATE(LOG-DATE)
           IF WS-DAYS > WS-GRACE-DAYS
              MOVE "UX" TO WS-TYPE
              MOVE "BEFORE THE ALLOTMENT STARTS" TO WS-NOTE
              PERFORM 2900-REMITTANCE-RESULT
              GO TO 2100-NEXT.
           IF ALT-STOP-DATE NOT = 0 AND LOG-DATE NOT < ALT-STOP-DATE
              MOVE "UX" TO WS-TYPE
              MOVE "AFTER THE ALLOTMENT STOP DATE" TO WS-NOTE
              PERFORM 2900-REMITTANCE-RESULT
              GO TO 2100-NEXT.
           COMPUTE WS-DIFF = LOG-TRAMT - ALT-EXPECT-AMT
           EVALUATE TRUE
               WHEN WS-DIFF < 0 AND (0 - WS-DIFF) > WS-TOLERANCE
                   MOVE "SH" TO WS-TYPE
                   MOVE "SHORT OF THE EXPECTED AMOUNT" TO WS-NOTE
               WHEN WS-DIFF > WS-TOLERANCE
                   MOVE "OV" TO WS-TYPE
                   MOVE "OVER THE EXPECTED AMOUNT" TO WS-NOTE
               WHEN OTHER
                   MOVE "MT" TO WS-TYPE
                   MOVE SPACES TO WS-NOTE
           END-EVALUATE
           MOVE LOG-DATE  TO ALT-LAST-RCVD-DATE
           MOVE LOG-TRAMT TO ALT-LAST-RCVD-AMT
      * MONEY ON A STOPPED ALLOTMENT - IT HAS RESUMED.  THE SCHEDULE
      * PICKS UP FROM THIS REMITTANCE.
           IF ALT-STOPPED
              MOVE "A"    TO ALT-STATUS-CD
              MOVE SPACES TO ALT-STOP-REASON
              MOVE 0      TO ALT-STOPPED-DATE ALT-MISSED-CNT
              MOVE LOG-DATE TO WS-DUE-DATE
              PERFORM 8100-ADVANCE-DUE
              MOVE WS-DUE-DATE TO ALT-NEXT-DUE
              PERFORM 2900-REMITTANCE-RESULT
              MOVE "RS" TO WS-TYPE
              MOVE "ALLOTMENT RESUMED" TO WS-NOTE
              ADD 1 TO WS-CNT-RS
              MOVE LOG-DATE TO HST-DATE
              PERFORM 8000-WRITE-HISTORY
              PERFORM 2950-REWRITE
              GO TO 2100-NEXT.
      * MORE THAN THE GRACE DAYS AHEAD OF THE PERIOD DUE: EITHER THE
      * LATE MONEY FOR A PERIOD ALREADY REPORTED MISSING, OR A SECOND
      * REMITTANCE IN A PERIOD ALREADY PAID.
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE(ALT-NEXT-DUE)
              - FUNCTION INTEGER-OF-DATE(LOG-DATE)
           IF WS-DAYS > WS-GRACE-DAYS
              IF ALT-MISSED-CNT > 0
                 SUBTRACT 1 FROM ALT-MISSED-CNT
                 MOVE "LATE - PERIOD REPORTED MISSING" TO WS-NOTE
              ELSE
                 MOVE "OV" TO WS-TYPE
                 MOVE "EXTRA REMITTANCE IN THE PERIOD" TO WS-NOTE
              END-IF
           ELSE
              MOVE 0 TO ALT-MISSED-CNT
              MOVE ALT-NEXT-DUE TO WS-DUE-DATE
              PERFORM 8100-ADVANCE-DUE
              MOVE WS-DUE-DATE TO ALT-NEXT-DUE
           END-IF
           PERFORM 2900-REMITTANCE-RESULT
           PERFORM 2950-REWRITE.
       2100-NEXT.
           READ LOGHST-FILE AT END SET LOGHST-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2900-REMITTANCE-RESULT.
           EVALUATE WS-TYPE
               WHEN "MT" ADD 1 TO WS-CNT-MT
               WHEN "SH" ADD 1 TO WS-CNT-SH
               WHEN "OV" ADD 1 TO WS-CNT-OV
               WHEN OTHER ADD 1 TO WS-CNT-UX
           END-EVALUATE
           MOVE LOG-DATE  TO HST-DATE
           MOVE LOG-TRAMT TO HST-RCVD-AMT
           MOVE LOG-REFCD TO HST-REFCD
           PERFORM 8000-WRITE-HISTORY.

       2950-REWRITE.
           REWRITE ALT-REC
           IF ALT-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "** ALT REWRITE FAILED FOR " ALT-BRNO " "
                     ALT-ACCTNO ", STATUS " ALT-STATUS
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * EVERY ALLOTMENT ON FILE: MISSED PERIODS, STOPS, AND TONIGHT'S
      * COLLECTIONS CONTACTS.
      *----------------------------------------------------------------*
       3000-SWEEP-MASTER.
           MOVE LOW-VALUES TO ALT-KEY
           START ALT-FILE KEY IS NOT LESS THAN ALT-KEY
               INVALID KEY SET ALT-EOF TO TRUE
           END-START
           IF NOT ALT-EOF
              READ ALT-FILE NEXT RECORD
                  AT END SET ALT-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-ALLOTMENT UNTIL ALT-EOF.

       3100-ONE-ALLOTMENT.
           MOVE "N" TO WS-CHANGED
           IF ALT-ACTIVE
              IF ALT-STOP-DATE NOT = 0
                 AND ALT-STOP-DATE NOT > WS-RUN-DATE
                 MOVE "EN" TO ALT-STOP-REASON
                 PERFORM 3300-STOP-ALLOTMENT
              ELSE
                 MOVE 0 TO WS-LOOPS
                 PERFORM 3200-MISSED-PERIOD
                     UNTIL NOT ALT-ACTIVE OR WS-LOOPS > 52
                        OR (ALT-STOP-DATE NOT = 0
                            AND ALT-NEXT-DUE NOT < ALT-STOP-DATE)
                        OR FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE(ALT-NEXT-DUE)
                           NOT > WS-GRACE-DAYS
              END-IF
           END-IF
           IF WS-CHANGED = "Y"
              PERFORM 2950-REWRITE
           END-IF
           IF ALT-STOPPED
              PERFORM 3400-WRITE-CONTACT
           END-IF
           READ ALT-FILE NEXT RECORD
               AT END SET ALT-EOF TO TRUE
           END-READ.

       3200-MISSED-PERIOD.
           ADD 1 TO WS-LOOPS ALT-MISSED-CNT WS-CNT-MS
           ADD ALT-EXPECT-AMT TO WS-AMT-MISSING
           MOVE "Y"  TO WS-CHANGED
           MOVE "MS" TO WS-TYPE
           MOVE SPACES TO WS-NOTE
           STRING "NOT RECEIVED - " ALT-MISSED-CNT " IN A ROW"
               DELIMITED BY SIZE INTO WS-NOTE
           MOVE ALT-NEXT-DUE TO HST-DATE
           MOVE 0            TO HST-RCVD-AMT
           MOVE SPACES       TO HST-REFCD
           PERFORM 8000-WRITE-HISTORY
           MOVE ALT-NEXT-DUE TO WS-DUE-DATE
           PERFORM 8100-ADVANCE-DUE
           MOVE WS-DUE-DATE TO ALT-NEXT-DUE
           IF ALT-MISSED-CNT NOT < WS-STOP-MISSES
              MOVE "MS" TO ALT-STOP-REASON
              PERFORM 3300-STOP-ALLOTMENT
           END-IF.

       3300-STOP-ALLOTMENT.
           MOVE "S"         TO ALT-STATUS-CD
           MOVE WS-RUN-DATE TO ALT-STOPPED-DATE
           MOVE "Y"         TO WS-CHANGED
           ADD 1 TO WS-CNT-ST
           MOVE "ST" TO WS-TYPE
           IF ALT-STOP-REASON = "EN"
              MOVE "STOPPED - PAST ITS STOP DATE" TO WS-NOTE
           ELSE
              MOVE "STOPPED - MISSED REMITTANCES" TO WS-NOTE
           END-IF
           MOVE WS-RUN-DATE TO HST-DATE
           MOVE 0           TO HST-RCVD-AMT
           MOVE SPACES      TO HST-REFCD
           PERFORM 8000-WRITE-HISTORY.

       3400-WRITE-CONTACT.
           ADD 1 TO WS-CNT-CTC
           MOVE ALT-BRNO           TO CTC-BRNO
           MOVE ALT-ACCTNO         TO CTC-ACCTNO
           MOVE ALT-STOP-REASON    TO CTC-REASON
           MOVE ALT-STOPPED-DATE   TO CTC-STOPPED-DATE
           MOVE ALT-SOURCE         TO CTC-SOURCE
           MOVE ALT-ALLOTTER       TO CTC-ALLOTTER
           MOVE ALT-EXPECT-AMT     TO CTC-EXPECT-AMT
           MOVE ALT-LAST-RCVD-DATE TO CTC-LAST-RCVD-DATE
           WRITE ALTCTC-REC.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ITEMS TO WS-EDIT-CNT
           MOVE WS-AMT-RCVD  TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENT ITEMS POSTED   " WS-EDIT-CNT "  "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-MT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  AS EXPECTED      (MT)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SH TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  SHORT            (SH)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OV TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OVER / EXTRA     (OV)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UX TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  UNEXPECTED       (UX)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  RESUMED          (RS)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-MS      TO WS-EDIT-CNT
           MOVE WS-AMT-MISSING TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "PERIODS MISSED     (MS)  " WS-EDIT-CNT "  "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ST TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEWLY STOPPED      (ST)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CTC TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "COLLECTIONS CONTACTS     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE HISTORY ROW FOR WS-TYPE ON THE ALLOTMENT IN HAND, AND ITS
      * REPORT LINE WHEN IT IS AN EXCEPTION.  HST-DATE, HST-RCVD-AMT
      * AND HST-REFCD ARE SET BY THE CALLER.
      *----------------------------------------------------------------*
       8000-WRITE-HISTORY.
           MOVE WS-RUN-DATE     TO HST-RUN-DATE
           MOVE ALT-BRNO        TO HST-BRNO
           MOVE ALT-ACCTNO      TO HST-ACCTNO
           MOVE ALT-SOURCE      TO HST-SOURCE
           MOVE ALT-SOURCE-TYPE TO HST-SOURCE-TYPE
           MOVE WS-TYPE         TO HST-TYPE
           MOVE ALT-EXPECT-AMT  TO HST-EXPECT-AMT
           MOVE WS-NOTE         TO HST-NOTE
           WRITE ALTHST-REC
           IF WS-TYPE NOT = "MT" OR WS-NOTE NOT = SPACES
              MOVE WS-TYPE        TO DTL-TYPE
              MOVE ALT-BRNO       TO DTL-BRNO
              MOVE ALT-ACCTNO     TO DTL-ACCTNO
              MOVE ALT-SOURCE     TO DTL-SOURCE
              MOVE HST-DATE       TO DTL-DATE
              MOVE ALT-EXPECT-AMT TO DTL-EXPECT-AMT
              MOVE HST-RCVD-AMT   TO DTL-RCVD-AMT
              MOVE WS-NOTE        TO DTL-NOTE
              MOVE ALT-ALLOTTER   TO DTL-ALLOTTER
              MOVE WS-DTL-LINE    TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      * WS-DUE-DATE MOVED ON ONE PERIOD OF ALT-FREQ.
       8100-ADVANCE-DUE.
           EVALUATE ALT-FREQ
               WHEN "W"
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7)
               WHEN "B"
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 14)
               WHEN "S"
                   MOVE ALT-START-DATE(7:2) TO WS-ANCHOR-LO
                   IF WS-ANCHOR-LO > 15
                      SUBTRACT 15 FROM WS-ANCHOR-LO
                   END-IF
                   COMPUTE WS-ANCHOR-HI = WS-ANCHOR-LO + 15
                   IF WS-DUE-DD < WS-ANCHOR-HI
                      MOVE WS-ANCHOR-HI TO WS-WANT-DD
                   ELSE
                      PERFORM 8110-NEXT-MONTH
                      MOVE WS-ANCHOR-LO TO WS-WANT-DD
                   END-IF
                   PERFORM 8120-SET-DAY
               WHEN OTHER
                   MOVE ALT-START-DATE(7:2) TO WS-WANT-DD
                   PERFORM 8110-NEXT-MONTH
                   PERFORM 8120-SET-DAY
           END-EVALUATE.

       8110-NEXT-MONTH.
           IF WS-DUE-MM = 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           ELSE
              ADD 1 TO WS-DUE-MM
           END-IF.

       8120-SET-DAY.
           MOVE WS-MONTH-LEN(WS-DUE-MM) TO WS-MONTH-END
           IF WS-DUE-MM = 2
              AND FUNCTION MOD(WS-DUE-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)
              MOVE 29 TO WS-MONTH-END
           END-IF
           IF WS-WANT-DD > WS-MONTH-END OR WS-WANT-DD = 0
              MOVE WS-MONTH-END TO WS-DUE-DD
           ELSE
              MOVE WS-WANT-DD TO WS-DUE-DD
           END-IF.

       9999-EXIT.
           CLOSE LOGHST-FILE ALLOTCD-FILE ALT-FILE ALTHST-FILE
                 ALTCTC-FILE ALTREC-RPT
           STOP RUN.
