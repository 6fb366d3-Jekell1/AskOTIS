      *================================================================*
      *   P R O G R A M :  A L T M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-02
      *  DESC: ALLOTMENT MASTER MAINTENANCE.  THE KEYED ALT MASTER
      *        HOLDS ONE ROW PER ACCOUNT PAID BY MILITARY OR PAYROLL
      *        ALLOTMENT (THE REFERENCE CODES CARRYING
      *        CD-BR-ALLOT-OPTION "Y"): WHO THE ALLOTTER IS, WHERE THE
      *        MONEY COMES FROM (DFAS, AN EMPLOYER), THE AMOUNT
      *        EXPECTED, HOW OFTEN, AND THE START AND STOP DATES.
      *        ALTREC RECONCILES THE POSTED ALLOTMENT MONEY AGAINST IT
      *        EVERY NIGHT AND KEEPS THE NEXT-DUE, LAST-RECEIVED AND
      *        MISSED FIELDS.  THE BRANCHES KEY ALTTRN TRANSACTIONS -
      *          A  ADD AN ALLOTMENT (ALLOTTER, SOURCE, AMOUNT,
      *             FREQUENCY; START DATE - RUN DATE WHEN ZERO);
      *          C  CHANGE ALLOTTER, SOURCE, TYPE, AMOUNT, FREQUENCY
      *             OR START DATE (NON-BLANK FIELDS ONLY);
      *          E  END - THE ALLOTMENT STOPS ON THE DATE GIVEN (RUN
      *             DATE WHEN ZERO), E.G. A KNOWN PCS OR SEPARATION;
      *          R  RESUME A STOPPED OR CLOSED ALLOTMENT, NEXT DUE ON
      *             THE DATE GIVEN (RUN DATE WHEN ZERO);
      *          X  CLOSE - NO ALLOTMENT IS EXPECTED ANY MORE (THE
      *             BORROWER PAYS ANOTHER WAY); COLLECTIONS STOPS
      *             CALLING ABOUT IT.
      *        FREQUENCY IS W WEEKLY, B EVERY TWO WEEKS, S TWICE A
      *        MONTH OR M MONTHLY; SOURCE TYPE IS M MILITARY, P
      *        PAYROLL OR O OTHER.  EVERY TRANSACTION NEEDS THE
      *        MAINTAINING USER.  EVERY ACTION TAKEN OR REFUSED IS
      *        APPENDED TO THE ALTAUD AUDIT TRAIL.  ROWS ARE NEVER
      *        DELETED - A CLOSED ALLOTMENT STAYS ON FILE.
      *
      *  MOD HISTORY:
      *   100228 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALTTRN-FILE ASSIGN TO "ALTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTTRN-STATUS.

           SELECT ALT-FILE ASSIGN TO "ALT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ALT-KEY
               FILE STATUS IS ALT-STATUS.

           SELECT OPTIONAL ALTAUD-FILE ASSIGN TO "ALTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTAUD-STATUS.

           SELECT ALTMNT-RPT ASSIGN TO "ALTMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALTTRN-FILE.
       01  ALTTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-ADD                      VALUE "A".
               88  TRN-CHANGE                   VALUE "C".
               88  TRN-END                      VALUE "E".
               88  TRN-RESUME                   VALUE "R".
               88  TRN-CLOSE                    VALUE "X".
           05  TRN-BRNO              PIC X(04).
           05  TRN-ACCTNO            PIC X(10).
           05  TRN-ALLOTTER          PIC X(25).
           05  TRN-SOURCE            PIC X(08).
           05  TRN-SOURCE-TYPE       PIC X(01).
               88  TRN-SOURCE-TYPE-OK           VALUE "M" "P" "O".
           05  TRN-AMOUNT            PIC 9(07)V99.
           05  TRN-FREQ              PIC X(01).
               88  TRN-FREQ-OK                  VALUE "W" "B" "S" "M".
           05  TRN-START-DATE        PIC 9(08).
           05  TRN-DATE              PIC 9(08).
           05  TRN-MAINT-USER        PIC X(08).

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

       FD  ALTAUD-FILE.
       01  ALTAUD-REC.
           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(06).
           05  AUD-BRNO              PIC X(04).
           05  AUD-ACCTNO            PIC X(10).
           05  AUD-ACTION            PIC X(01).
           05  AUD-RESULT            PIC X(08).
           05  AUD-MAINT-USER        PIC X(08).
           05  AUD-NOTE              PIC X(60).

       FD  ALTMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  ALTTRN-STATUS             PIC XX.
           88  ALTTRN-EOF                       VALUE "10".
       01  ALT-STATUS                PIC XX.
       01  ALTAUD-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).

       01  WS-CNT-ADDED              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CHANGED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ENDED              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RESUMED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CLOSED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TRL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-MAINT-USER        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  ALTTRN-FILE
           OPEN I-O ALT-FILE
           IF ALT-STATUS = "35"
              OPEN OUTPUT ALT-FILE
              CLOSE ALT-FILE
              OPEN I-O ALT-FILE
           END-IF
           OPEN EXTEND ALTAUD-FILE
           OPEN OUTPUT ALTMNT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENT MASTER MAINTENANCE FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE BRANCH TRANSACTIONS.
      *----------------------------------------------------------------*
       2000-APPLY.
           READ ALTTRN-FILE AT END SET ALTTRN-EOF TO TRUE END-READ
           IF NOT ALTTRN-EOF
              MOVE "TRANSACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  BRNO ACCOUNT     MAINT BY  RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL ALTTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION     TO TRL-ACTION
           MOVE TRN-BRNO       TO TRL-BRNO
           MOVE TRN-ACCTNO     TO TRL-ACCTNO
           MOVE TRN-MAINT-USER TO TRL-MAINT-USER
           MOVE "REFUSED "     TO TRL-RESULT
           MOVE SPACES         TO TRL-NOTE
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-END
              AND NOT TRN-RESUME AND NOT TRN-CLOSE
              MOVE "ACTION MUST BE A, C, E, R OR X" TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF TRN-BRNO = SPACES OR TRN-ACCTNO = SPACES
              OR TRN-MAINT-USER = SPACES
              MOVE "NEEDS THE BRANCH, ACCOUNT AND MAINTAINING USER"
                 TO TRL-NOTE
              GO TO 2100-REFUSE.
           MOVE TRN-BRNO   TO ALT-BRNO
           MOVE TRN-ACCTNO TO ALT-ACCTNO
           READ ALT-FILE
           IF TRN-ADD
              PERFORM 2200-ADD-ALLOTMENT
           ELSE
              IF ALT-STATUS NOT = "00"
                 MOVE "NO ALLOTMENT ON FILE FOR THE ACCOUNT"
                    TO TRL-NOTE
              ELSE
                 EVALUATE TRUE
                     WHEN TRN-CHANGE PERFORM 2300-CHANGE-ALLOTMENT
                     WHEN TRN-END    PERFORM 2400-END-ALLOTMENT
                     WHEN TRN-RESUME PERFORM 2500-RESUME-ALLOTMENT
                     WHEN OTHER      PERFORM 2600-CLOSE-ALLOTMENT
                 END-EVALUATE
              END-IF
           END-IF
           IF TRL-RESULT = "REFUSED "
              GO TO 2100-REFUSE.
           MOVE WS-RUN-DATE    TO ALT-MAINT-DATE
           MOVE TRN-MAINT-USER TO ALT-MAINT-USER
           IF TRN-ADD
              WRITE ALT-REC
           ELSE
              REWRITE ALT-REC
           END-IF
           IF ALT-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "MASTER UPDATE FAILED, STATUS " ALT-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              MOVE "REFUSED " TO TRL-RESULT
              GO TO 2100-REFUSE.
           EVALUATE TRUE
               WHEN TRN-ADD    ADD 1 TO WS-CNT-ADDED
               WHEN TRN-CHANGE ADD 1 TO WS-CNT-CHANGED
               WHEN TRN-END    ADD 1 TO WS-CNT-ENDED
               WHEN TRN-RESUME ADD 1 TO WS-CNT-RESUMED
               WHEN OTHER      ADD 1 TO WS-CNT-CLOSED
           END-EVALUATE
           PERFORM 8000-WRITE-AUDIT
           GO TO 2100-PRINT.
       2100-REFUSE.
           ADD 1 TO WS-CNT-REFUSED
           PERFORM 8000-WRITE-AUDIT.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ ALTTRN-FILE AT END SET ALTTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-ALLOTMENT.
           EVALUATE TRUE
               WHEN ALT-STATUS = "00"
                  MOVE "ALREADY ON FILE - USE C TO CHANGE" TO TRL-NOTE
               WHEN TRN-ALLOTTER = SPACES OR TRN-SOURCE = SPACES
                  OR TRN-AMOUNT = 0
                  MOVE "AN ADD NEEDS ALLOTTER, SOURCE AND AMOUNT"
                     TO TRL-NOTE
               WHEN NOT TRN-FREQ-OK
                  MOVE "FREQUENCY MUST BE W, B, S OR M" TO TRL-NOTE
               WHEN TRN-SOURCE-TYPE NOT = SPACE
                    AND NOT TRN-SOURCE-TYPE-OK
                  MOVE "SOURCE TYPE MUST BE M, P OR O" TO TRL-NOTE
               WHEN OTHER
                  INITIALIZE ALT-REC
                  MOVE TRN-BRNO        TO ALT-BRNO
                  MOVE TRN-ACCTNO      TO ALT-ACCTNO
                  MOVE TRN-ALLOTTER    TO ALT-ALLOTTER
                  MOVE TRN-SOURCE      TO ALT-SOURCE
                  MOVE TRN-SOURCE-TYPE TO ALT-SOURCE-TYPE
                  IF TRN-SOURCE-TYPE = SPACE
                     MOVE "O" TO ALT-SOURCE-TYPE
                  END-IF
                  MOVE TRN-AMOUNT      TO ALT-EXPECT-AMT
                  MOVE TRN-FREQ        TO ALT-FREQ
                  MOVE TRN-START-DATE  TO ALT-START-DATE
                  IF TRN-START-DATE = 0
                     MOVE WS-RUN-DATE TO ALT-START-DATE
                  END-IF
                  MOVE 0               TO ALT-STOP-DATE
                                          ALT-STOPPED-DATE
                                          ALT-LAST-RCVD-DATE
                                          ALT-LAST-RCVD-AMT
                                          ALT-MISSED-CNT
                  MOVE "A"             TO ALT-STATUS-CD
                  MOVE SPACES          TO ALT-STOP-REASON
                  MOVE ALT-START-DATE  TO ALT-NEXT-DUE
                  MOVE "ADDED   "      TO TRL-RESULT
                  MOVE ALT-EXPECT-AMT  TO WS-EDIT-AMT
                  MOVE SPACES TO TRL-NOTE
                  STRING ALT-SOURCE " " WS-EDIT-AMT " " ALT-FREQ
                         " FROM " ALT-START-DATE " " ALT-ALLOTTER
                      DELIMITED BY SIZE INTO TRL-NOTE
           END-EVALUATE.

       2300-CHANGE-ALLOTMENT.
           EVALUATE TRUE
               WHEN TRN-ALLOTTER = SPACES AND TRN-SOURCE = SPACES
                    AND TRN-SOURCE-TYPE = SPACE AND TRN-AMOUNT = 0
                    AND TRN-FREQ = SPACE AND TRN-START-DATE = 0
                  MOVE "NOTHING TO CHANGE" TO TRL-NOTE
               WHEN TRN-FREQ NOT = SPACE AND NOT TRN-FREQ-OK
                  MOVE "FREQUENCY MUST BE W, B, S OR M" TO TRL-NOTE
               WHEN TRN-SOURCE-TYPE NOT = SPACE
                    AND NOT TRN-SOURCE-TYPE-OK
                  MOVE "SOURCE TYPE MUST BE M, P OR O" TO TRL-NOTE
               WHEN OTHER
                  IF TRN-ALLOTTER NOT = SPACES
                     MOVE TRN-ALLOTTER TO ALT-ALLOTTER
                  END-IF
                  IF TRN-SOURCE NOT = SPACES
                     MOVE TRN-SOURCE TO ALT-SOURCE
                  END-IF
                  IF TRN-SOURCE-TYPE NOT = SPACE
                     MOVE TRN-SOURCE-TYPE TO ALT-SOURCE-TYPE
                  END-IF
                  IF TRN-AMOUNT NOT = 0
                     MOVE TRN-AMOUNT TO ALT-EXPECT-AMT
                  END-IF
                  IF TRN-FREQ NOT = SPACE
                     MOVE TRN-FREQ TO ALT-FREQ
                  END-IF
      * A LATER START MOVES THE FIRST EXPECTED REMITTANCE WITH IT.
                  IF TRN-START-DATE NOT = 0
                     MOVE TRN-START-DATE TO ALT-START-DATE
                     IF ALT-NEXT-DUE < ALT-START-DATE
                        MOVE ALT-START-DATE TO ALT-NEXT-DUE
                     END-IF
                  END-IF
                  MOVE "CHANGED " TO TRL-RESULT
                  MOVE ALT-EXPECT-AMT TO WS-EDIT-AMT
                  MOVE SPACES TO TRL-NOTE
                  STRING ALT-SOURCE " " WS-EDIT-AMT " " ALT-FREQ
                         " FROM " ALT-START-DATE " " ALT-ALLOTTER
                      DELIMITED BY SIZE INTO TRL-NOTE
           END-EVALUATE.

       2400-END-ALLOTMENT.
           IF ALT-CLOSED
              MOVE "ALLOTMENT IS CLOSED" TO TRL-NOTE
           ELSE
              MOVE TRN-DATE TO ALT-STOP-DATE
              IF TRN-DATE = 0
                 MOVE WS-RUN-DATE TO ALT-STOP-DATE
              END-IF
              MOVE "ENDED   " TO TRL-RESULT
              MOVE SPACES TO TRL-NOTE
              STRING "LAST ALLOTMENT EXPECTED BEFORE " ALT-STOP-DATE
                  DELIMITED BY SIZE INTO TRL-NOTE
           END-IF.

       2500-RESUME-ALLOTMENT.
           IF ALT-ACTIVE
              MOVE "ALLOTMENT IS ALREADY ACTIVE" TO TRL-NOTE
           ELSE
              MOVE "A"    TO ALT-STATUS-CD
              MOVE SPACES TO ALT-STOP-REASON
              MOVE 0      TO ALT-STOPPED-DATE ALT-MISSED-CNT
              MOVE TRN-DATE TO ALT-NEXT-DUE
              IF TRN-DATE = 0
                 MOVE WS-RUN-DATE TO ALT-NEXT-DUE
              END-IF
              IF ALT-STOP-DATE NOT = 0
                 AND ALT-STOP-DATE NOT > ALT-NEXT-DUE
                 MOVE 0 TO ALT-STOP-DATE
              END-IF
              MOVE "RESUMED " TO TRL-RESULT
              MOVE SPACES TO TRL-NOTE
              STRING "NEXT ALLOTMENT EXPECTED " ALT-NEXT-DUE
                  DELIMITED BY SIZE INTO TRL-NOTE
           END-IF.

       2600-CLOSE-ALLOTMENT.
           IF ALT-CLOSED
              MOVE "ALLOTMENT IS ALREADY CLOSED" TO TRL-NOTE
           ELSE
              MOVE "C"    TO ALT-STATUS-CD
              MOVE "CLOSED  " TO TRL-RESULT
              MOVE "NO ALLOTMENT EXPECTED - COLLECTIONS CONTACT ENDS"
                 TO TRL-NOTE
           END-IF.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ADDED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENTS ADDED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CHANGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENTS CHANGED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ENDED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENTS ENDED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RESUMED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENTS RESUMED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CLOSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALLOTMENTS CLOSED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REFUSED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW FOR THE TRANSACTION IN HAND.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-TIME-RAW(1:6) TO AUD-TIME
           MOVE TRN-BRNO         TO AUD-BRNO
           MOVE TRN-ACCTNO       TO AUD-ACCTNO
           MOVE TRN-ACTION       TO AUD-ACTION
           MOVE TRL-RESULT       TO AUD-RESULT
           MOVE TRN-MAINT-USER   TO AUD-MAINT-USER
           MOVE TRL-NOTE         TO AUD-NOTE
           WRITE ALTAUD-REC.

       9999-EXIT.
           CLOSE ALTTRN-FILE ALT-FILE ALTAUD-FILE ALTMNT-RPT
           STOP RUN.
