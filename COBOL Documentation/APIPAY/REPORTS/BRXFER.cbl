      *================================================================*
      *   P R O G R A M :  B R X F E R                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-04-10
      *  DESC: DAILY SINGLE-ACCOUNT BRANCH TRANSFER PASS.  THE "TB"
      *        TRANSACTION RE-KEYS THE LOAN, ITS HISTORY, SCHEDULE
      *        AND INSURANCE TRAILERS AND MOVES THE G/L, THEN LOGS
      *        THE MOVE ON BXF.  THIS JOB CARRIES THE REST ALONG: FOR
      *        EVERY MOVE ON THE REPORT DATE THE ACCOUNT'S OPEN QT
      *        QUOTES, SUS SUSPENSE, PTP PROMISES AND ARR
      *        ARRANGEMENTS, ITS ROWS ON THE ACCOUNT-KEYED MASTERS
      *        (SEE THE ROSTER) AND ITS SCH AND LOCHST HISTORY ARE
      *        RE-KEYED ON .NEW COPIES OF THE EXTRACTS AND DUMPS (THE
      *        SAME WAY BRCONS RE-KEYS A WHOLE BRANCH),
      *        WITH A BXFAUD BEFORE/AFTER ROW PER RECORD.  A SECOND
      *        MOVE OF THE SAME ACCOUNT THE SAME DAY IS APPLIED IN
      *        LOG ORDER.  THE REPORT LISTS EACH MOVE WITH ITS
      *        BALANCES AND CARRIED RECORDS, AND ENDS WITH A SIGN-OFF
      *        LINE FOR EVERY BRANCH THAT GAVE OR TOOK AN ACCOUNT.
      *        THE REPORT DATE COMES FROM THE OPTIONAL BRXPARM ROW,
      *        OTHERWISE TODAY.
      *
      *  MOD HISTORY:
      *   041028 RTC  ORIGINAL PROGRAM.
      *   031229 RTC  THE ACCOUNT-KEYED MASTERS NOW TRAVEL TOO - THE
      *               SIF, RPI, CVL, NAS, DFE, SOL, CPM, FHL, ALT, CFD,
      *               SCQ, CMP AND CMH DUMPS AND THE SCH AND LOCHST
      *               HISTORIES - SO A MOVED ACCOUNT KEEPS ITS
      *               SETTLEMENT, REPO, COMPLAINT HOLD, DEFERRED FEE
      *               AND THE REST.  EACH ROSTER ENTRY CARRIES WHERE
      *               THE BRANCH SITS IN ITS RECORD; WORK RECORD
      *               RAISED TO 320 FOR THE CPM AND SCH ROWS.  THE
      *               REPORT SHOWS THE MASTERS AS ONE "OTHER" COUNT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRXFER.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-04-10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BRXPARM-FILE ASSIGN TO "BRXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRXPARM-STATUS.

           SELECT BXF-FILE ASSIGN TO "BXF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BXF-STATUS.

           SELECT WORKIN-FILE ASSIGN TO WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKIN-STATUS.

           SELECT WORKOUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKOUT-STATUS.

           SELECT BXFAUD-FILE ASSIGN TO "BXFAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BXFAUD-STATUS.

           SELECT BRXFER-RPT ASSIGN TO "BRXFER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRXPARM-FILE.
       01  BRXPARM-REC.
           05  PRM-RPT-DATE          PIC 9(08).

       FD  BXF-FILE.
       01  BXF-REC.
           05  BXF-RUN-DATE          PIC 9(08).
           05  BXF-RUN-TIME          PIC 9(06).
           05  BXF-USERID            PIC X(08).
           05  BXF-FROM-BR           PIC X(04).
           05  BXF-TO-BR             PIC X(04).
           05  BXF-ACCTNO            PIC X(10).
           05  BXF-REFCD             PIC X(08).
           05  BXF-CURBAL            PIC S9(07)V99.
           05  BXF-UNEARNED          PIC S9(07)V99.
           05  BXF-INTBAL            PIC S9(07)V99.
           05  BXF-LCBAL             PIC S9(07)V99.

       FD  WORKIN-FILE.
       01  WORKIN-REC                PIC X(320).

       FD  WORKOUT-FILE.
       01  WORKOUT-REC               PIC X(320).

       FD  BXFAUD-FILE.
       01  BXFAUD-REC.
           05  AUD-FILE-TAG          PIC X(06).
           05  AUD-BEFORE-BR         PIC X(04).
           05  AUD-AFTER-BR          PIC X(04).
           05  AUD-KEY               PIC X(24).
           05  AUD-RUN-DATE          PIC 9(08).

       FD  BRXFER-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  BRXPARM-STATUS            PIC XX.
           88  BRXPARM-EOF                      VALUE "10".
       01  BXF-STATUS                PIC XX.
           88  BXF-EOF                          VALUE "10".
       01  WORKIN-STATUS             PIC XX.
           88  WORKIN-EOF                       VALUE "10".
       01  WORKOUT-STATUS            PIC XX.
       01  BXFAUD-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RPT-DATE               PIC 9(08).
       01  WS-IN-NAME                PIC X(12).
       01  WS-OUT-NAME               PIC X(12).
       01  WS-FILE-SUB               PIC 9(02) COMP.
       01  WS-SUB                    PIC 9(04) COMP.
       01  WS-BR-SUB                 PIC 9(04) COMP.
       01  WS-FIND-BR                PIC X(04).
       01  WS-BR-OFFSET              PIC 9(02) COMP.
       01  WS-ACCT-OFFSET            PIC 9(02) COMP.
       01  WS-OTHER-CNT              PIC 9(05) COMP.
       01  WS-MAX-XF                 PIC 9(04) COMP VALUE 500.
       01  WS-XF-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-XF-SKIPPED             PIC 9(07) COMP VALUE 0.
       01  WS-BR-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-FILE-READS             PIC 9(07) COMP.
       01  WS-FILE-HITS              PIC 9(07) COMP.
       01  WS-TOT-HITS               PIC 9(07) COMP VALUE 0.
       01  WS-TOT-CURBAL             PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-TOT-UNEARNED           PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-TOT-INTBAL             PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-TOT-LCBAL              PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZZ,ZZ9.

      * THE DEPENDENT-FILE ROSTER: EXTRACT OR DUMP NAME, RE-KEYED
      * COPY NAME, TAG, AND WHERE THE BRANCH SITS IN THE RECORD (THE
      * ACCOUNT FOLLOWS IT).  THE KEYED MASTERS ARE READ FROM THEIR
      * SEQUENTIAL DUMPS; SCH AND LOCHST CARRY THE BRANCH AFTER THE
      * RUN DATE (AND TIME).  THE FIRST FOUR GET THEIR OWN REPORT
      * COLUMNS, THE REST SHARE "OTHER".
       01  WS-MAX-FILE               PIC 9(02) COMP VALUE 19.
       01  WS-ROSTER.
           05  FILLER PIC X(30) VALUE "QTEXT       QTEXT.NEW   QT  01".
           05  FILLER PIC X(30) VALUE "SUSEXT      SUSEXT.NEW  SUS 01".
           05  FILLER PIC X(30) VALUE "PTPEXT      PTPEXT.NEW  PTP 01".
           05  FILLER PIC X(30) VALUE "ARREXT      ARREXT.NEW  ARR 01".
           05  FILLER PIC X(30) VALUE "SIFDMP      SIFDMP.NEW  SIF 01".
           05  FILLER PIC X(30) VALUE "RPIDMP      RPIDMP.NEW  RPI 01".
           05  FILLER PIC X(30) VALUE "CVLDMP      CVLDMP.NEW  CVL 01".
           05  FILLER PIC X(30) VALUE "NASDMP      NASDMP.NEW  NAS 01".
           05  FILLER PIC X(30) VALUE "DFEDMP      DFEDMP.NEW  DFE 01".
           05  FILLER PIC X(30) VALUE "SOLDMP      SOLDMP.NEW  SOL 01".
           05  FILLER PIC X(30) VALUE "CPMDMP      CPMDMP.NEW  CPM 01".
           05  FILLER PIC X(30) VALUE "FHLDMP      FHLDMP.NEW  FHL 01".
           05  FILLER PIC X(30) VALUE "ALTDMP      ALTDMP.NEW  ALT 01".
           05  FILLER PIC X(30) VALUE "CFDDMP      CFDDMP.NEW  CFD 01".
           05  FILLER PIC X(30) VALUE "SCQDMP      SCQDMP.NEW  SCQ 01".
           05  FILLER PIC X(30) VALUE "CMPDMP      CMPDMP.NEW  CMP 01".
           05  FILLER PIC X(30) VALUE "CMHDMP      CMHDMP.NEW  CMH 01".
           05  FILLER PIC X(30) VALUE "SCH         SCH.NEW     SCH 09".
           05  FILLER PIC X(30) VALUE "LOCHST      LOCHST.NEW  LOC 15".
       01  FILLER REDEFINES WS-ROSTER.
           05  WS-ROSTER-ENTRY OCCURS 19 TIMES.
               10  WS-RST-IN         PIC X(12).
               10  WS-RST-OUT        PIC X(12).
               10  WS-RST-TAG        PIC X(04).
               10  WS-RST-OFFSET     PIC 9(02).

      * THE DAY'S MOVES IN LOG ORDER, WITH WHAT EACH ONE CARRIED.
       01  WS-XF-TABLE.
           05  WS-XF-ENTRY OCCURS 500 TIMES.
               10  WS-XF-FROM-BR     PIC X(04).
               10  WS-XF-TO-BR       PIC X(04).
               10  WS-XF-ACCTNO      PIC X(10).
               10  WS-XF-USERID      PIC X(08).
               10  WS-XF-TIME        PIC 9(06).
               10  WS-XF-CURBAL      PIC S9(07)V99 COMP-3.
               10  WS-XF-UNEARNED    PIC S9(07)V99 COMP-3.
               10  WS-XF-INTBAL      PIC S9(07)V99 COMP-3.
               10  WS-XF-LCBAL       PIC S9(07)V99 COMP-3.
               10  WS-XF-CARRIED     PIC 9(05) COMP OCCURS 19 TIMES.

      * EVERY BRANCH THAT GAVE OR TOOK AN ACCOUNT SIGNS THE REPORT.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 1000 TIMES.
               10  WS-BR-NO          PIC X(04).
               10  WS-BR-OUT         PIC 9(05) COMP.
               10  WS-BR-IN          PIC 9(05) COMP.

       01  WS-DTL-LINE.
           05  DTL-FROM-BR           PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TO-BR             PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TIME              PIC 99B99B99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CURBAL            PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-UNEARNED          PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-INTBAL            PIC ZZ,ZZZ,ZZ9.99-.
           05  DTL-LCBAL             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-QT                PIC ZZZZ9.
           05  DTL-SUS               PIC ZZZZ9.
           05  DTL-PTP               PIC ZZZZ9.
           05  DTL-ARR               PIC ZZZZ9.
           05  DTL-OTHER             PIC ZZZZZ9.

       01  WS-SIGN-LINE.
           05  FILLER                PIC X(07) VALUE "BRANCH ".
           05  SGN-BRNO              PIC X(04).
           05  FILLER                PIC X(06) VALUE "  OUT ".
           05  SGN-OUT               PIC ZZZZ9.
           05  FILLER                PIC X(05) VALUE "  IN ".
           05  SGN-IN                PIC ZZZZ9.
           05  FILLER                PIC X(46) VALUE
               "   MANAGER ____________________  DATE ________".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MOVES
           IF WS-XF-CNT > 0
              PERFORM 3000-ALL-FILES
           END-IF
           PERFORM 4000-PRINT
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BRXPARM-FILE
           OPEN INPUT  BXF-FILE
           OPEN OUTPUT BXFAUD-FILE
           OPEN OUTPUT BRXFER-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           READ BRXPARM-FILE AT END SET BRXPARM-EOF TO TRUE END-READ
           IF NOT BRXPARM-EOF
              IF PRM-RPT-DATE IS NUMERIC AND PRM-RPT-DATE > 0
                 MOVE PRM-RPT-DATE TO WS-RPT-DATE
              END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "SINGLE-ACCOUNT BRANCH TRANSFERS FOR " WS-RPT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ BXF-FILE AT END SET BXF-EOF TO TRUE END-READ.

       2000-LOAD-MOVES.
           PERFORM 2100-ONE-MOVE UNTIL BXF-EOF.

       2100-ONE-MOVE.
           IF BXF-RUN-DATE = WS-RPT-DATE
              IF WS-XF-CNT < WS-MAX-XF
                 ADD 1 TO WS-XF-CNT
                 MOVE BXF-FROM-BR  TO WS-XF-FROM-BR(WS-XF-CNT)
                 MOVE BXF-TO-BR    TO WS-XF-TO-BR(WS-XF-CNT)
                 MOVE BXF-ACCTNO   TO WS-XF-ACCTNO(WS-XF-CNT)
                 MOVE BXF-USERID   TO WS-XF-USERID(WS-XF-CNT)
                 MOVE BXF-RUN-TIME TO WS-XF-TIME(WS-XF-CNT)
                 MOVE BXF-CURBAL   TO WS-XF-CURBAL(WS-XF-CNT)
                 MOVE BXF-UNEARNED TO WS-XF-UNEARNED(WS-XF-CNT)
                 MOVE BXF-INTBAL   TO WS-XF-INTBAL(WS-XF-CNT)
                 MOVE BXF-LCBAL    TO WS-XF-LCBAL(WS-XF-CNT)
                 PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                         UNTIL WS-FILE-SUB > WS-MAX-FILE
                     MOVE 0 TO WS-XF-CARRIED(WS-XF-CNT, WS-FILE-SUB)
                 END-PERFORM
                 ADD BXF-CURBAL   TO WS-TOT-CURBAL
                 ADD BXF-UNEARNED TO WS-TOT-UNEARNED
                 ADD BXF-INTBAL   TO WS-TOT-INTBAL
                 ADD BXF-LCBAL    TO WS-TOT-LCBAL
                 MOVE BXF-FROM-BR TO WS-FIND-BR
                 PERFORM 2200-FIND-BRANCH
                 ADD 1 TO WS-BR-OUT(WS-BR-SUB)
                 MOVE BXF-TO-BR TO WS-FIND-BR
                 PERFORM 2200-FIND-BRANCH
                 ADD 1 TO WS-BR-IN(WS-BR-SUB)
              ELSE
                 ADD 1 TO WS-XF-SKIPPED
              END-IF
           END-IF
           READ BXF-FILE AT END SET BXF-EOF TO TRUE END-READ.

       2200-FIND-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-NO(WS-BR-SUB) = WS-FIND-BR
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB > WS-BR-CNT
              ADD 1 TO WS-BR-CNT
              MOVE WS-BR-CNT  TO WS-BR-SUB
              MOVE WS-FIND-BR TO WS-BR-NO(WS-BR-SUB)
              MOVE 0 TO WS-BR-OUT(WS-BR-SUB)
                        WS-BR-IN(WS-BR-SUB)
           END-IF.

       3000-ALL-FILES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-MAX-FILE
               PERFORM 3100-ONE-FILE
           END-PERFORM.

       3100-ONE-FILE.
           MOVE WS-RST-IN(WS-FILE-SUB)  TO WS-IN-NAME
           MOVE WS-RST-OUT(WS-FILE-SUB) TO WS-OUT-NAME
           MOVE WS-RST-OFFSET(WS-FILE-SUB) TO WS-BR-OFFSET
           COMPUTE WS-ACCT-OFFSET = WS-BR-OFFSET + 4
           MOVE 0 TO WS-FILE-HITS WS-FILE-READS
           OPEN INPUT  WORKIN-FILE
           OPEN OUTPUT WORKOUT-FILE
           MOVE "00" TO WORKIN-STATUS
           READ WORKIN-FILE AT END SET WORKIN-EOF TO TRUE END-READ
           PERFORM 3200-ONE-RECORD UNTIL WORKIN-EOF
           CLOSE WORKIN-FILE WORKOUT-FILE
           ADD WS-FILE-HITS TO WS-TOT-HITS
           MOVE WS-FILE-HITS  TO WS-EDIT-CNT
           MOVE WS-FILE-READS TO WS-EDIT-CNT2
           MOVE SPACES TO RPT-LINE
           STRING WS-IN-NAME "  RECORDS " WS-EDIT-CNT2
                  "  CARRIED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      * EACH MOVE IS TRIED IN LOG ORDER AGAINST THE RECORD AS IT
      * STANDS, SO A-TO-B THEN B-TO-C LANDS THE RECORD AT C.
       3200-ONE-RECORD.
           ADD 1 TO WS-FILE-READS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-XF-CNT
               IF WORKIN-REC(WS-BR-OFFSET:4) = WS-XF-FROM-BR(WS-SUB)
                  AND WORKIN-REC(WS-ACCT-OFFSET:10)
                                          = WS-XF-ACCTNO(WS-SUB)
                  PERFORM 3300-CARRY-RECORD
               END-IF
           END-PERFORM
           WRITE WORKOUT-REC FROM WORKIN-REC
           READ WORKIN-FILE AT END SET WORKIN-EOF TO TRUE END-READ.

       3300-CARRY-RECORD.
           ADD 1 TO WS-FILE-HITS
           ADD 1 TO WS-XF-CARRIED(WS-SUB, WS-FILE-SUB)
           MOVE WS-RST-IN(WS-FILE-SUB)(1:6) TO AUD-FILE-TAG
           MOVE WS-XF-FROM-BR(WS-SUB)       TO AUD-BEFORE-BR
           MOVE WS-XF-TO-BR(WS-SUB)         TO AUD-AFTER-BR
           MOVE WORKIN-REC(WS-BR-OFFSET:24) TO AUD-KEY
           MOVE WS-RUN-DATE                 TO AUD-RUN-DATE
           WRITE BXFAUD-REC
           MOVE WS-XF-TO-BR(WS-SUB) TO WORKIN-REC(WS-BR-OFFSET:4).

       4000-PRINT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FROM  TO    ACCOUNT     USERID    TIME     "
                  "    PRINCIPAL      UNEARNED       ACCRUED"
                  "     LATE CHG     QT  SUS  PTP  ARR OTHER"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-XF-CNT
               MOVE WS-XF-FROM-BR(WS-SUB)    TO DTL-FROM-BR
               MOVE WS-XF-TO-BR(WS-SUB)      TO DTL-TO-BR
               MOVE WS-XF-ACCTNO(WS-SUB)     TO DTL-ACCTNO
               MOVE WS-XF-USERID(WS-SUB)     TO DTL-USERID
               MOVE WS-XF-TIME(WS-SUB)       TO DTL-TIME
               MOVE WS-XF-CURBAL(WS-SUB)     TO DTL-CURBAL
               MOVE WS-XF-UNEARNED(WS-SUB)   TO DTL-UNEARNED
               MOVE WS-XF-INTBAL(WS-SUB)     TO DTL-INTBAL
               MOVE WS-XF-LCBAL(WS-SUB)      TO DTL-LCBAL
               MOVE WS-XF-CARRIED(WS-SUB, 1) TO DTL-QT
               MOVE WS-XF-CARRIED(WS-SUB, 2) TO DTL-SUS
               MOVE WS-XF-CARRIED(WS-SUB, 3) TO DTL-PTP
               MOVE WS-XF-CARRIED(WS-SUB, 4) TO DTL-ARR
               MOVE 0 TO WS-OTHER-CNT
               PERFORM VARYING WS-FILE-SUB FROM 5 BY 1
                       UNTIL WS-FILE-SUB > WS-MAX-FILE
                   ADD WS-XF-CARRIED(WS-SUB, WS-FILE-SUB)
                       TO WS-OTHER-CNT
               END-PERFORM
               MOVE WS-OTHER-CNT             TO DTL-OTHER
               MOVE WS-DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DTL-LINE
           MOVE "TOT "          TO DTL-FROM-BR
           MOVE WS-TOT-CURBAL   TO DTL-CURBAL
           MOVE WS-TOT-UNEARNED TO DTL-UNEARNED
           MOVE WS-TOT-INTBAL   TO DTL-INTBAL
           MOVE WS-TOT-LCBAL    TO DTL-LCBAL
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-XF-CNT   TO WS-EDIT-CNT
           MOVE WS-TOT-HITS TO WS-EDIT-CNT2
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS MOVED " WS-EDIT-CNT
                  "   DEPENDENT RECORDS CARRIED " WS-EDIT-CNT2
                  " (AUDIT ON BXFAUD)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-XF-SKIPPED > 0
              MOVE WS-XF-SKIPPED TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT
                     " MOVES OVER TABLE LIMIT - NOT CARRIED ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BRANCH MANAGER SIGN-OFF" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               MOVE WS-BR-NO(WS-BR-SUB)  TO SGN-BRNO
               MOVE WS-BR-OUT(WS-BR-SUB) TO SGN-OUT
               MOVE WS-BR-IN(WS-BR-SUB)  TO SGN-IN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-SIGN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       9999-EXIT.
           CLOSE BRXPARM-FILE BXF-FILE BXFAUD-FILE BRXFER-RPT
           STOP RUN.
