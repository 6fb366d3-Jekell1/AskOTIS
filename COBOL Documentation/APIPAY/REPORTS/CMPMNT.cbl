      *================================================================*
      *   P R O G R A M :  C M P M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-03-05
      *  DESC: CUSTOMER COMPLAINT CASE LOG.  COMPLAINTS ARRIVE BY
      *        PHONE, LETTER, EMAIL, THE CFPB PORTAL AND THE STATE
      *        REGULATORS; THE SERVICE DESK'S CMPTRN ACTIONS ARE
      *        APPLIED TO THE KEYED CMP CASE FILE (ONE ROW PER
      *        BRANCH/ACCOUNT/CASE NUMBER):
      *          O  OPEN A CASE - SOURCE, CATEGORY, DATE RECEIVED,
      *             OWNER, HOLD FLAG AND A SUMMARY.  THE RESPONSE
      *             DEADLINE DEFAULTS FROM THE SOURCE (CFPB 15 DAYS,
      *             STATE REGULATOR 30, EVERYTHING ELSE 30) UNLESS
      *             THE REGULATOR'S OWN DATE IS KEYED.  THE CASE TAKES
      *             THE NEXT NUMBER FOR THE ACCOUNT;
      *          U  CHANGE AN OPEN CASE - OWNER, CATEGORY, DEADLINE,
      *             HOLD FLAG.  A SPACE LEAVES A FIELD AS IT IS;
      *          R  RESOLVE - RESOLUTION CODE, REMEDIATION AMOUNT (A
      *             REMEDIATED CASE MUST CARRY ONE) AND A NOTE.  A
      *             RESOLVED CASE TAKES NO FURTHER ACTION.
      *        WHILE A CASE IS OPEN WITH ITS HOLD FLAG SET THE ACCOUNT
      *        IS LEFT ALONE: LCGEN STAGES NO "LA" ITEM AND THE POSTING
      *        SIDE REFUSES ONE (COMPLAINT-HOLD-CHECK), WRKGEN KEEPS IT
      *        OUT OF THE COLLECTOR QUEUES AND DELNTC SENDS NO LETTER.
      *        EACH RUN REBUILDS THE TWO VIEWS THEY READ FROM THE CASE
      *        FILE - THE KEYED CMH HOLD INDEX FOR THE POSTING SIDE AND
      *        THE CMPHLD LIST FOR THE BATCH JOBS - SO A RELEASED OR
      *        RESOLVED CASE STOPS HOLDING FROM THE NEXT RUN ON.
      *        EVERY ACTION, REFUSED ONES INCLUDED, IS APPENDED TO THE
      *        CMPAUD AUDIT TRAIL.  CASES ARE NEVER DELETED.  CMPRPT
      *        AGES THE OPEN CASES AND TRENDS THEM WEEKLY.
      *
      *  MOD HISTORY:
      *   030529 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-03-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CMPTRN-FILE ASSIGN TO "CMPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPTRN-STATUS.

           SELECT CMP-FILE ASSIGN TO "CMP"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS CMP-STATUS.

           SELECT CMH-FILE ASSIGN TO "CMH"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS CMH-STATUS.

           SELECT CMPHLD-FILE ASSIGN TO "CMPHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPHLD-STATUS.

           SELECT OPTIONAL CMPAUD-FILE ASSIGN TO "CMPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPAUD-STATUS.

           SELECT CMPMNT-RPT ASSIGN TO "CMPMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMPTRN-FILE.
       01  CMPTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-OPEN                     VALUE "O".
               88  TRN-UPDATE                   VALUE "U".
               88  TRN-RESOLVE                  VALUE "R".
           05  TRN-BRNO              PIC X(04).
           05  TRN-ACCTNO            PIC X(10).
      * THE CASE NUMBER ON U AND R; BLANK ON O.
           05  TRN-CASE-SEQ          PIC 9(03).
           05  TRN-CASE-SEQ-X REDEFINES TRN-CASE-SEQ
                                     PIC X(03).
           05  TRN-SOURCE            PIC X(02).
           05  TRN-CATEGORY          PIC X(04).
           05  TRN-RECV-DATE         PIC 9(08).
           05  TRN-RECV-DATE-X REDEFINES TRN-RECV-DATE
                                     PIC X(08).
      * THE REGULATOR'S RESPONSE DATE WHEN IT GAVE ONE.
           05  TRN-DUE-DATE          PIC 9(08).
           05  TRN-DUE-DATE-X REDEFINES TRN-DUE-DATE
                                     PIC X(08).
           05  TRN-OWNER             PIC X(08).
      * Y HOLD FEES AND COLLECTIONS, N DO NOT.  A SPACE ON U LEAVES
      * IT AS IT IS; ON O IT MEANS N.
           05  TRN-HOLD-FG           PIC X(01).
           05  TRN-SUMMARY           PIC X(40).
           05  TRN-RESOLUTION        PIC X(02).
           05  TRN-REMED-AMT         PIC S9(07)V99.
           05  TRN-REMED-AMT-X REDEFINES TRN-REMED-AMT
                                     PIC X(09).
           05  TRN-USERID            PIC X(08).
           05  TRN-NOTE              PIC X(40).

       FD  CMP-FILE.
       01  CMP-REC.
           05  CMP-KEY.
               10  CMP-BRNO          PIC X(04).
               10  CMP-ACCTNO        PIC X(10).
               10  CMP-CASE-SEQ      PIC 9(03).
      * PH PHONE, LT LETTER, EM EMAIL, CF CFPB PORTAL, ST STATE
      * REGULATOR, OT OTHER.
           05  CMP-SOURCE            PIC X(02).
               88  CMP-SRC-VALID                VALUE "PH" "LT" "EM"
                                                      "CF" "ST" "OT".
               88  CMP-SRC-REGULATOR            VALUE "CF" "ST".
      * PAYM PAYMENT, FEES FEE OR CHARGE, COLL COLLECTION CONTACT,
      * CRPT CREDIT REPORTING, INSR INSURANCE, SERV SERVICING, OTHR.
           05  CMP-CATEGORY          PIC X(04).
               88  CMP-CAT-VALID                VALUE "PAYM" "FEES"
                                         "COLL" "CRPT" "INSR" "SERV"
                                         "OTHR".
           05  CMP-RECV-DATE         PIC 9(08).
           05  CMP-DUE-DATE          PIC 9(08).
           05  CMP-OWNER             PIC X(08).
           05  CMP-HOLD-FG           PIC X(01).
           05  CMP-SUMMARY           PIC X(40).
      * O OPEN, R RESOLVED.
           05  CMP-STATUS-CD         PIC X(01).
               88  CMP-OPEN                     VALUE "O".
               88  CMP-RESOLVED                 VALUE "R".
           05  CMP-OPEN-DATE         PIC 9(08).
           05  CMP-OPEN-USER         PIC X(08).
      * EX EXPLAINED, CO CORRECTED, RM REMEDIATED, WD WITHDRAWN,
      * NA NO ACTION WARRANTED.
           05  CMP-RESOLUTION        PIC X(02).
               88  CMP-RES-VALID                VALUE "EX" "CO" "RM"
                                                      "WD" "NA".
               88  CMP-RES-REMEDIATED           VALUE "RM".
           05  CMP-REMED-AMT         PIC S9(07)V99.
           05  CMP-RESOLVE-DATE      PIC 9(08).
           05  CMP-RESOLVE-USER      PIC X(08).
           05  CMP-NOTE              PIC X(40).
           05  CMP-CHG-DATE          PIC 9(08).
           05  CMP-CHG-USER          PIC X(08).

      * ONE ROW PER ACCOUNT WITH AN OPEN CASE ON HOLD - READ BY THE
      * POSTING SIDE (READ-CMH-FILE).
       FD  CMH-FILE.
       01  CMH-REC.
           05  CMH-KEY.
               10  CMH-BRNO          PIC X(04).
               10  CMH-ACCTNO        PIC X(10).
           05  CMH-CASES             PIC 9(03).
           05  CMH-FIRST-SEQ         PIC 9(03).
           05  CMH-FIRST-RECV        PIC 9(08).
           05  CMH-CATEGORY          PIC X(04).
           05  CMH-DUE-DATE          PIC 9(08).
           05  CMH-OWNER             PIC X(08).

      * THE SAME ROWS AS A FLAT LIST FOR LCGEN, WRKGEN AND DELNTC.
       FD  CMPHLD-FILE.
       01  CMPHLD-REC.
           05  HLD-BRNO              PIC X(04).
           05  HLD-ACCTNO            PIC X(10).
           05  HLD-CASES             PIC 9(03).
           05  HLD-FIRST-SEQ         PIC 9(03).
           05  HLD-FIRST-RECV        PIC 9(08).
           05  HLD-CATEGORY          PIC X(04).
           05  HLD-DUE-DATE          PIC 9(08).
           05  HLD-OWNER             PIC X(08).

       FD  CMPAUD-FILE.
       01  CMPAUD-REC.
           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(06).
           05  AUD-BRNO              PIC X(04).
           05  AUD-ACCTNO            PIC X(10).
           05  AUD-CASE-SEQ          PIC 9(03).
           05  AUD-EVENT             PIC X(10).
           05  AUD-USERID            PIC X(08).
           05  AUD-HOLD-FG           PIC X(01).
           05  AUD-REMED-AMT         PIC S9(07)V99.
           05  AUD-NOTE              PIC X(60).

       FD  CMPMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CMPTRN-STATUS             PIC XX.
           88  CMPTRN-EOF                       VALUE "10".
       01  CMP-STATUS                PIC XX.
           88  CMP-EOF                          VALUE "10".
       01  CMH-STATUS                PIC XX.
       01  CMPHLD-STATUS             PIC XX.
       01  CMPAUD-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-USERID                 PIC X(08).
       01  WS-NOTE                   PIC X(60).
       01  WS-NEXT-SEQ               PIC 9(03).
       01  WS-SCAN-END-SW            PIC X(01).

      * RESPONSE DAYS BY SOURCE WHEN THE REGULATOR GAVE NO DATE.
       01  WS-DUE-DAYS-CFPB          PIC 9(03) VALUE 15.
       01  WS-DUE-DAYS-STATE         PIC 9(03) VALUE 30.
       01  WS-DUE-DAYS-OTHER         PIC 9(03) VALUE 30.
       01  WS-DUE-DAYS               PIC 9(03).

      * HOLD INDEX REBUILD - THE ACCOUNT BEING GATHERED.
       01  WS-HOLD-ACCT.
           05  WSH-BRNO              PIC X(04).
           05  WSH-ACCTNO            PIC X(10).
       01  WS-HOLD-CASES             PIC 9(03).
       01  WS-HOLD-FIRST-SEQ         PIC 9(03).
       01  WS-HOLD-FIRST-RECV        PIC 9(08).
       01  WS-HOLD-CATEGORY          PIC X(04).
       01  WS-HOLD-DUE               PIC 9(08).
       01  WS-HOLD-OWNER             PIC X(08).

       01  WS-CNT-OPENED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-UPDATED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RESOLVED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CASES              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OPEN               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HOLD-CASES         PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HOLD-ACCTS         PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-CASE-SEQ          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-SOURCE            PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-CATEGORY          PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-HOLD-FG           PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-DUE-DATE          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-HLD-LINE.
           05  HDL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-CASES             PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-FIRST-SEQ         PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-FIRST-RECV        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-CATEGORY          PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-DUE-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  HDL-OWNER             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 3000-REBUILD-HOLDS
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  CMPTRN-FILE
           OPEN I-O CMP-FILE
           IF CMP-STATUS = "35"
              OPEN OUTPUT CMP-FILE
              CLOSE CMP-FILE
              OPEN I-O CMP-FILE
           END-IF
           OPEN EXTEND CMPAUD-FILE
           OPEN OUTPUT CMPMNT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER COMPLAINT CASE LOG FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ CMPTRN-FILE AT END SET CMPTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * THE SERVICE DESK'S ACTIONS.  EVERY ONE NEEDS A BRANCH, ACCOUNT
      * AND USER; U AND R NEED AN OPEN CASE.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT CMPTRN-EOF
              MOVE "CASE ACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  BRCH  ACCOUNT     CSE  SR  CAT   H  DUE     "
                     "  USER      RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL CMPTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION      TO TRL-ACTION
           MOVE TRN-BRNO        TO TRL-BRNO
           MOVE TRN-ACCTNO      TO TRL-ACCTNO
           MOVE TRN-CASE-SEQ-X  TO TRL-CASE-SEQ
           MOVE TRN-SOURCE      TO TRL-SOURCE
           MOVE TRN-CATEGORY    TO TRL-CATEGORY
           MOVE TRN-HOLD-FG     TO TRL-HOLD-FG
           MOVE TRN-DUE-DATE-X  TO TRL-DUE-DATE
           MOVE TRN-USERID      TO TRL-USERID
           MOVE "REFUSED " TO TRL-RESULT
           MOVE SPACES     TO TRL-NOTE
      * UNTIL A CASE IS READ THE AUDIT CARRIES THE ACTION'S KEY.
           MOVE TRN-BRNO   TO CMP-BRNO
           MOVE TRN-ACCTNO TO CMP-ACCTNO
           MOVE 0          TO CMP-CASE-SEQ CMP-REMED-AMT
           MOVE SPACE      TO CMP-HOLD-FG
           IF TRN-CASE-SEQ-X NUMERIC
              MOVE TRN-CASE-SEQ TO CMP-CASE-SEQ
           END-IF
           IF TRN-BRNO = SPACES OR TRN-ACCTNO = SPACES
              MOVE "NO BRANCH/ACCOUNT ON ACTION" TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF TRN-HOLD-FG NOT = "Y" AND TRN-HOLD-FG NOT = "N"
              AND TRN-HOLD-FG NOT = SPACE
              MOVE "HOLD FLAG MUST BE Y, N OR BLANK" TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF TRN-DUE-DATE-X NOT = SPACES
              IF TRN-DUE-DATE NOT NUMERIC
                 MOVE "RESPONSE DEADLINE NOT NUMERIC" TO TRL-NOTE
                 GO TO 2100-REFUSE
              END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRN-OPEN
                   PERFORM 2200-OPEN-CASE THRU 2200-EXIT
               WHEN TRN-UPDATE
                   PERFORM 2300-UPDATE-CASE THRU 2300-EXIT
               WHEN TRN-RESOLVE
                   PERFORM 2400-RESOLVE-CASE THRU 2400-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE O, U OR R" TO TRL-NOTE
           END-EVALUATE
           IF TRL-RESULT NOT = "REFUSED "
              GO TO 2100-PRINT.
       2100-REFUSE.
           ADD 1 TO WS-CNT-REFUSED
           MOVE "REFUSED"  TO AUD-EVENT
           MOVE TRN-USERID TO WS-USERID
           MOVE TRL-NOTE   TO WS-NOTE
           PERFORM 8000-WRITE-AUDIT.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ CMPTRN-FILE AT END SET CMPTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A NEW CASE TAKES THE NEXT NUMBER FOR THE ACCOUNT - THE KEY
      * LEADS WITH BRANCH AND ACCOUNT, SO A START AT CASE ZERO WALKS
      * EVERY CASE THE ACCOUNT HAS EVER HAD.
      *----------------------------------------------------------------*
       2200-OPEN-CASE.
           MOVE SPACES TO CMP-SOURCE CMP-CATEGORY
           MOVE TRN-SOURCE   TO CMP-SOURCE
           MOVE TRN-CATEGORY TO CMP-CATEGORY
           IF NOT CMP-SRC-VALID
              MOVE "SOURCE MUST BE PH, LT, EM, CF, ST OR OT"
                TO TRL-NOTE
              GO TO 2200-EXIT.
           IF NOT CMP-CAT-VALID
              MOVE "UNKNOWN CATEGORY" TO TRL-NOTE
              GO TO 2200-EXIT.
           IF TRN-OWNER = SPACES OR TRN-SUMMARY = SPACES
              MOVE "A NEW CASE NEEDS AN OWNER AND A SUMMARY"
                TO TRL-NOTE
              GO TO 2200-EXIT.
           IF TRN-RECV-DATE-X = SPACES OR TRN-RECV-DATE NOT NUMERIC
              MOVE "DATE RECEIVED MISSING OR NOT NUMERIC" TO TRL-NOTE
              GO TO 2200-EXIT.
           IF TRN-RECV-DATE = 0 OR TRN-RECV-DATE > WS-RUN-DATE
              MOVE "DATE RECEIVED ZERO OR IN THE FUTURE" TO TRL-NOTE
              GO TO 2200-EXIT.
           IF TRN-DUE-DATE-X NOT = SPACES AND TRN-DUE-DATE NOT = 0
              IF TRN-DUE-DATE < TRN-RECV-DATE
                 MOVE "DEADLINE BEFORE DATE RECEIVED" TO TRL-NOTE
                 GO TO 2200-EXIT
              END-IF
           END-IF

           MOVE 0 TO WS-NEXT-SEQ
           MOVE "N" TO WS-SCAN-END-SW
           MOVE TRN-BRNO   TO CMP-BRNO
           MOVE TRN-ACCTNO TO CMP-ACCTNO
           MOVE 0          TO CMP-CASE-SEQ
           START CMP-FILE KEY IS NOT LESS THAN CMP-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-END-SW
           END-START
           PERFORM 2250-NEXT-SEQ UNTIL WS-SCAN-END-SW = "Y"
           IF WS-NEXT-SEQ = 999
              MOVE "ACCOUNT HAS NO CASE NUMBERS LEFT" TO TRL-NOTE
              GO TO 2200-EXIT.
           ADD 1 TO WS-NEXT-SEQ

           MOVE TRN-BRNO      TO CMP-BRNO
           MOVE TRN-ACCTNO    TO CMP-ACCTNO
           MOVE WS-NEXT-SEQ   TO CMP-CASE-SEQ
           MOVE TRN-SOURCE    TO CMP-SOURCE
           MOVE TRN-CATEGORY  TO CMP-CATEGORY
           MOVE TRN-RECV-DATE TO CMP-RECV-DATE
           IF TRN-DUE-DATE-X NOT = SPACES AND TRN-DUE-DATE NOT = 0
              MOVE TRN-DUE-DATE TO CMP-DUE-DATE
           ELSE
              EVALUATE CMP-SOURCE
                  WHEN "CF" MOVE WS-DUE-DAYS-CFPB  TO WS-DUE-DAYS
                  WHEN "ST" MOVE WS-DUE-DAYS-STATE TO WS-DUE-DAYS
                  WHEN OTHER MOVE WS-DUE-DAYS-OTHER TO WS-DUE-DAYS
              END-EVALUATE
              COMPUTE CMP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(CMP-RECV-DATE)
                 + WS-DUE-DAYS)
           END-IF
           MOVE TRN-OWNER     TO CMP-OWNER
           IF TRN-HOLD-FG = "Y"
              MOVE "Y" TO CMP-HOLD-FG
           ELSE
              MOVE "N" TO CMP-HOLD-FG
           END-IF
           MOVE TRN-SUMMARY   TO CMP-SUMMARY
           MOVE "O"           TO CMP-STATUS-CD
           MOVE WS-RUN-DATE   TO CMP-OPEN-DATE CMP-CHG-DATE
           MOVE TRN-USERID    TO CMP-OPEN-USER CMP-CHG-USER
           MOVE SPACES        TO CMP-RESOLUTION CMP-RESOLVE-USER
                                 CMP-NOTE
           MOVE 0             TO CMP-REMED-AMT CMP-RESOLVE-DATE
           WRITE CMP-REC
           IF CMP-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "CASE WRITE FAILED, STATUS " CMP-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2200-EXIT.
           ADD 1 TO WS-CNT-OPENED
           MOVE CMP-CASE-SEQ TO TRL-CASE-SEQ
           MOVE CMP-DUE-DATE TO TRL-DUE-DATE
           MOVE CMP-HOLD-FG  TO TRL-HOLD-FG
           MOVE "OPENED  "   TO TRL-RESULT
           MOVE TRN-SUMMARY  TO TRL-NOTE
           MOVE "OPENED"     TO AUD-EVENT
           MOVE TRN-USERID   TO WS-USERID
           MOVE TRN-SUMMARY  TO WS-NOTE
           PERFORM 8000-WRITE-AUDIT.
       2200-EXIT.
           EXIT.

       2250-NEXT-SEQ.
           READ CMP-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SCAN-END-SW
           END-READ
           IF WS-SCAN-END-SW = "N"
              IF CMP-BRNO NOT = TRN-BRNO
                 OR CMP-ACCTNO NOT = TRN-ACCTNO
                 MOVE "Y" TO WS-SCAN-END-SW
              ELSE
                 MOVE CMP-CASE-SEQ TO WS-NEXT-SEQ
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CHANGE AN OPEN CASE.  A HOLD FLAG CHANGE NEEDS A NOTE SAYING
      * WHY - IT STARTS OR STOPS FEES AND COLLECTIONS ON THE ACCOUNT.
      *----------------------------------------------------------------*
       2300-UPDATE-CASE.
           PERFORM 2500-READ-OPEN-CASE
           IF TRL-NOTE NOT = SPACES
              GO TO 2300-EXIT.
           IF TRN-HOLD-FG NOT = SPACE AND TRN-HOLD-FG NOT = CMP-HOLD-FG
              AND TRN-NOTE = SPACES
              MOVE "A HOLD CHANGE NEEDS A NOTE" TO TRL-NOTE
              GO TO 2300-EXIT.
           IF TRN-CATEGORY NOT = SPACES
              MOVE CMP-CATEGORY TO WS-HOLD-CATEGORY
              MOVE TRN-CATEGORY TO CMP-CATEGORY
              IF NOT CMP-CAT-VALID
                 MOVE WS-HOLD-CATEGORY TO CMP-CATEGORY
                 MOVE "UNKNOWN CATEGORY" TO TRL-NOTE
                 GO TO 2300-EXIT
              END-IF
           END-IF
           IF TRN-DUE-DATE-X NOT = SPACES AND TRN-DUE-DATE NOT = 0
              IF TRN-DUE-DATE < CMP-RECV-DATE
                 MOVE "DEADLINE BEFORE DATE RECEIVED" TO TRL-NOTE
                 GO TO 2300-EXIT
              END-IF
              MOVE TRN-DUE-DATE TO CMP-DUE-DATE
           END-IF
           IF TRN-OWNER NOT = SPACES
              MOVE TRN-OWNER TO CMP-OWNER
           END-IF
           IF TRN-HOLD-FG NOT = SPACE
              MOVE TRN-HOLD-FG TO CMP-HOLD-FG
           END-IF
           IF TRN-NOTE NOT = SPACES
              MOVE TRN-NOTE TO CMP-NOTE
           END-IF
           MOVE WS-RUN-DATE TO CMP-CHG-DATE
           MOVE TRN-USERID  TO CMP-CHG-USER
           REWRITE CMP-REC
           IF CMP-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "CASE UPDATE FAILED, STATUS " CMP-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2300-EXIT.
           ADD 1 TO WS-CNT-UPDATED
           MOVE CMP-DUE-DATE TO TRL-DUE-DATE
           MOVE CMP-HOLD-FG  TO TRL-HOLD-FG
           MOVE "UPDATED "   TO TRL-RESULT
           MOVE TRN-NOTE     TO TRL-NOTE
           MOVE "UPDATED"    TO AUD-EVENT
           MOVE TRN-USERID   TO WS-USERID
           MOVE TRN-NOTE     TO WS-NOTE
           PERFORM 8000-WRITE-AUDIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESOLVE.  THE CASE STOPS HOLDING THE ACCOUNT WHEN THE VIEWS ARE
      * REBUILT BELOW.
      *----------------------------------------------------------------*
       2400-RESOLVE-CASE.
           PERFORM 2500-READ-OPEN-CASE
           IF TRL-NOTE NOT = SPACES
              GO TO 2400-EXIT.
           MOVE TRN-RESOLUTION TO CMP-RESOLUTION
           IF NOT CMP-RES-VALID
              MOVE SPACES TO CMP-RESOLUTION
              MOVE "RESOLUTION MUST BE EX, CO, RM, WD OR NA"
                TO TRL-NOTE
              GO TO 2400-EXIT.
           IF TRN-NOTE = SPACES
              MOVE SPACES TO CMP-RESOLUTION
              MOVE "A RESOLUTION NEEDS A NOTE" TO TRL-NOTE
              GO TO 2400-EXIT.
           MOVE 0 TO CMP-REMED-AMT
           IF TRN-REMED-AMT-X NOT = SPACES
              IF TRN-REMED-AMT NOT NUMERIC
                 MOVE SPACES TO CMP-RESOLUTION
                 MOVE "REMEDIATION AMOUNT NOT NUMERIC" TO TRL-NOTE
                 GO TO 2400-EXIT
              END-IF
              MOVE TRN-REMED-AMT TO CMP-REMED-AMT
           END-IF
           IF CMP-RES-REMEDIATED AND CMP-REMED-AMT NOT > 0
              MOVE SPACES TO CMP-RESOLUTION
              MOVE "REMEDIATED CASE NEEDS THE AMOUNT" TO TRL-NOTE
              GO TO 2400-EXIT.
           MOVE "R"         TO CMP-STATUS-CD
           MOVE WS-RUN-DATE TO CMP-RESOLVE-DATE CMP-CHG-DATE
           MOVE TRN-USERID  TO CMP-RESOLVE-USER CMP-CHG-USER
           MOVE TRN-NOTE    TO CMP-NOTE
           REWRITE CMP-REC
           IF CMP-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "CASE UPDATE FAILED, STATUS " CMP-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2400-EXIT.
           ADD 1 TO WS-CNT-RESOLVED
           MOVE CMP-HOLD-FG  TO TRL-HOLD-FG
           MOVE CMP-DUE-DATE TO TRL-DUE-DATE
           MOVE "RESOLVED"   TO TRL-RESULT
           MOVE SPACES TO TRL-NOTE
           STRING CMP-RESOLUTION " " TRN-NOTE
               DELIMITED BY SIZE INTO TRL-NOTE
           IF WS-RUN-DATE > CMP-DUE-DATE
              MOVE SPACES TO TRL-NOTE
              STRING CMP-RESOLUTION " PAST DEADLINE " CMP-DUE-DATE
                     " " TRN-NOTE
                  DELIMITED BY SIZE INTO TRL-NOTE
           END-IF
           MOVE "RESOLVED"   TO AUD-EVENT
           MOVE TRN-USERID   TO WS-USERID
           MOVE TRL-NOTE     TO WS-NOTE
           PERFORM 8000-WRITE-AUDIT.
       2400-EXIT.
           EXIT.

      * THE CASE NAMED ON A U OR R ACTION, WHICH MUST STILL BE OPEN.
      * TRL-NOTE COMES BACK SET WHEN IT CANNOT BE ACTED ON.
       2500-READ-OPEN-CASE.
           IF NOT TRN-CASE-SEQ-X NUMERIC
              MOVE "CASE NUMBER MISSING OR NOT NUMERIC" TO TRL-NOTE
           ELSE
              MOVE TRN-BRNO     TO CMP-BRNO
              MOVE TRN-ACCTNO   TO CMP-ACCTNO
              MOVE TRN-CASE-SEQ TO CMP-CASE-SEQ
              READ CMP-FILE
              IF CMP-STATUS NOT = "00"
                 MOVE TRN-CASE-SEQ TO CMP-CASE-SEQ
                 MOVE 0            TO CMP-REMED-AMT
                 MOVE SPACE        TO CMP-HOLD-FG
                 MOVE "NO SUCH CASE" TO TRL-NOTE
              ELSE
                 IF NOT CMP-OPEN
                    STRING "ALREADY RESOLVED " CMP-RESOLVE-DATE
                           " BY " CMP-RESOLVE-USER
                        DELIMITED BY SIZE INTO TRL-NOTE
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REBUILD THE CMH HOLD INDEX AND THE CMPHLD LIST FROM EVERY OPEN
      * CASE WITH ITS HOLD FLAG SET - ONE ROW PER ACCOUNT, CARRYING
      * THE EARLIEST SUCH CASE AND THE NEAREST DEADLINE.
      *----------------------------------------------------------------*
       3000-REBUILD-HOLDS.
           OPEN OUTPUT CMH-FILE
           CLOSE CMH-FILE
           OPEN I-O CMH-FILE
           OPEN OUTPUT CMPHLD-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ACCOUNTS ON COMPLAINT HOLD" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRCH  ACCOUNT     CASES  1ST  RECEIVED  CAT   "
                  "DUE       OWNER"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-HOLD-ACCT
           MOVE 0      TO WS-HOLD-CASES
           MOVE LOW-VALUES TO CMP-KEY
           START CMP-FILE KEY IS NOT LESS THAN CMP-KEY
               INVALID KEY SET CMP-EOF TO TRUE
           END-START
           IF NOT CMP-EOF
              READ CMP-FILE NEXT RECORD
                  AT END SET CMP-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-CASE UNTIL CMP-EOF
           PERFORM 3200-WRITE-HOLD
           CLOSE CMH-FILE CMPHLD-FILE.

       3100-ONE-CASE.
           ADD 1 TO WS-CNT-CASES
           IF CMP-OPEN
              ADD 1 TO WS-CNT-OPEN
              IF CMP-HOLD-FG = "Y"
                 ADD 1 TO WS-CNT-HOLD-CASES
                 IF CMP-BRNO NOT = WSH-BRNO
                    OR CMP-ACCTNO NOT = WSH-ACCTNO
                    PERFORM 3200-WRITE-HOLD
                    MOVE CMP-BRNO      TO WSH-BRNO
                    MOVE CMP-ACCTNO    TO WSH-ACCTNO
                    MOVE CMP-CASE-SEQ  TO WS-HOLD-FIRST-SEQ
                    MOVE CMP-RECV-DATE TO WS-HOLD-FIRST-RECV
                    MOVE CMP-CATEGORY  TO WS-HOLD-CATEGORY
                    MOVE CMP-DUE-DATE  TO WS-HOLD-DUE
                    MOVE CMP-OWNER     TO WS-HOLD-OWNER
                 END-IF
                 ADD 1 TO WS-HOLD-CASES
                 IF CMP-DUE-DATE < WS-HOLD-DUE
                    MOVE CMP-DUE-DATE TO WS-HOLD-DUE
                 END-IF
              END-IF
           END-IF
           READ CMP-FILE NEXT RECORD
               AT END SET CMP-EOF TO TRUE
           END-READ.

       3200-WRITE-HOLD.
           IF WS-HOLD-CASES > 0
              MOVE WSH-BRNO           TO CMH-BRNO HLD-BRNO HDL-BRNO
              MOVE WSH-ACCTNO         TO CMH-ACCTNO HLD-ACCTNO
                                         HDL-ACCTNO
              MOVE WS-HOLD-CASES      TO CMH-CASES HLD-CASES HDL-CASES
              MOVE WS-HOLD-FIRST-SEQ  TO CMH-FIRST-SEQ HLD-FIRST-SEQ
                                         HDL-FIRST-SEQ
              MOVE WS-HOLD-FIRST-RECV TO CMH-FIRST-RECV HLD-FIRST-RECV
                                         HDL-FIRST-RECV
              MOVE WS-HOLD-CATEGORY   TO CMH-CATEGORY HLD-CATEGORY
                                         HDL-CATEGORY
              MOVE WS-HOLD-DUE        TO CMH-DUE-DATE HLD-DUE-DATE
                                         HDL-DUE-DATE
              MOVE WS-HOLD-OWNER      TO CMH-OWNER HLD-OWNER HDL-OWNER
              WRITE CMH-REC
              WRITE CMPHLD-REC
              ADD 1 TO WS-CNT-HOLD-ACCTS
              MOVE WS-HLD-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE 0 TO WS-HOLD-CASES.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OPENED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CASES OPENED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UPDATED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CASES UPDATED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RESOLVED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CASES RESOLVED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REFUSED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CASES TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CASES ON FILE        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OPEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  STILL OPEN         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HOLD-CASES TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OPEN WITH HOLD     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HOLD-ACCTS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ON HOLD     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW FOR THE CASE IN HAND.  THE CALLER SETS THE
      * EVENT, USER AND NOTE.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-TIME-RAW(1:6) TO AUD-TIME
           MOVE CMP-BRNO         TO AUD-BRNO
           MOVE CMP-ACCTNO       TO AUD-ACCTNO
           MOVE CMP-CASE-SEQ     TO AUD-CASE-SEQ
           MOVE WS-USERID        TO AUD-USERID
           MOVE CMP-HOLD-FG      TO AUD-HOLD-FG
           MOVE CMP-REMED-AMT    TO AUD-REMED-AMT
           MOVE WS-NOTE          TO AUD-NOTE
           WRITE CMPAUD-REC.

       9999-EXIT.
           CLOSE CMPTRN-FILE CMP-FILE CMPAUD-FILE CMPMNT-RPT
           STOP RUN.
