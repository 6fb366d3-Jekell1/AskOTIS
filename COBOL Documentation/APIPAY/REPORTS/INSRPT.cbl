      *================================================================*
      *   P R O G R A M :  I N S R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-08-28
      *  DESC: NIGHTLY INSIDER-ACCOUNT ACTIVITY REPORT.  THE POSTING
      *        ENGINE APPENDS AN IAC ROW FOR EVERY ITEM TOUCHING AN
      *        ACCOUNT WHERE THE BORROWER OR CO-MAKER IS AN EMPLOYEE
      *        OR AN EMPLOYEE'S DECLARED RELATED PARTY (EMPMNT / EMX),
      *        AND FOR EVERY SELF-DEALING ITEM BLOCKED FOR WANT OF A
      *        SUPERVISOR APPROVAL.  EVERY ROW FOR THE REPORT DATE
      *        (IAC-RUN-DATE; RUN DATE UNLESS INSRPT.PARM SUPPLIES ONE)
      *        IS LISTED WITH ITS FLAGS -
      *          REV  REVERSAL (RV, DP OR NF);
      *          LCW  LATE CHARGE WAIVED BY THE BRANCH SETTING;
      *          FRZ  FROZEN-ACCOUNT OVERRIDE;
      *          BKD  BACKDATED POSTING;
      *          SELF THE POSTING USER IS THE BORROWER, THE CO-MAKER
      *               OR ONE OF THEIR DECLARED RELATED PARTIES.
      *        ANY FLAGGED ROW IS MARKED FOR REVIEW.  TOTALS BY FLAG
      *        AND BY INSIDER EMPLOYEE FOLLOW.
      *
      *  MOD HISTORY:
      *   082828 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-08-28.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSPRM-FILE ASSIGN TO "INSRPT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSPRM-STATUS.

           SELECT OPTIONAL IAC-FILE ASSIGN TO "IAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IAC-STATUS.

           SELECT INSRPT-RPT ASSIGN TO "INSRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSPRM-FILE.
       01  INSPRM-REC.
           05  INP-RPT-DATE          PIC 9(08).

      * ONE ROW PER INSIDER-ACCOUNT ITEM, APPENDED BY THE POSTING
      * ENGINE.
       FD  IAC-FILE.
       01  IAC-REC.
           05  IAC-RUN-DATE          PIC 9(08).
           05  IAC-RUN-TIME          PIC 9(06).
           05  IAC-BRNO              PIC X(04).
           05  IAC-ACCTNO            PIC X(10).
           05  IAC-TRCD              PIC X(02).
           05  IAC-TRAMT             PIC S9(07)V99.
           05  IAC-USERID            PIC X(10).
      * THE EMPLOYEE THE ACCOUNT IS TIED TO, AND HOW (EM = THE
      * EMPLOYEE, OTHERWISE THE RELATED-PARTY TYPE).
           05  IAC-EMP-USERID        PIC X(08).
           05  IAC-RELATION          PIC X(02).
           05  IAC-SELF-FG           PIC X(01).
           05  IAC-APPROVER          PIC X(08).
      * P POSTED, B BLOCKED - NO SUPERVISOR APPROVAL.
           05  IAC-RESULT            PIC X(01).
               88  IAC-POSTED                   VALUE "P".
               88  IAC-BLOCKED                  VALUE "B".
           05  IAC-REVERSAL-FG       PIC X(01).
           05  IAC-LC-WAIVED-FG      PIC X(01).
           05  IAC-FROZEN-FG         PIC X(01).
           05  IAC-BACKDATE-FG       PIC X(01).

       FD  INSRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  INSPRM-STATUS             PIC XX.
       01  IAC-STATUS                PIC XX.
           88  IAC-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-FLAG-PTR               PIC 9(02) COMP.
       01  WS-EMP-SUB                PIC 9(04) COMP.
       01  WS-EMP-FOUND              PIC 9(04) COMP.

       01  WS-CNT-ITEMS              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-POSTED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REVIEW             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REVERSAL           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-LC-WAIVED          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-FROZEN             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BACKDATE           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SELF-OK            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SELF-BLOCKED       PIC 9(05) COMP VALUE 0.
       01  WS-AMT-POSTED             PIC S9(09)V99 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

      * ACTIVITY BY THE EMPLOYEE EACH ACCOUNT IS TIED TO.
       01  WS-EMP-MAX                PIC 9(04) COMP VALUE 500.
       01  WS-EMP-CNT                PIC 9(04) COMP VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY          OCCURS 500 TIMES.
               10  WS-EMP-USERID     PIC X(08).
               10  WS-EMP-ITEMS      PIC 9(05) COMP.
               10  WS-EMP-FLAGGED    PIC 9(05) COMP.
               10  WS-EMP-SELF       PIC 9(05) COMP.
               10  WS-EMP-AMT        PIC S9(09)V99.

       01  WS-DTL-LINE.
           05  DTL-MARK              PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-TIME              PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-TRCD              PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-AMT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-USERID            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-EMP-USERID        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-RELATION          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-RESULT            PIC X(07).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-APPROVER          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-FLAGS             PIC X(20).

       01  WS-EMP-LINE.
           05  EML-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EML-ITEMS             PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EML-FLAGGED           PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EML-SELF              PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EML-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ACTIVITY
           PERFORM 4000-BY-EMPLOYEE
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT INSPRM-FILE
           READ INSPRM-FILE
               AT END MOVE ZEROS TO INSPRM-REC
           END-READ
           CLOSE INSPRM-FILE
           IF INP-RPT-DATE NOT = 0
              MOVE INP-RPT-DATE TO WS-RUN-DATE
           END-IF
           OPEN INPUT  IAC-FILE
           OPEN OUTPUT INSRPT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "INSIDER-ACCOUNT ACTIVITY FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  TIME   BRNO ACCOUNT    TC        AMOUNT "
                  "USER       INSIDER  RL RESULT  APPROVER FLAGS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * EVERY IAC ROW FOR THE REPORT DATE.  "*" MARKS A ROW NEEDING
      * REVIEW - ANY REVERSAL, WAIVER, OVERRIDE, BACKDATE OR SELF-
      * DEALING ITEM.
      *----------------------------------------------------------------*
       2000-LIST-ACTIVITY.
           READ IAC-FILE AT END SET IAC-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ITEM UNTIL IAC-EOF.

       2100-ONE-ITEM.
           IF IAC-RUN-DATE = WS-RUN-DATE
              PERFORM 2200-LIST-ITEM
           END-IF
           READ IAC-FILE AT END SET IAC-EOF TO TRUE END-READ.

       2200-LIST-ITEM.
           ADD 1 TO WS-CNT-ITEMS
           MOVE SPACES TO DTL-FLAGS DTL-MARK
           MOVE 1 TO WS-FLAG-PTR
           IF IAC-REVERSAL-FG = "Y"
              ADD 1 TO WS-CNT-REVERSAL
              STRING "REV " DELIMITED BY SIZE
                  INTO DTL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF IAC-LC-WAIVED-FG = "Y"
              ADD 1 TO WS-CNT-LC-WAIVED
              STRING "LCW " DELIMITED BY SIZE
                  INTO DTL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF IAC-FROZEN-FG = "Y"
              ADD 1 TO WS-CNT-FROZEN
              STRING "FRZ " DELIMITED BY SIZE
                  INTO DTL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF IAC-BACKDATE-FG = "Y"
              ADD 1 TO WS-CNT-BACKDATE
              STRING "BKD " DELIMITED BY SIZE
                  INTO DTL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF IAC-SELF-FG = "Y"
              STRING "SELF" DELIMITED BY SIZE
                  INTO DTL-FLAGS WITH POINTER WS-FLAG-PTR
              IF IAC-BLOCKED
                 ADD 1 TO WS-CNT-SELF-BLOCKED
              ELSE
                 ADD 1 TO WS-CNT-SELF-OK
              END-IF
           END-IF
           IF DTL-FLAGS NOT = SPACES
              MOVE "*" TO DTL-MARK
              ADD 1 TO WS-CNT-REVIEW
           END-IF
           IF IAC-BLOCKED
              MOVE "BLOCKED" TO DTL-RESULT
           ELSE
              MOVE "POSTED " TO DTL-RESULT
              ADD 1 TO WS-CNT-POSTED
              ADD IAC-TRAMT TO WS-AMT-POSTED
           END-IF
           MOVE IAC-RUN-TIME   TO DTL-TIME
           MOVE IAC-BRNO       TO DTL-BRNO
           MOVE IAC-ACCTNO     TO DTL-ACCTNO
           MOVE IAC-TRCD       TO DTL-TRCD
           MOVE IAC-TRAMT      TO DTL-AMT
           MOVE IAC-USERID     TO DTL-USERID
           MOVE IAC-EMP-USERID TO DTL-EMP-USERID
           MOVE IAC-RELATION   TO DTL-RELATION
           MOVE IAC-APPROVER   TO DTL-APPROVER
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2300-TALLY-EMPLOYEE.

       2300-TALLY-EMPLOYEE.
           MOVE 0 TO WS-EMP-FOUND
           PERFORM 2310-FIND-EMPLOYEE
               VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-CNT OR WS-EMP-FOUND > 0
           IF WS-EMP-FOUND = 0
              IF WS-EMP-CNT < WS-EMP-MAX
                 ADD 1 TO WS-EMP-CNT
                 MOVE WS-EMP-CNT TO WS-EMP-FOUND
                 MOVE IAC-EMP-USERID TO WS-EMP-USERID(WS-EMP-FOUND)
                 MOVE 0 TO WS-EMP-ITEMS(WS-EMP-FOUND)
                           WS-EMP-FLAGGED(WS-EMP-FOUND)
                           WS-EMP-SELF(WS-EMP-FOUND)
                           WS-EMP-AMT(WS-EMP-FOUND)
              END-IF
           END-IF
           IF WS-EMP-FOUND > 0
              ADD 1 TO WS-EMP-ITEMS(WS-EMP-FOUND)
              IF DTL-MARK = "*"
                 ADD 1 TO WS-EMP-FLAGGED(WS-EMP-FOUND)
              END-IF
              IF IAC-SELF-FG = "Y"
                 ADD 1 TO WS-EMP-SELF(WS-EMP-FOUND)
              END-IF
              IF IAC-POSTED
                 ADD IAC-TRAMT TO WS-EMP-AMT(WS-EMP-FOUND)
              END-IF
           END-IF.

       2310-FIND-EMPLOYEE.
           IF WS-EMP-USERID(WS-EMP-SUB) = IAC-EMP-USERID
              MOVE WS-EMP-SUB TO WS-EMP-FOUND
           END-IF.

      *----------------------------------------------------------------*
      * ACTIVITY ROLLED UP BY INSIDER EMPLOYEE.
      *----------------------------------------------------------------*
       4000-BY-EMPLOYEE.
           IF WS-EMP-CNT > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "BY INSIDER EMPLOYEE" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "INSIDER    ITEMS  FLAGGED    SELF   "
                     "     POSTED AMOUNT"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              PERFORM 4100-ONE-EMPLOYEE
                  VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-CNT
           END-IF.

       4100-ONE-EMPLOYEE.
           MOVE WS-EMP-USERID(WS-EMP-SUB)  TO EML-USERID
           MOVE WS-EMP-ITEMS(WS-EMP-SUB)   TO EML-ITEMS
           MOVE WS-EMP-FLAGGED(WS-EMP-SUB) TO EML-FLAGGED
           MOVE WS-EMP-SELF(WS-EMP-SUB)    TO EML-SELF
           MOVE WS-EMP-AMT(WS-EMP-SUB)     TO EML-AMT
           MOVE WS-EMP-LINE TO RPT-LINE
           WRITE RPT-LINE.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ITEMS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "INSIDER-ACCOUNT ITEMS     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-POSTED TO WS-EDIT-CNT
           MOVE WS-AMT-POSTED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  POSTED                  " WS-EDIT-CNT
                  "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REVIEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  MARKED FOR REVIEW       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REVERSAL TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REVERSALS                 " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LC-WAIVED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LATE CHARGES WAIVED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FROZEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FROZEN-ACCOUNT OVERRIDES  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BACKDATE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BACKDATED POSTINGS        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SELF-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SELF-DEALING, APPROVED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SELF-BLOCKED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SELF-DEALING, BLOCKED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE IAC-FILE INSRPT-RPT
           STOP RUN.
