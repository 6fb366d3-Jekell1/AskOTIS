      *================================================================*
      *   P R O G R A M :  E M P M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-08-28
      *  DESC: EMPLOYEE MASTER MAINTENANCE FOR THE INSIDER-ACCOUNT
      *        POSTING MONITOR.  THE KEYED EMP MASTER HOLDS ONE ROW PER
      *        POSTING USER ID (THE POSTNAME THE EMPLOYEE SIGNS ON
      *        WITH) CARRYING THE EMPLOYEE'S SSN, HOME BRANCH, STATUS
      *        AND UP TO SIX DECLARED RELATED PARTIES.  HR AND
      *        COMPLIANCE KEY EMPTRN TRANSACTIONS -
      *          A  ADD AN EMPLOYEE (USER ID, SSN, NAME, BRANCH, HIRE
      *             DATE - RUN DATE WHEN BLANK);
      *          C  CHANGE SSN, NAME OR BRANCH (NON-BLANK FIELDS ONLY);
      *          T  TERMINATE (TERM DATE - RUN DATE WHEN BLANK);
      *          R  ADD A RELATED PARTY (SSN, RELATIONSHIP, NAME);
      *          X  REMOVE A RELATED PARTY BY SSN.
      *        EVERY TRANSACTION NEEDS THE MAINTAINING USER, WHO MAY
      *        NOT MAINTAIN THEIR OWN ROW.  AFTER THE TRANSACTIONS THE
      *        EMX INSIDER SSN INDEX IS REBUILT FROM EVERY ACTIVE
      *        EMPLOYEE - THEIR OWN SSN AS "EM" AND EACH RELATED PARTY
      *        UNDER ITS RELATIONSHIP - FOR INSIDER-POSTING-CHECK TO
      *        LOOK UP BORROWER AND CO-MAKER SSNS AT POSTING TIME.  AN
      *        SSN CLAIMED BY TWO EMPLOYEES KEEPS THE FIRST AND IS
      *        LISTED FOR COMPLIANCE.  EVERY ACTION TAKEN OR REFUSED IS
      *        APPENDED TO THE EMPAUD AUDIT TRAIL.  ROWS ARE NEVER
      *        DELETED - A TERMINATED EMPLOYEE STAYS ON FILE.
      *
      *  MOD HISTORY:
      *   082828 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-08-28.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPTRN-FILE ASSIGN TO "EMPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPTRN-STATUS.

           SELECT EMP-FILE ASSIGN TO "EMP"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EMP-KEY
               FILE STATUS IS EMP-STATUS.

           SELECT EMX-FILE ASSIGN TO "EMX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EMX-KEY
               FILE STATUS IS EMX-STATUS.

           SELECT OPTIONAL EMPAUD-FILE ASSIGN TO "EMPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPAUD-STATUS.

           SELECT EMPMNT-RPT ASSIGN TO "EMPMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPTRN-FILE.
       01  EMPTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-ADD                      VALUE "A".
               88  TRN-CHANGE                   VALUE "C".
               88  TRN-TERMINATE                VALUE "T".
               88  TRN-ADD-REL                  VALUE "R".
               88  TRN-REMOVE-REL               VALUE "X".
           05  TRN-USERID            PIC X(08).
           05  TRN-SSNO              PIC 9(09).
           05  TRN-NAME              PIC X(25).
           05  TRN-BRNO              PIC X(04).
           05  TRN-DATE              PIC 9(08).
           05  TRN-REL-SSNO          PIC 9(09).
           05  TRN-REL-TYPE          PIC X(02).
               88  TRN-REL-TYPE-OK              VALUE "SP" "CH" "PA"
                                                      "SB" "HH" "BP"
                                                      "OT".
           05  TRN-REL-NAME          PIC X(25).
           05  TRN-MAINT-USER        PIC X(08).

       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-KEY.
               10  EMP-USERID        PIC X(08).
           05  EMP-SSNO              PIC 9(09).
           05  EMP-NAME              PIC X(25).
           05  EMP-BRNO              PIC X(04).
      * A ACTIVE, T TERMINATED.
           05  EMP-STATUS-CD         PIC X(01).
               88  EMP-ACTIVE                   VALUE "A".
               88  EMP-TERMINATED               VALUE "T".
           05  EMP-HIRE-DATE         PIC 9(08).
           05  EMP-TERM-DATE         PIC 9(08).
      * SP SPOUSE, CH CHILD, PA PARENT, SB SIBLING, HH OTHER HOUSEHOLD
      * MEMBER, BP BUSINESS PARTNER, OT OTHER.  AN EMPTY SLOT CARRIES
      * A ZERO SSN.
           05  EMP-REL               OCCURS 6 TIMES.
               10  EMP-REL-SSNO      PIC 9(09).
               10  EMP-REL-TYPE      PIC X(02).
               10  EMP-REL-NAME      PIC X(25).
           05  EMP-MAINT-DATE        PIC 9(08).
           05  EMP-MAINT-USER        PIC X(08).

       FD  EMX-FILE.
       01  EMX-REC.
           05  EMX-KEY.
               10  EMX-SSNO          PIC 9(09).
           05  EMX-USERID            PIC X(08).
      * EM THE EMPLOYEE, OTHERWISE THE RELATED-PARTY TYPE.
           05  EMX-RELATION          PIC X(02).
           05  EMX-NAME              PIC X(25).

       FD  EMPAUD-FILE.
       01  EMPAUD-REC.
           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(06).
           05  AUD-USERID            PIC X(08).
           05  AUD-ACTION            PIC X(01).
           05  AUD-RESULT            PIC X(08).
           05  AUD-MAINT-USER        PIC X(08).
           05  AUD-SSNO              PIC 9(09).
           05  AUD-NOTE              PIC X(40).

       FD  EMPMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  EMPTRN-STATUS             PIC XX.
           88  EMPTRN-EOF                       VALUE "10".
       01  EMP-STATUS                PIC XX.
           88  EMP-EOF                          VALUE "10".
       01  EMX-STATUS                PIC XX.
       01  EMPAUD-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-SUB                    PIC 9(02) COMP.
       01  WS-SLOT                   PIC 9(02) COMP.
       01  WS-FIRST-CONFLICT-SW      PIC X(01) VALUE "Y".
       01  WS-HOLD-EMX-REC           PIC X(44).

       01  WS-CNT-ADDED              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CHANGED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TERMINATED         PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REL-ADDED          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REL-REMOVED        PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ACTIVE             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-EMX                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CONFLICT           PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-MAINT-USER        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-CNF-LINE.
           05  CFL-SSNO              PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CFL-KEPT-USER         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CFL-KEPT-REL          PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CFL-ALSO-USER         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CFL-ALSO-REL          PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CFL-NAME              PIC X(25).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY
           PERFORM 4000-REBUILD-INDEX
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  EMPTRN-FILE
           OPEN I-O EMP-FILE
           IF EMP-STATUS = "35"
              OPEN OUTPUT EMP-FILE
              CLOSE EMP-FILE
              OPEN I-O EMP-FILE
           END-IF
           OPEN EXTEND EMPAUD-FILE
           OPEN OUTPUT EMPMNT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEE MASTER MAINTENANCE FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE HR / COMPLIANCE TRANSACTIONS.
      *----------------------------------------------------------------*
       2000-APPLY.
           READ EMPTRN-FILE AT END SET EMPTRN-EOF TO TRUE END-READ
           IF NOT EMPTRN-EOF
              MOVE "TRANSACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  USER ID   MAINT BY  RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL EMPTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION     TO TRL-ACTION
           MOVE TRN-USERID     TO TRL-USERID
           MOVE TRN-MAINT-USER TO TRL-MAINT-USER
           MOVE "REFUSED "     TO TRL-RESULT
           MOVE SPACES         TO TRL-NOTE
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-TERMINATE
              AND NOT TRN-ADD-REL AND NOT TRN-REMOVE-REL
              MOVE "ACTION MUST BE A, C, T, R OR X" TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF TRN-USERID = SPACES OR TRN-MAINT-USER = SPACES
              MOVE "NEEDS THE USER ID AND THE MAINTAINING USER"
                 TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF TRN-MAINT-USER = TRN-USERID
              MOVE "AN EMPLOYEE MAY NOT MAINTAIN THEIR OWN ROW"
                 TO TRL-NOTE
              GO TO 2100-REFUSE.
           MOVE TRN-USERID TO EMP-USERID
           READ EMP-FILE
           IF TRN-ADD
              PERFORM 2200-ADD-EMPLOYEE
           ELSE
              IF EMP-STATUS NOT = "00"
                 MOVE "USER ID NOT ON THE EMPLOYEE MASTER" TO TRL-NOTE
              ELSE
                 EVALUATE TRUE
                     WHEN TRN-CHANGE    PERFORM 2300-CHANGE-EMPLOYEE
                     WHEN TRN-TERMINATE PERFORM 2400-TERMINATE
                     WHEN TRN-ADD-REL   PERFORM 2500-ADD-RELATED
                     WHEN OTHER         PERFORM 2600-REMOVE-RELATED
                 END-EVALUATE
              END-IF
           END-IF
           IF TRL-RESULT = "REFUSED "
              GO TO 2100-REFUSE.
           MOVE WS-RUN-DATE    TO EMP-MAINT-DATE
           MOVE TRN-MAINT-USER TO EMP-MAINT-USER
           IF TRN-ADD
              WRITE EMP-REC
           ELSE
              REWRITE EMP-REC
           END-IF
           IF EMP-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "MASTER UPDATE FAILED, STATUS " EMP-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              MOVE "REFUSED " TO TRL-RESULT
              GO TO 2100-REFUSE.
           EVALUATE TRUE
               WHEN TRN-ADD       ADD 1 TO WS-CNT-ADDED
               WHEN TRN-CHANGE    ADD 1 TO WS-CNT-CHANGED
               WHEN TRN-TERMINATE ADD 1 TO WS-CNT-TERMINATED
               WHEN TRN-ADD-REL   ADD 1 TO WS-CNT-REL-ADDED
               WHEN OTHER         ADD 1 TO WS-CNT-REL-REMOVED
           END-EVALUATE
           PERFORM 8000-WRITE-AUDIT
           GO TO 2100-PRINT.
       2100-REFUSE.
           ADD 1 TO WS-CNT-REFUSED
           PERFORM 8000-WRITE-AUDIT.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ EMPTRN-FILE AT END SET EMPTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-EMPLOYEE.
           IF EMP-STATUS = "00"
              MOVE "ALREADY ON FILE - USE C TO CHANGE" TO TRL-NOTE
           ELSE
              IF TRN-SSNO = 0 OR TRN-NAME = SPACES
                 OR TRN-BRNO = SPACES
                 MOVE "AN ADD NEEDS SSN, NAME AND BRANCH" TO TRL-NOTE
              ELSE
                 INITIALIZE EMP-REC
                 MOVE TRN-USERID TO EMP-USERID
                 MOVE TRN-SSNO   TO EMP-SSNO
                 MOVE TRN-NAME   TO EMP-NAME
                 MOVE TRN-BRNO   TO EMP-BRNO
                 MOVE "A"        TO EMP-STATUS-CD
                 MOVE TRN-DATE   TO EMP-HIRE-DATE
                 IF TRN-DATE = 0
                    MOVE WS-RUN-DATE TO EMP-HIRE-DATE
                 END-IF
                 MOVE 0          TO EMP-TERM-DATE
                 MOVE "ADDED   " TO TRL-RESULT
                 MOVE TRN-NAME   TO TRL-NOTE
              END-IF
           END-IF.

       2300-CHANGE-EMPLOYEE.
           IF TRN-SSNO = 0 AND TRN-NAME = SPACES AND TRN-BRNO = SPACES
              MOVE "NOTHING TO CHANGE" TO TRL-NOTE
           ELSE
              IF TRN-SSNO NOT = 0
                 MOVE TRN-SSNO TO EMP-SSNO
              END-IF
              IF TRN-NAME NOT = SPACES
                 MOVE TRN-NAME TO EMP-NAME
              END-IF
              IF TRN-BRNO NOT = SPACES
                 MOVE TRN-BRNO TO EMP-BRNO
              END-IF
              MOVE "CHANGED " TO TRL-RESULT
              MOVE EMP-NAME   TO TRL-NOTE
           END-IF.

       2400-TERMINATE.
           IF EMP-TERMINATED
              MOVE SPACES TO TRL-NOTE
              STRING "ALREADY TERMINATED " EMP-TERM-DATE
                  DELIMITED BY SIZE INTO TRL-NOTE
           ELSE
              MOVE "T"      TO EMP-STATUS-CD
              MOVE TRN-DATE TO EMP-TERM-DATE
              IF TRN-DATE = 0
                 MOVE WS-RUN-DATE TO EMP-TERM-DATE
              END-IF
              MOVE "TERMED  " TO TRL-RESULT
              MOVE SPACES TO TRL-NOTE
              STRING "TERMINATED " EMP-TERM-DATE
                  DELIMITED BY SIZE INTO TRL-NOTE
           END-IF.

       2500-ADD-RELATED.
           MOVE 0 TO WS-SLOT
           PERFORM 2510-FIND-SLOT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
           EVALUATE TRUE
               WHEN TRN-REL-SSNO = 0 OR TRN-REL-NAME = SPACES
                  MOVE "A RELATED PARTY NEEDS SSN AND NAME" TO TRL-NOTE
               WHEN NOT TRN-REL-TYPE-OK
                  MOVE "RELATIONSHIP MUST BE SP CH PA SB HH BP OT"
                     TO TRL-NOTE
               WHEN TRN-REL-SSNO = EMP-SSNO
                  MOVE "RELATED SSN IS THE EMPLOYEE'S OWN" TO TRL-NOTE
               WHEN WS-SLOT = 99
                  MOVE "RELATED PARTY ALREADY DECLARED" TO TRL-NOTE
               WHEN WS-SLOT = 0
                  MOVE "ALL SIX RELATED-PARTY SLOTS IN USE" TO TRL-NOTE
               WHEN OTHER
                  MOVE TRN-REL-SSNO TO EMP-REL-SSNO(WS-SLOT)
                  MOVE TRN-REL-TYPE TO EMP-REL-TYPE(WS-SLOT)
                  MOVE TRN-REL-NAME TO EMP-REL-NAME(WS-SLOT)
                  MOVE "REL ADD " TO TRL-RESULT
                  MOVE SPACES TO TRL-NOTE
                  STRING TRN-REL-TYPE " " TRN-REL-NAME
                      DELIMITED BY SIZE INTO TRL-NOTE
           END-EVALUATE.

      * FIRST EMPTY SLOT, OR 99 WHEN THE SSN IS ALREADY DECLARED.
       2510-FIND-SLOT.
           IF WS-SLOT NOT = 99
              IF EMP-REL-SSNO(WS-SUB) = TRN-REL-SSNO
                 AND TRN-REL-SSNO NOT = 0
                 MOVE 99 TO WS-SLOT
              ELSE
                 IF EMP-REL-SSNO(WS-SUB) = 0 AND WS-SLOT = 0
                    MOVE WS-SUB TO WS-SLOT
                 END-IF
              END-IF
           END-IF.

       2600-REMOVE-RELATED.
           MOVE 0 TO WS-SLOT
           PERFORM 2610-FIND-RELATED
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
           IF TRN-REL-SSNO = 0 OR WS-SLOT = 0
              MOVE "RELATED PARTY NOT DECLARED" TO TRL-NOTE
           ELSE
              MOVE SPACES TO TRL-NOTE
              STRING EMP-REL-TYPE(WS-SLOT) " " EMP-REL-NAME(WS-SLOT)
                  DELIMITED BY SIZE INTO TRL-NOTE
              MOVE 0      TO EMP-REL-SSNO(WS-SLOT)
              MOVE SPACES TO EMP-REL-TYPE(WS-SLOT)
                             EMP-REL-NAME(WS-SLOT)
              MOVE "REL DROP" TO TRL-RESULT
           END-IF.

       2610-FIND-RELATED.
           IF EMP-REL-SSNO(WS-SUB) = TRN-REL-SSNO
              MOVE WS-SUB TO WS-SLOT
           END-IF.

      *----------------------------------------------------------------*
      * REBUILD THE EMX INSIDER SSN INDEX FROM EVERY ACTIVE EMPLOYEE.
      *----------------------------------------------------------------*
       4000-REBUILD-INDEX.
           OPEN OUTPUT EMX-FILE
           CLOSE EMX-FILE
           OPEN I-O EMX-FILE
           MOVE LOW-VALUES TO EMP-KEY
           START EMP-FILE KEY IS NOT LESS THAN EMP-KEY
               INVALID KEY SET EMP-EOF TO TRUE
           END-START
           IF NOT EMP-EOF
              READ EMP-FILE NEXT RECORD
                  AT END SET EMP-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 4100-ONE-EMPLOYEE UNTIL EMP-EOF
           CLOSE EMX-FILE.

       4100-ONE-EMPLOYEE.
           IF EMP-ACTIVE
              ADD 1 TO WS-CNT-ACTIVE
              MOVE EMP-SSNO   TO EMX-SSNO
              MOVE EMP-USERID TO EMX-USERID
              MOVE "EM"       TO EMX-RELATION
              MOVE EMP-NAME   TO EMX-NAME
              PERFORM 4200-WRITE-INDEX
              PERFORM 4110-ONE-RELATED
                  VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
           END-IF
           READ EMP-FILE NEXT RECORD
               AT END SET EMP-EOF TO TRUE
           END-READ.

       4110-ONE-RELATED.
           IF EMP-REL-SSNO(WS-SUB) NOT = 0
              MOVE EMP-REL-SSNO(WS-SUB) TO EMX-SSNO
              MOVE EMP-USERID           TO EMX-USERID
              MOVE EMP-REL-TYPE(WS-SUB) TO EMX-RELATION
              MOVE EMP-REL-NAME(WS-SUB) TO EMX-NAME
              PERFORM 4200-WRITE-INDEX
           END-IF.

      * A DUPLICATE SSN KEEPS THE ROW ALREADY WRITTEN AND IS LISTED.
       4200-WRITE-INDEX.
           WRITE EMX-REC
           IF EMX-STATUS = "00"
              ADD 1 TO WS-CNT-EMX
           ELSE
              ADD 1 TO WS-CNT-CONFLICT
              MOVE EMX-USERID   TO CFL-ALSO-USER
              MOVE EMX-RELATION TO CFL-ALSO-REL
              MOVE EMX-NAME     TO CFL-NAME
              MOVE EMX-REC      TO WS-HOLD-EMX-REC
              READ EMX-FILE
              MOVE EMX-SSNO     TO CFL-SSNO
              MOVE EMX-USERID   TO CFL-KEPT-USER
              MOVE EMX-RELATION TO CFL-KEPT-REL
              MOVE WS-HOLD-EMX-REC TO EMX-REC
              IF WS-FIRST-CONFLICT-SW = "Y"
                 MOVE "N" TO WS-FIRST-CONFLICT-SW
                 MOVE SPACES TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE "SSNS CLAIMED BY MORE THAN ONE EMPLOYEE"
                    TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE SPACES TO RPT-LINE
                 STRING "SSN        INDEXED TO   ALSO CLAIMED BY  NAME"
                     DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
              MOVE WS-CNF-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ADDED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES ADDED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CHANGED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES CHANGED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TERMINATED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES TERMINATED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REL-ADDED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RELATED PARTIES ADDED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REL-REMOVED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RELATED PARTIES DROPPED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REFUSED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ACTIVE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE EMPLOYEES        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-EMX TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "INSIDER SSNS INDEXED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CONFLICT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SSNS CLAIMED TWICE      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW FOR THE TRANSACTION IN HAND.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-TIME-RAW(1:6) TO AUD-TIME
           MOVE TRN-USERID       TO AUD-USERID
           MOVE TRN-ACTION       TO AUD-ACTION
           MOVE TRL-RESULT       TO AUD-RESULT
           MOVE TRN-MAINT-USER   TO AUD-MAINT-USER
           MOVE TRN-SSNO         TO AUD-SSNO
           IF TRN-ADD-REL OR TRN-REMOVE-REL
              MOVE TRN-REL-SSNO TO AUD-SSNO
           END-IF
           MOVE TRL-NOTE         TO AUD-NOTE
           WRITE EMPAUD-REC.

       9999-EXIT.
           CLOSE EMPTRN-FILE EMP-FILE EMPAUD-FILE EMPMNT-RPT
           STOP RUN.
