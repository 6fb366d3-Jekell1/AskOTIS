      *================================================================*
      *   P R O G R A M :  B K P V F Y                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-02-05
      *  DESC: END-OF-DAY BACKUP SET VERIFICATION.  A COPY IS ONLY
      *        WORTH KEEPING IF IT CAN BE PROVEN.  THE EOD SCRIPT RUNS
      *        THIS AFTER EACH EODBKP, PASSING THE MEMBER NAME AND SET
      *        DATE ON STANDARD INPUT AND PRESENTING THE COPY AS
      *        "BKPCPY".  THE COPY IS RE-READ FROM THE MEDIA AND ITS
      *        RECORD COUNT, BALANCE HASH TOTAL AND FIRST/LAST KEY ARE
      *        RECOMPUTED WITH THE SAME BKPPRM RULES EODBKP USED, THEN
      *        PROVED AGAINST THE MEMBER'S LATEST "B" ROW IN THE
      *        BKPMAN MANIFEST.  A "V" ROW IS APPENDED WHEN THEY AGREE,
      *        AN "X" ROW (RETURN CODE 8) WHEN THEY DO NOT.
      *        THE MEMBER NAME "*SET" VERIFIES THE WHOLE SET INSTEAD:
      *        EVERY MEMBER IN BKPPRM MUST HAVE BEEN BACKED UP FOR THE
      *        DATE AND VERIFIED SINCE, AND EVERY COPY MUST CARRY THE
      *        SAME POSTING-JOURNAL STAMP - PROOF THAT NOTHING POSTED
      *        BETWEEN THE FIRST MEMBER AND THE LAST.  ONLY THEN IS
      *        THE "S" ROW WRITTEN THAT BKPRST REQUIRES BEFORE IT WILL
      *        RESTORE FROM THE SET.
      *
      *  MOD HISTORY:
      *   020529 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPVFY.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-02-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPPRM-FILE ASSIGN TO "BKPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPPRM-STATUS.

           SELECT OPTIONAL BKPCPY-FILE ASSIGN TO "BKPCPY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPCPY-STATUS.

           SELECT OPTIONAL BKPMAN-FILE ASSIGN TO "BKPMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPMAN-STATUS.

           SELECT BKPVFY-RPT ASSIGN TO "BKPVFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKPPRM-FILE.
       01  BKPPRM-REC.
           05  PRM-MEMBER            PIC X(08).
           05  PRM-REC-LEN           PIC 9(04).
           05  PRM-KEY-POS           PIC 9(04).
           05  PRM-KEY-LEN           PIC 9(02).
           05  PRM-HASH-POS          PIC 9(04).
           05  PRM-HASH-LEN          PIC 9(02).
           05  PRM-JRN-FG            PIC X(01).

       FD  BKPCPY-FILE.
       01  BKPCPY-REC                PIC X(512).

       FD  BKPMAN-FILE.
       01  BKPMAN-REC.
           05  MAN-SET-DATE          PIC 9(08).
           05  MAN-MEMBER            PIC X(08).
      * B BACKED UP, F BACKUP REFUSED, V VERIFIED, X VERIFY FAILED,
      * S WHOLE SET VERIFIED, R RESTORED.
           05  MAN-EVENT             PIC X(01).
           05  MAN-RUN-DATE          PIC 9(08).
           05  MAN-RUN-TIME          PIC 9(06).
           05  MAN-REC-CNT           PIC 9(09).
           05  MAN-HASH-TOT          PIC S9(17)
                                     SIGN LEADING SEPARATE.
           05  MAN-KEY-FIRST         PIC X(30).
           05  MAN-KEY-LAST          PIC X(30).
           05  MAN-JRN-DATE          PIC 9(08).
           05  MAN-JRN-TIME          PIC 9(06).
           05  MAN-JRN-ROWS          PIC 9(07).
           05  MAN-NOTE              PIC X(30).

       FD  BKPVFY-RPT.
       01  RPT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  BKPPRM-STATUS             PIC XX.
           88  BKPPRM-EOF                       VALUE "10".
       01  BKPCPY-STATUS             PIC XX.
           88  BKPCPY-EOF                       VALUE "10".
       01  BKPMAN-STATUS             PIC XX.
           88  BKPMAN-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-REQUEST-IN.
           05  REQ-MEMBER            PIC X(08).
               88  REQ-WHOLE-SET                VALUE "*SET".
           05  REQ-SET-DATE          PIC X(08).
           05  REQ-SET-DATE-N REDEFINES REQ-SET-DATE
                                     PIC 9(08).

       01  WS-FOUND-FG               PIC X(01) VALUE "N".
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-SET-DATE               PIC 9(08).
       01  WS-FAIL-NOTE              PIC X(30).

      * THE MANIFEST ROWS FOR THE SET DATE, IN THE ORDER WRITTEN - A
      * LATER ROW FOR A MEMBER SUPERSEDES AN EARLIER ONE.
       01  WS-MAX-MAN                PIC 9(05) COMP VALUE 2000.
       01  WS-MAN-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-MAN-TABLE.
           05  WS-MAN-ENTRY          OCCURS 2000 TIMES.
               10  WS-MT-MEMBER      PIC X(08).
               10  WS-MT-EVENT       PIC X(01).
               10  WS-MT-REC-CNT     PIC 9(09).
               10  WS-MT-HASH-TOT    PIC S9(17) COMP-3.
               10  WS-MT-KEY-FIRST   PIC X(30).
               10  WS-MT-KEY-LAST    PIC X(30).
               10  WS-MT-JRN-DATE    PIC 9(08).
               10  WS-MT-JRN-TIME    PIC 9(06).
               10  WS-MT-JRN-ROWS    PIC 9(07).

       01  WS-SUB                    PIC 9(05) COMP.
       01  WS-B-SUB                  PIC 9(05) COMP.
       01  WS-LAST-SUB               PIC 9(05) COMP.
       01  WS-REF-SUB                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-MEMBERS            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-FAILED             PIC 9(05) COMP VALUE 0.

       01  WS-REC-CNT                PIC 9(09) COMP VALUE 0.
       01  WS-HASH-TOT               PIC S9(18) COMP-3 VALUE 0.
       01  WS-CNT-SEQ-ERR            PIC 9(07) COMP VALUE 0.
       01  WS-KEY-FIRST              PIC X(30) VALUE SPACES.
       01  WS-KEY-LAST               PIC X(30) VALUE SPACES.
       01  WS-KEY-THIS               PIC X(30).

       01  WS-HASH-X                 PIC X(18).
       01  WS-HASH-N REDEFINES WS-HASH-X
                                     PIC S9(18).
       01  WS-HASH-START             PIC 9(04) COMP.

       01  WS-EDIT-CNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-HASH              PIC -(17)9.
       01  WS-EDIT-HASH2             PIC -(17)9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MANIFEST
           IF REQ-WHOLE-SET
              PERFORM 3000-VERIFY-SET
           ELSE
              PERFORM 2000-VERIFY-MEMBER THRU 2000-EXIT
           END-IF
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           MOVE SPACES TO WS-REQUEST-IN
           ACCEPT WS-REQUEST-IN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           IF REQ-SET-DATE = SPACES OR REQ-SET-DATE NOT NUMERIC
              MOVE WS-RUN-DATE TO WS-SET-DATE
           ELSE
              MOVE REQ-SET-DATE-N TO WS-SET-DATE
           END-IF
           OPEN INPUT  BKPPRM-FILE
           OPEN OUTPUT BKPVFY-RPT
           MOVE SPACES TO RPT-LINE
           STRING "BACKUP SET VERIFICATION: " REQ-MEMBER
                  "  SET " WS-SET-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-MANIFEST.
           OPEN INPUT BKPMAN-FILE
           READ BKPMAN-FILE AT END SET BKPMAN-EOF TO TRUE END-READ
           PERFORM 1110-ONE-MANIFEST-ROW UNTIL BKPMAN-EOF
           CLOSE BKPMAN-FILE.

       1110-ONE-MANIFEST-ROW.
           IF MAN-SET-DATE = WS-SET-DATE
              IF WS-MAN-CNT < WS-MAX-MAN
                 ADD 1 TO WS-MAN-CNT
                 MOVE MAN-MEMBER    TO WS-MT-MEMBER(WS-MAN-CNT)
                 MOVE MAN-EVENT     TO WS-MT-EVENT(WS-MAN-CNT)
                 MOVE MAN-REC-CNT   TO WS-MT-REC-CNT(WS-MAN-CNT)
                 MOVE MAN-HASH-TOT  TO WS-MT-HASH-TOT(WS-MAN-CNT)
                 MOVE MAN-KEY-FIRST TO WS-MT-KEY-FIRST(WS-MAN-CNT)
                 MOVE MAN-KEY-LAST  TO WS-MT-KEY-LAST(WS-MAN-CNT)
                 MOVE MAN-JRN-DATE  TO WS-MT-JRN-DATE(WS-MAN-CNT)
                 MOVE MAN-JRN-TIME  TO WS-MT-JRN-TIME(WS-MAN-CNT)
                 MOVE MAN-JRN-ROWS  TO WS-MT-JRN-ROWS(WS-MAN-CNT)
              END-IF
           END-IF
           READ BKPMAN-FILE AT END SET BKPMAN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * ONE MEMBER - RECOMPUTE FROM THE COPY AND PROVE AGAINST THE
      * LATEST "B" ROW.
      *----------------------------------------------------------------*
       2000-VERIFY-MEMBER.
           PERFORM 7000-FIND-PARAMETER
           IF WS-FOUND-FG NOT = "Y"
              MOVE "NO BKPPRM ROW" TO WS-FAIL-NOTE
              PERFORM 6000-FAIL-MEMBER
              GO TO 2000-EXIT
           END-IF
           PERFORM 7100-FIND-LAST-BACKUP
           IF WS-B-SUB = 0
              MOVE "NO BACKUP ROW FOR DATE" TO WS-FAIL-NOTE
              PERFORM 6000-FAIL-MEMBER
              GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-COPY
           MOVE WS-REC-CNT TO WS-EDIT-CNT
           MOVE WS-MT-REC-CNT(WS-B-SUB) TO WS-EDIT-CNT2
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS   COPY " WS-EDIT-CNT
                  "   MANIFEST " WS-EDIT-CNT2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HASH-TOT TO WS-EDIT-HASH
           MOVE WS-MT-HASH-TOT(WS-B-SUB) TO WS-EDIT-HASH2
           MOVE SPACES TO RPT-LINE
           STRING "HASH      COPY " WS-EDIT-HASH
                  "   MANIFEST " WS-EDIT-HASH2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           EVALUATE TRUE
               WHEN WS-REC-CNT NOT = WS-MT-REC-CNT(WS-B-SUB)
                    MOVE "RECORD COUNT MISMATCH" TO WS-FAIL-NOTE
               WHEN WS-HASH-TOT NOT = WS-MT-HASH-TOT(WS-B-SUB)
                    MOVE "HASH TOTAL MISMATCH" TO WS-FAIL-NOTE
               WHEN WS-KEY-FIRST NOT = WS-MT-KEY-FIRST(WS-B-SUB)
                 OR WS-KEY-LAST NOT = WS-MT-KEY-LAST(WS-B-SUB)
                    MOVE "KEY RANGE MISMATCH" TO WS-FAIL-NOTE
               WHEN WS-CNT-SEQ-ERR > 0
                    MOVE "KEYS OUT OF SEQUENCE" TO WS-FAIL-NOTE
               WHEN OTHER
                    MOVE SPACES TO WS-FAIL-NOTE
           END-EVALUATE
           IF WS-FAIL-NOTE NOT = SPACES
              PERFORM 6000-FAIL-MEMBER
              GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO BKPMAN-REC
           MOVE REQ-MEMBER TO MAN-MEMBER
           MOVE "V" TO MAN-EVENT
           PERFORM 8000-WRITE-MANIFEST
           MOVE SPACES TO RPT-LINE
           STRING "MEMBER " REQ-MEMBER " VERIFIED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-EXIT.
           EXIT.

       2100-READ-COPY.
           OPEN INPUT BKPCPY-FILE
           READ BKPCPY-FILE AT END SET BKPCPY-EOF TO TRUE END-READ
           PERFORM 2110-ONE-RECORD UNTIL BKPCPY-EOF
           CLOSE BKPCPY-FILE.

       2110-ONE-RECORD.
           ADD 1 TO WS-REC-CNT
           IF PRM-KEY-LEN > 0
              MOVE SPACES TO WS-KEY-THIS
              MOVE BKPCPY-REC(PRM-KEY-POS:PRM-KEY-LEN)
                TO WS-KEY-THIS(1:PRM-KEY-LEN)
              IF WS-REC-CNT = 1
                 MOVE WS-KEY-THIS TO WS-KEY-FIRST
              ELSE
                 IF WS-KEY-THIS < WS-KEY-LAST
                    ADD 1 TO WS-CNT-SEQ-ERR
                 END-IF
              END-IF
              MOVE WS-KEY-THIS TO WS-KEY-LAST
           END-IF
           IF PRM-HASH-LEN > 0
              MOVE ZEROS TO WS-HASH-X
              COMPUTE WS-HASH-START = 19 - PRM-HASH-LEN
              MOVE BKPCPY-REC(PRM-HASH-POS:PRM-HASH-LEN)
                TO WS-HASH-X(WS-HASH-START:PRM-HASH-LEN)
              IF WS-HASH-N NUMERIC
                 ADD WS-HASH-N TO WS-HASH-TOT
              END-IF
           END-IF
           READ BKPCPY-FILE AT END SET BKPCPY-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * WHOLE SET - EVERY BKPPRM MEMBER'S LATEST ROW FOR THE DATE MUST
      * BE A "V", AND EVERY MEMBER'S "B" ROW MUST CARRY THE JOURNAL
      * STAMP OF THE FIRST MEMBER CHECKED.
      *----------------------------------------------------------------*
       3000-VERIFY-SET.
           READ BKPPRM-FILE AT END SET BKPPRM-EOF TO TRUE END-READ
           PERFORM 3100-ONE-MEMBER UNTIL BKPPRM-EOF
           MOVE SPACES TO BKPMAN-REC
           MOVE REQ-MEMBER TO MAN-MEMBER
           IF WS-CNT-FAILED > 0 OR WS-CNT-MEMBERS = 0
              MOVE "X" TO MAN-EVENT
              MOVE "SET INCOMPLETE OR UNPROVEN" TO MAN-NOTE
              MOVE 8 TO RETURN-CODE
              MOVE SPACES TO RPT-LINE
              STRING "*** SET FOR " WS-SET-DATE
                     " NOT VERIFIED - NOT RESTORABLE ***"
                  DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              MOVE "S" TO MAN-EVENT
              MOVE WS-MT-JRN-DATE(WS-REF-SUB) TO MAN-JRN-DATE
              MOVE WS-MT-JRN-TIME(WS-REF-SUB) TO MAN-JRN-TIME
              MOVE WS-MT-JRN-ROWS(WS-REF-SUB) TO MAN-JRN-ROWS
              MOVE SPACES TO RPT-LINE
              STRING "SET FOR " WS-SET-DATE
                     " VERIFIED - ALL MEMBERS PROVEN"
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           MOVE WS-CNT-MEMBERS TO MAN-REC-CNT
           WRITE RPT-LINE
           PERFORM 8000-WRITE-MANIFEST.

       3100-ONE-MEMBER.
           ADD 1 TO WS-CNT-MEMBERS
           MOVE PRM-MEMBER TO REQ-MEMBER
           PERFORM 7100-FIND-LAST-BACKUP
           EVALUATE TRUE
               WHEN WS-B-SUB = 0
                    MOVE "NOT BACKED UP" TO WS-FAIL-NOTE
               WHEN WS-MT-EVENT(WS-LAST-SUB) NOT = "V"
                    MOVE "NOT VERIFIED" TO WS-FAIL-NOTE
               WHEN WS-REF-SUB NOT = 0
                AND (WS-MT-JRN-DATE(WS-B-SUB)
                       NOT = WS-MT-JRN-DATE(WS-REF-SUB)
                  OR WS-MT-JRN-TIME(WS-B-SUB)
                       NOT = WS-MT-JRN-TIME(WS-REF-SUB)
                  OR WS-MT-JRN-ROWS(WS-B-SUB)
                       NOT = WS-MT-JRN-ROWS(WS-REF-SUB))
                    MOVE "TAKEN AT A DIFFERENT POINT" TO WS-FAIL-NOTE
               WHEN OTHER
                    MOVE SPACES TO WS-FAIL-NOTE
           END-EVALUATE
           IF WS-FAIL-NOTE = SPACES
              IF WS-REF-SUB = 0
                 MOVE WS-B-SUB TO WS-REF-SUB
              END-IF
              MOVE SPACES TO RPT-LINE
              STRING "  " PRM-MEMBER "  OK"
                  DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              ADD 1 TO WS-CNT-FAILED
              MOVE SPACES TO RPT-LINE
              STRING "  " PRM-MEMBER "  *** " WS-FAIL-NOTE " ***"
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE "*SET" TO REQ-MEMBER
           READ BKPPRM-FILE AT END SET BKPPRM-EOF TO TRUE END-READ.

       6000-FAIL-MEMBER.
           MOVE SPACES TO BKPMAN-REC
           MOVE REQ-MEMBER TO MAN-MEMBER
           MOVE "X" TO MAN-EVENT
           MOVE WS-FAIL-NOTE TO MAN-NOTE
           PERFORM 8000-WRITE-MANIFEST
           MOVE SPACES TO RPT-LINE
           STRING "*** MEMBER " REQ-MEMBER " FAILED - "
                  WS-FAIL-NOTE " ***"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 8 TO RETURN-CODE.

       7000-FIND-PARAMETER.
           READ BKPPRM-FILE AT END SET BKPPRM-EOF TO TRUE END-READ
           PERFORM UNTIL BKPPRM-EOF OR WS-FOUND-FG = "Y"
               IF PRM-MEMBER = REQ-MEMBER
                  MOVE "Y" TO WS-FOUND-FG
               ELSE
                  READ BKPPRM-FILE AT END SET BKPPRM-EOF TO TRUE
                  END-READ
               END-IF
           END-PERFORM
           IF WS-FOUND-FG = "Y"
              IF PRM-KEY-LEN > 30
                 MOVE 30 TO PRM-KEY-LEN
              END-IF
              IF PRM-HASH-LEN > 18
                 MOVE 18 TO PRM-HASH-LEN
              END-IF
           END-IF.

      * WS-B-SUB - THE MEMBER'S LATEST "B" ROW (0 IF NONE, OR IF A
      * REFUSED "F" CAME AFTER IT).  WS-LAST-SUB - ITS LATEST ROW OF
      * ANY KIND.
       7100-FIND-LAST-BACKUP.
           MOVE 0 TO WS-B-SUB WS-LAST-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAN-CNT
               IF WS-MT-MEMBER(WS-SUB) = REQ-MEMBER
                  MOVE WS-SUB TO WS-LAST-SUB
                  IF WS-MT-EVENT(WS-SUB) = "B"
                     MOVE WS-SUB TO WS-B-SUB
                  END-IF
                  IF WS-MT-EVENT(WS-SUB) = "F"
                     MOVE 0 TO WS-B-SUB
                  END-IF
               END-IF
           END-PERFORM.

       8000-WRITE-MANIFEST.
           MOVE WS-SET-DATE   TO MAN-SET-DATE
           MOVE WS-RUN-DATE   TO MAN-RUN-DATE
           MOVE WS-RUN-TIME   TO MAN-RUN-TIME
           IF (MAN-EVENT = "V" OR MAN-EVENT = "X")
              AND NOT REQ-WHOLE-SET
              MOVE WS-REC-CNT    TO MAN-REC-CNT
              MOVE WS-HASH-TOT   TO MAN-HASH-TOT
              MOVE WS-KEY-FIRST  TO MAN-KEY-FIRST
              MOVE WS-KEY-LAST   TO MAN-KEY-LAST
           END-IF
           IF MAN-REC-CNT NOT NUMERIC
              MOVE 0 TO MAN-REC-CNT
           END-IF
           IF MAN-HASH-TOT NOT NUMERIC
              MOVE 0 TO MAN-HASH-TOT
           END-IF
           IF MAN-JRN-DATE NOT NUMERIC
              MOVE 0 TO MAN-JRN-DATE MAN-JRN-TIME MAN-JRN-ROWS
           END-IF
           OPEN EXTEND BKPMAN-FILE
           WRITE BKPMAN-REC
           CLOSE BKPMAN-FILE.

       9999-EXIT.
           CLOSE BKPPRM-FILE BKPVFY-RPT
           STOP RUN.
