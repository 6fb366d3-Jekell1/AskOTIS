      *================================================================*
      *   P R O G R A M :  B K P R S T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-02-05
      *  DESC: END-OF-DAY BACKUP SET RESTORE - ONE MEMBER PER RUN.
      *        STANDARD INPUT CARRIES THE MEMBER NAME, THE SET DATE
      *        TO BRING BACK, AND OPTIONALLY A POINT IN TIME (DATE AND
      *        HHMMSS) TO ROLL FORWARD TO.  THE SCRIPT PRESENTS THAT
      *        DATE'S COPY AS "BKPCPY" AND THE POSTING JOURNAL AS
      *        "JRN"; THE REBUILT MEMBER IS WRITTEN TO RESTORE.OUT FOR
      *        THE RELOAD STEP.
      *        NOTHING IS RESTORED FROM A SET BKPVFY HAS NOT PROVEN
      *        (NO "S" ROW IN BKPMAN SINCE THE MEMBER'S BACKUP), AND
      *        THE COPY IS PROVED AGAIN - COUNT AND BALANCE HASH
      *        AGAINST ITS "B" ROW - BEFORE A RECORD IS WRITTEN.
      *        EITHER FAILURE ENDS WITH RETURN CODE 8.
      *        ROLL-FORWARD: FOR THE LOAN MASTER (BKPPRM JRN-FG "Y")
      *        EVERY "C"/"X" COMPLETION ROW JOURNALED AFTER THE STAMP
      *        THE BACKUP WAS TAKEN AT, UP TO THE POINT IN TIME,
      *        CARRIES THE ACCOUNT'S AFTER-IMAGE; THE LAST IMAGE PER
      *        KEY REPLACES (OR, FOR A LOAN BOOKED SINCE, IS INSERTED
      *        INTO) THE RESTORED MEMBER AND EACH RE-APPLIED POSTING
      *        IS LISTED.  THE OTHER MEMBERS ARE NOT JOURNALED, SO FOR
      *        THEM THE POSTINGS IN THE SAME WINDOW ARE LISTED FOR
      *        RE-RUN INSTEAD (RETURN CODE 4).  AN "R" ROW RECORDING
      *        THE RESTORED COUNT, HASH AND POINT IN TIME IS APPENDED
      *        TO THE MANIFEST.
      *
      *  MOD HISTORY:
      *   020529 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPRST.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-02-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPPRM-FILE ASSIGN TO "BKPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPPRM-STATUS.

           SELECT OPTIONAL BKPMAN-FILE ASSIGN TO "BKPMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPMAN-STATUS.

           SELECT OPTIONAL BKPCPY-FILE ASSIGN TO "BKPCPY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPCPY-STATUS.

           SELECT OPTIONAL JRN-FILE ASSIGN TO "JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

           SELECT RESTORE-FILE ASSIGN TO "RESTORE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTORE-STATUS.

           SELECT BKPRST-RPT ASSIGN TO "BKPRST.RPT"
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

       FD  BKPCPY-FILE.
       01  BKPCPY-REC                PIC X(512).

       FD  JRN-FILE.
       01  JRN-REC.
           05  JRN-TYPE              PIC X(01).
           05  JRN-RUN-DATE          PIC 9(08).
           05  JRN-RUN-TIME          PIC 9(06).
           05  JRN-BATCHID           PIC X(10).
           05  JRN-BRNO              PIC X(04).
           05  JRN-ACCTNO            PIC X(10).
           05  JRN-TRCD              PIC X(02).
           05  JRN-TRAMT             PIC S9(07)V99.
           05  JRN-LN-CURBAL         PIC S9(07)V99.
           05  JRN-LN-INTBAL         PIC S9(07)V99.
           05  JRN-LN-LCBAL          PIC S9(07)V99.
           05  JRN-LN-OTHBAL         PIC S9(07)V99.
           05  JRN-LN-IMAGE          PIC X(400).

       FD  RESTORE-FILE.
       01  RESTORE-REC               PIC X(512).

       FD  BKPRST-RPT.
       01  RPT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  BKPPRM-STATUS             PIC XX.
           88  BKPPRM-EOF                       VALUE "10".
       01  BKPMAN-STATUS             PIC XX.
           88  BKPMAN-EOF                       VALUE "10".
       01  BKPCPY-STATUS             PIC XX.
           88  BKPCPY-EOF                       VALUE "10".
       01  JRN-STATUS                PIC XX.
           88  JRN-EOF                          VALUE "10".
       01  RESTORE-STATUS            PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-REQUEST-IN.
           05  REQ-MEMBER            PIC X(08).
           05  REQ-SET-DATE          PIC X(08).
           05  REQ-SET-DATE-N REDEFINES REQ-SET-DATE
                                     PIC 9(08).
           05  REQ-PIT-DATE          PIC X(08).
           05  REQ-PIT-DATE-N REDEFINES REQ-PIT-DATE
                                     PIC 9(08).
           05  REQ-PIT-TIME          PIC X(06).
           05  REQ-PIT-TIME-N REDEFINES REQ-PIT-TIME
                                     PIC 9(06).

       01  WS-FOUND-FG               PIC X(01) VALUE "N".
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-SET-DATE               PIC 9(08).
       01  WS-PIT-DATE               PIC 9(08) VALUE 0.
       01  WS-PIT-TIME               PIC 9(06) VALUE 0.
       01  WS-FAIL-NOTE              PIC X(30).

      * THE MEMBER'S "B" ROW - WHAT THE COPY MUST PROVE TO, AND THE
      * JOURNAL POSITION ROLL-FORWARD STARTS AFTER.
       01  WS-BKP-FOUND-FG           PIC X(01) VALUE "N".
       01  WS-SET-OK-FG              PIC X(01) VALUE "N".
       01  WS-BKP-REC-CNT            PIC 9(09) VALUE 0.
       01  WS-BKP-HASH-TOT           PIC S9(17) COMP-3 VALUE 0.
       01  WS-BKP-JRN-DATE           PIC 9(08) VALUE 0.
       01  WS-BKP-JRN-TIME           PIC 9(06) VALUE 0.
       01  WS-BKP-JRN-ROWS           PIC 9(07) VALUE 0.

      * JOURNALED AFTER-IMAGES IN THE ROLL-FORWARD WINDOW, KEPT IN
      * KEY ORDER SO THEY MERGE STRAIGHT INTO THE COPY.
       01  WS-MAX-IMG                PIC 9(05) COMP VALUE 5000.
       01  WS-IMG-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-IMG-TABLE.
           05  WS-IMG-ENTRY          OCCURS 5000 TIMES.
               10  WS-IM-KEY         PIC X(30).
               10  WS-IM-IMAGE       PIC X(400).

       01  WS-SUB                    PIC 9(05) COMP.
       01  WS-SUB2                   PIC 9(05) COMP.
       01  WS-IMG-SUB                PIC 9(05) COMP.
       01  WS-JRN-ROW-NO             PIC 9(07) COMP VALUE 0.
       01  WS-IMG-LEN                PIC 9(04) COMP.

       01  WS-CNT-REAPPLIED          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RERUN              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DROPPED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REPLACED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-INSERTED           PIC 9(07) COMP VALUE 0.

      * COUNT, HASH AND KEY RANGE - ACCUMULATED OVER THE COPY IN PASS
      * 1 AND OVER THE RESTORED MEMBER IN PASS 2.
       01  WS-REC-CNT                PIC 9(09) COMP VALUE 0.
       01  WS-HASH-TOT               PIC S9(18) COMP-3 VALUE 0.
       01  WS-KEY-FIRST              PIC X(30) VALUE SPACES.
       01  WS-KEY-LAST               PIC X(30) VALUE SPACES.
       01  WS-KEY-THIS               PIC X(30).
       01  WS-CPY-KEY                PIC X(30).
       01  WS-WORK-REC               PIC X(512).

       01  WS-HASH-X                 PIC X(18).
       01  WS-HASH-N REDEFINES WS-HASH-X
                                     PIC S9(18).
       01  WS-HASH-START             PIC 9(04) COMP.

       01  WS-EDIT-CNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-HASH              PIC -(17)9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-FIND-PARAMETER
           IF WS-FOUND-FG NOT = "Y"
              MOVE "NO BKPPRM ROW" TO WS-FAIL-NOTE
              PERFORM 6000-REFUSE-RESTORE
           END-IF
           PERFORM 1200-LOAD-MANIFEST
           IF WS-BKP-FOUND-FG NOT = "Y"
              MOVE "NO BACKUP FOR DATE" TO WS-FAIL-NOTE
              PERFORM 6000-REFUSE-RESTORE
           END-IF
           IF WS-SET-OK-FG NOT = "Y"
              MOVE "SET NOT VERIFIED" TO WS-FAIL-NOTE
              PERFORM 6000-REFUSE-RESTORE
           END-IF
           PERFORM 2000-PROVE-COPY
           IF WS-PIT-DATE NOT = 0
              PERFORM 3000-SCAN-JOURNAL
           END-IF
           PERFORM 4000-REBUILD-MEMBER
           PERFORM 5000-FINISH
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
      * NO POINT IN TIME - THE MEMBER COMES BACK EXACTLY AS COPIED.
      * A DATE WITH NO TIME ROLLS FORWARD THROUGH THE WHOLE DAY.
           IF REQ-PIT-DATE NOT = SPACES AND REQ-PIT-DATE NUMERIC
              MOVE REQ-PIT-DATE-N TO WS-PIT-DATE
              IF REQ-PIT-TIME = SPACES OR REQ-PIT-TIME NOT NUMERIC
                 MOVE 235959 TO WS-PIT-TIME
              ELSE
                 MOVE REQ-PIT-TIME-N TO WS-PIT-TIME
              END-IF
           END-IF
           OPEN INPUT  BKPPRM-FILE
           OPEN OUTPUT BKPRST-RPT
           MOVE SPACES TO RPT-LINE
           STRING "BACKUP SET RESTORE: " REQ-MEMBER
                  "  SET " WS-SET-DATE
                  "  ROLL FORWARD TO " WS-PIT-DATE " " WS-PIT-TIME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1100-FIND-PARAMETER.
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
              MOVE PRM-REC-LEN TO WS-IMG-LEN
              IF WS-IMG-LEN = 0 OR WS-IMG-LEN > 400
                 MOVE 400 TO WS-IMG-LEN
              END-IF
           END-IF.

      * THE LATEST "B" ROW FOR THE MEMBER AND DATE (A LATER "F"
      * CANCELS IT), AND AN "S" ROW FOR THE SET WRITTEN AFTER IT.
       1200-LOAD-MANIFEST.
           OPEN INPUT BKPMAN-FILE
           READ BKPMAN-FILE AT END SET BKPMAN-EOF TO TRUE END-READ
           PERFORM 1210-ONE-MANIFEST-ROW UNTIL BKPMAN-EOF
           CLOSE BKPMAN-FILE.

       1210-ONE-MANIFEST-ROW.
           IF MAN-SET-DATE = WS-SET-DATE
              IF MAN-MEMBER = REQ-MEMBER
                 IF MAN-EVENT = "B"
                    MOVE "Y"          TO WS-BKP-FOUND-FG
                    MOVE "N"          TO WS-SET-OK-FG
                    MOVE MAN-REC-CNT  TO WS-BKP-REC-CNT
                    MOVE MAN-HASH-TOT TO WS-BKP-HASH-TOT
                    MOVE MAN-JRN-DATE TO WS-BKP-JRN-DATE
                    MOVE MAN-JRN-TIME TO WS-BKP-JRN-TIME
                    MOVE MAN-JRN-ROWS TO WS-BKP-JRN-ROWS
                 END-IF
                 IF MAN-EVENT = "F"
                    MOVE "N" TO WS-BKP-FOUND-FG WS-SET-OK-FG
                 END-IF
              END-IF
              IF MAN-MEMBER = "*SET"
                 IF MAN-EVENT = "S" AND WS-BKP-FOUND-FG = "Y"
                    MOVE "Y" TO WS-SET-OK-FG
                 END-IF
                 IF MAN-EVENT = "X"
                    MOVE "N" TO WS-SET-OK-FG
                 END-IF
              END-IF
           END-IF
           READ BKPMAN-FILE AT END SET BKPMAN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * PASS 1 - THE COPY MUST STILL BE WHAT WAS BACKED UP.
      *----------------------------------------------------------------*
       2000-PROVE-COPY.
           OPEN INPUT BKPCPY-FILE
           READ BKPCPY-FILE AT END SET BKPCPY-EOF TO TRUE END-READ
           PERFORM UNTIL BKPCPY-EOF
               MOVE BKPCPY-REC TO WS-WORK-REC
               PERFORM 8000-ACCUMULATE
               READ BKPCPY-FILE AT END SET BKPCPY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE BKPCPY-FILE
           IF WS-REC-CNT NOT = WS-BKP-REC-CNT
              MOVE "COPY COUNT MISMATCH" TO WS-FAIL-NOTE
              PERFORM 6000-REFUSE-RESTORE
           END-IF
           IF WS-HASH-TOT NOT = WS-BKP-HASH-TOT
              MOVE "COPY HASH MISMATCH" TO WS-FAIL-NOTE
              PERFORM 6000-REFUSE-RESTORE
           END-IF
           MOVE WS-REC-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "COPY PROVED - RECORDS " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-REC-CNT WS-HASH-TOT
           MOVE SPACES TO WS-KEY-FIRST WS-KEY-LAST.

      *----------------------------------------------------------------*
      * THE WINDOW IS EVERY JOURNAL ROW AFTER THE BACKUP'S STAMP UP TO
      * THE POINT IN TIME.  A ROW BEARING THE BACKUP'S OWN STAMP IS IN
      * THE WINDOW ONLY IF IT LIES BEYOND THE ROW COUNT THE BACKUP SAW.
      *----------------------------------------------------------------*
       3000-SCAN-JOURNAL.
           OPEN INPUT JRN-FILE
           READ JRN-FILE AT END SET JRN-EOF TO TRUE END-READ
           PERFORM 3100-ONE-JOURNAL-ROW THRU 3100-EXIT
               UNTIL JRN-EOF
           CLOSE JRN-FILE.

       3100-ONE-JOURNAL-ROW.
           ADD 1 TO WS-JRN-ROW-NO
           IF JRN-TYPE NOT = "C" AND JRN-TYPE NOT = "X"
              GO TO 3100-READ
           END-IF
           IF JRN-RUN-DATE < WS-BKP-JRN-DATE
              GO TO 3100-READ
           END-IF
           IF JRN-RUN-DATE = WS-BKP-JRN-DATE
              IF JRN-RUN-TIME < WS-BKP-JRN-TIME
                 GO TO 3100-READ
              END-IF
              IF JRN-RUN-TIME = WS-BKP-JRN-TIME
                 AND WS-JRN-ROW-NO NOT > WS-BKP-JRN-ROWS
                 GO TO 3100-READ
              END-IF
           END-IF
           IF JRN-RUN-DATE > WS-PIT-DATE
              GO TO 3100-READ
           END-IF
           IF JRN-RUN-DATE = WS-PIT-DATE
              AND JRN-RUN-TIME > WS-PIT-TIME
              GO TO 3100-READ
           END-IF
           IF PRM-JRN-FG = "Y"
              PERFORM 3200-HOLD-IMAGE
           ELSE
              ADD 1 TO WS-CNT-RERUN
           END-IF
           MOVE JRN-TRAMT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           IF PRM-JRN-FG = "Y"
              STRING "REAPPLIED  "
                     JRN-RUN-DATE " " JRN-RUN-TIME " " JRN-BRNO " "
                     JRN-ACCTNO " " JRN-TRCD " " WS-EDIT-AMT
                     " " JRN-BATCHID
                  DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              STRING "RE-RUN     "
                     JRN-RUN-DATE " " JRN-RUN-TIME " " JRN-BRNO " "
                     JRN-ACCTNO " " JRN-TRCD " " WS-EDIT-AMT
                     " " JRN-BATCHID
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       3100-READ.
           READ JRN-FILE AT END SET JRN-EOF TO TRUE END-READ.

       3100-EXIT.
           EXIT.

      * A LATER IMAGE OF THE SAME KEY REPLACES THE EARLIER ONE;
      * OTHERWISE THE TABLE IS OPENED UP AT THE KEY'S POSITION.
       3200-HOLD-IMAGE.
           MOVE SPACES TO WS-KEY-THIS
           MOVE JRN-LN-IMAGE(PRM-KEY-POS:PRM-KEY-LEN)
             TO WS-KEY-THIS(1:PRM-KEY-LEN)
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IMG-CNT
                      OR WS-IM-KEY(WS-SUB) NOT < WS-KEY-THIS
               CONTINUE
           END-PERFORM
           IF WS-SUB NOT > WS-IMG-CNT
              IF WS-IM-KEY(WS-SUB) = WS-KEY-THIS
                 MOVE JRN-LN-IMAGE TO WS-IM-IMAGE(WS-SUB)
                 ADD 1 TO WS-CNT-REAPPLIED
                 GO TO 3200-EXIT
              END-IF
           END-IF
           IF WS-IMG-CNT NOT < WS-MAX-IMG
              ADD 1 TO WS-CNT-DROPPED
              MOVE SPACES TO RPT-LINE
              STRING "*** IMAGE TABLE FULL - NOT REAPPLIED: "
                     JRN-BRNO " " JRN-ACCTNO " ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              GO TO 3200-EXIT
           END-IF
           PERFORM VARYING WS-SUB2 FROM WS-IMG-CNT BY -1
                   UNTIL WS-SUB2 < WS-SUB
               MOVE WS-IMG-ENTRY(WS-SUB2) TO WS-IMG-ENTRY(WS-SUB2 + 1)
           END-PERFORM
           ADD 1 TO WS-IMG-CNT
           MOVE WS-KEY-THIS  TO WS-IM-KEY(WS-SUB)
           MOVE JRN-LN-IMAGE TO WS-IM-IMAGE(WS-SUB)
           ADD 1 TO WS-CNT-REAPPLIED.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PASS 2 - MERGE THE HELD IMAGES INTO THE COPY BY KEY.
      *----------------------------------------------------------------*
       4000-REBUILD-MEMBER.
           OPEN INPUT  BKPCPY-FILE
           OPEN OUTPUT RESTORE-FILE
           MOVE 1 TO WS-IMG-SUB
           READ BKPCPY-FILE AT END SET BKPCPY-EOF TO TRUE END-READ
           PERFORM 4100-ONE-RECORD UNTIL BKPCPY-EOF
           PERFORM UNTIL WS-IMG-SUB > WS-IMG-CNT
               PERFORM 4300-WRITE-IMAGE
               ADD 1 TO WS-CNT-INSERTED
           END-PERFORM
           CLOSE BKPCPY-FILE RESTORE-FILE.

       4100-ONE-RECORD.
           MOVE SPACES TO WS-CPY-KEY
           IF PRM-KEY-LEN > 0
              MOVE BKPCPY-REC(PRM-KEY-POS:PRM-KEY-LEN)
                TO WS-CPY-KEY(1:PRM-KEY-LEN)
           END-IF
           PERFORM UNTIL WS-IMG-SUB > WS-IMG-CNT
                      OR WS-IM-KEY(WS-IMG-SUB) NOT < WS-CPY-KEY
               PERFORM 4300-WRITE-IMAGE
               ADD 1 TO WS-CNT-INSERTED
           END-PERFORM
           IF WS-IMG-SUB NOT > WS-IMG-CNT
              AND WS-IM-KEY(WS-IMG-SUB) = WS-CPY-KEY
              PERFORM 4300-WRITE-IMAGE
              ADD 1 TO WS-CNT-REPLACED
           ELSE
              MOVE SPACES TO WS-WORK-REC
              IF PRM-REC-LEN = 0
                 MOVE BKPCPY-REC TO WS-WORK-REC
              ELSE
                 MOVE BKPCPY-REC(1:PRM-REC-LEN)
                   TO WS-WORK-REC(1:PRM-REC-LEN)
              END-IF
              PERFORM 4200-WRITE-RESTORED
           END-IF
           READ BKPCPY-FILE AT END SET BKPCPY-EOF TO TRUE END-READ.

       4200-WRITE-RESTORED.
           MOVE WS-WORK-REC TO RESTORE-REC
           WRITE RESTORE-REC
           PERFORM 8000-ACCUMULATE.

       4300-WRITE-IMAGE.
           MOVE SPACES TO WS-WORK-REC
           MOVE WS-IM-IMAGE(WS-IMG-SUB)(1:WS-IMG-LEN)
             TO WS-WORK-REC(1:WS-IMG-LEN)
           PERFORM 4200-WRITE-RESTORED
           ADD 1 TO WS-IMG-SUB.

       5000-FINISH.
           MOVE SPACES TO BKPMAN-REC
           MOVE WS-SET-DATE   TO MAN-SET-DATE
           MOVE REQ-MEMBER    TO MAN-MEMBER
           MOVE "R"           TO MAN-EVENT
           MOVE WS-RUN-DATE   TO MAN-RUN-DATE
           MOVE WS-RUN-TIME   TO MAN-RUN-TIME
           MOVE WS-REC-CNT    TO MAN-REC-CNT
           MOVE WS-HASH-TOT   TO MAN-HASH-TOT
           MOVE WS-KEY-FIRST  TO MAN-KEY-FIRST
           MOVE WS-KEY-LAST   TO MAN-KEY-LAST
           MOVE WS-PIT-DATE   TO MAN-JRN-DATE
           MOVE WS-PIT-TIME   TO MAN-JRN-TIME
           MOVE WS-CNT-REAPPLIED TO MAN-JRN-ROWS
           IF WS-CNT-RERUN > 0
              MOVE "POSTINGS LISTED FOR RE-RUN" TO MAN-NOTE
           END-IF
           OPEN EXTEND BKPMAN-FILE
           WRITE BKPMAN-REC
           CLOSE BKPMAN-FILE
           MOVE WS-REC-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS RESTORED:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HASH-TOT TO WS-EDIT-HASH
           MOVE SPACES TO RPT-LINE
           STRING "RESTORED BALANCE HASH: " WS-EDIT-HASH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REAPPLIED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "POSTINGS REAPPLIED:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REPLACED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  RECORDS REPLACED:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-INSERTED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  RECORDS INSERTED:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RERUN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "POSTINGS TO RE-RUN:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-RERUN > 0 OR WS-CNT-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       6000-REFUSE-RESTORE.
           MOVE SPACES TO RPT-LINE
           STRING "*** RESTORE REFUSED - " WS-FAIL-NOTE " ***"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 8 TO RETURN-CODE
           PERFORM 9999-EXIT.

       8000-ACCUMULATE.
           ADD 1 TO WS-REC-CNT
           IF PRM-KEY-LEN > 0
              MOVE SPACES TO WS-KEY-THIS
              MOVE WS-WORK-REC(PRM-KEY-POS:PRM-KEY-LEN)
                TO WS-KEY-THIS(1:PRM-KEY-LEN)
              IF WS-REC-CNT = 1
                 MOVE WS-KEY-THIS TO WS-KEY-FIRST
              END-IF
              MOVE WS-KEY-THIS TO WS-KEY-LAST
           END-IF
           IF PRM-HASH-LEN > 0
              MOVE ZEROS TO WS-HASH-X
              COMPUTE WS-HASH-START = 19 - PRM-HASH-LEN
              MOVE WS-WORK-REC(PRM-HASH-POS:PRM-HASH-LEN)
                TO WS-HASH-X(WS-HASH-START:PRM-HASH-LEN)
              IF WS-HASH-N NUMERIC
                 ADD WS-HASH-N TO WS-HASH-TOT
              END-IF
           END-IF.

       9999-EXIT.
           CLOSE BKPPRM-FILE BKPRST-RPT
           STOP RUN.
