      *================================================================*
      *   P R O G R A M :  E O D B K P                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-02-05
      *  DESC: END-OF-DAY BACKUP SET - ONE MEMBER PER RUN.  JRNREC
      *        AND JRNRST COVER ONE INTERRUPTED POSTING; THEY DO NOT
      *        COVER A DAMAGED LN1 OR LP1, AND THE SYSTEM BACKUP CANNOT
      *        SAY WHETHER ITS COPY AGREES WITH LXE/LXG AND THE SIDE
      *        FILES.  THE EOD SCRIPT RUNS THIS ONCE FOR EACH MEMBER
      *        OF THE SET (LN1, LP1, LXE1, LXG1, LTI1, LTP1, RC2, CD1,
      *        BR AND THE KEYED SIDE FILES) AFTER CLSGTE ENDS 0 OR 4,
      *        PASSING THE MEMBER NAME AND THE SET DATE (BLANK FOR
      *        TODAY) ON STANDARD INPUT.  THE MASTER DUMP IS PRESENTED
      *        AS "SOURCE" THE SAME WAY EXTBLD RECEIVES IT AND COPIED
      *        TO BACKUP.OUT; THE BKPPRM ROW FOR THE MEMBER GIVES ITS
      *        RECORD SIZE, KEY AND BALANCE-HASH FIELD.
      *        THE DAY'S POSTING JOURNAL IS READ FIRST: A "B" ROW
      *        WITHOUT ITS "C"/"X" COMPLETION MEANS A POSTING IS STILL
      *        IN FLIGHT, SO NO MEMBER OF THE SET CAN BE CONSISTENT
      *        AND THE BACKUP IS REFUSED (RETURN CODE 8, "F" ROW).
      *        OTHERWISE THE LAST JOURNAL STAMP IS RECORDED WITH THE
      *        COPY SO BKPVFY CAN PROVE EVERY MEMBER WAS TAKEN AT THE
      *        SAME QUIET POINT AND BKPRST KNOWS WHERE ROLL-FORWARD
      *        STARTS.  EACH COPY APPENDS A "B" ROW TO THE BKPMAN
      *        RESTORE MANIFEST - RECORD COUNT, BALANCE HASH TOTAL,
      *        FIRST AND LAST KEY.  KEYS OUT OF SEQUENCE REFUSE THE
      *        COPY (RC 8); A NON-NUMERIC HASH FIELD IS REPORTED AND
      *        LEFT OUT OF THE TOTAL (RC 4).
      *
      *  MOD HISTORY:
      *   020529 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODBKP.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-02-05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPPRM-FILE ASSIGN TO "BKPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPPRM-STATUS.

           SELECT OPTIONAL JRN-FILE ASSIGN TO "JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.

           SELECT SOURCE-FILE ASSIGN TO "SOURCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.

           SELECT BKPOUT-FILE ASSIGN TO "BACKUP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPOUT-STATUS.

           SELECT OPTIONAL BKPMAN-FILE ASSIGN TO "BKPMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPMAN-STATUS.

           SELECT EODBKP-RPT ASSIGN TO "EODBKP.RPT"
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
      * "Y" - THE MEMBER IS LN1, WHOSE IMAGES THE POSTING JOURNAL
      * CARRIES, SO BKPRST CAN ROLL IT FORWARD.
           05  PRM-JRN-FG            PIC X(01).

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

       FD  SOURCE-FILE.
       01  SOURCE-REC                PIC X(512).

       FD  BKPOUT-FILE.
       01  BKPOUT-REC                PIC X(512).

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

       FD  EODBKP-RPT.
       01  RPT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  BKPPRM-STATUS             PIC XX.
           88  BKPPRM-EOF                       VALUE "10".
       01  JRN-STATUS                PIC XX.
           88  JRN-EOF                          VALUE "10".
       01  SOURCE-STATUS             PIC XX.
           88  SOURCE-EOF                       VALUE "10".
       01  BKPOUT-STATUS             PIC XX.
       01  BKPMAN-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-REQUEST-IN.
           05  REQ-MEMBER            PIC X(08).
           05  REQ-SET-DATE          PIC X(08).
           05  REQ-SET-DATE-N REDEFINES REQ-SET-DATE
                                     PIC 9(08).

       01  WS-FOUND-FG               PIC X(01) VALUE "N".
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-SET-DATE               PIC 9(08).
       01  WS-REFUSE-NOTE            PIC X(30).

       01  WS-JRN-DATE               PIC 9(08) VALUE 0.
       01  WS-JRN-TIME               PIC 9(06) VALUE 0.
       01  WS-JRN-ROWS               PIC 9(07) COMP VALUE 0.
       01  WS-JRN-BEGUN              PIC 9(07) COMP VALUE 0.
       01  WS-JRN-CLOSED             PIC 9(07) COMP VALUE 0.

       01  WS-REC-CNT                PIC 9(09) COMP VALUE 0.
       01  WS-HASH-TOT               PIC S9(18) COMP-3 VALUE 0.
       01  WS-CNT-SEQ-ERR            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BAD-HASH           PIC 9(07) COMP VALUE 0.
       01  WS-KEY-FIRST              PIC X(30) VALUE SPACES.
       01  WS-KEY-LAST               PIC X(30) VALUE SPACES.
       01  WS-KEY-THIS               PIC X(30).

      * THE HASH FIELD IS RIGHT-JUSTIFIED INTO A ZERO-FILLED DISPLAY
      * NUMBER SO ANY WIDTH UP TO 18 DIGITS, WITH OR WITHOUT AN
      * OVERPUNCHED SIGN, ADDS IN THE SAME WAY.
       01  WS-HASH-X                 PIC X(18).
       01  WS-HASH-N REDEFINES WS-HASH-X
                                     PIC S9(18).
       01  WS-HASH-START             PIC 9(04) COMP.

       01  WS-EDIT-CNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-HASH              PIC -(17)9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-FIND-PARAMETER
           IF WS-FOUND-FG NOT = "Y"
              MOVE SPACES TO RPT-LINE
              STRING "NO BKPPRM ROW FOR " REQ-MEMBER
                     " - NOTHING BACKED UP"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2000-CHECK-JOURNAL
           IF WS-JRN-BEGUN NOT = WS-JRN-CLOSED
              MOVE "POSTING IN FLIGHT" TO WS-REFUSE-NOTE
              PERFORM 5000-REFUSE-BACKUP
           END-IF
           PERFORM 3000-COPY-MEMBER
           IF WS-CNT-SEQ-ERR > 0
              MOVE "KEYS OUT OF SEQUENCE" TO WS-REFUSE-NOTE
              PERFORM 5000-REFUSE-BACKUP
           END-IF
           PERFORM 4000-MANIFEST-ROW
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
           OPEN OUTPUT EODBKP-RPT
           MOVE SPACES TO RPT-LINE
           STRING "END-OF-DAY BACKUP: " REQ-MEMBER
                  "  SET " WS-SET-DATE
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
           END-IF.

      *----------------------------------------------------------------*
      * EVERY POSTING WRITES A "B" ROW BEFORE IT TOUCHES LN1 AND A
      * "C" OR "X" ROW WHEN IT IS DONE.  MORE B ROWS THAN COMPLETIONS
      * MEANS SOMETHING WAS STILL POSTING (OR DIED) WHEN THE SET WAS
      * TAKEN.  NO JOURNAL AT ALL IS A QUIET DAY.
      *----------------------------------------------------------------*
       2000-CHECK-JOURNAL.
           OPEN INPUT JRN-FILE
           READ JRN-FILE AT END SET JRN-EOF TO TRUE END-READ
           PERFORM 2100-ONE-JOURNAL-ROW UNTIL JRN-EOF
           CLOSE JRN-FILE
           MOVE WS-JRN-ROWS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "JOURNAL ROWS: " WS-EDIT-CNT
                  "  LAST STAMP " WS-JRN-DATE " " WS-JRN-TIME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2100-ONE-JOURNAL-ROW.
           ADD 1 TO WS-JRN-ROWS
           EVALUATE JRN-TYPE
               WHEN "B"
                    ADD 1 TO WS-JRN-BEGUN
               WHEN "C"
               WHEN "X"
                    ADD 1 TO WS-JRN-CLOSED
           END-EVALUATE
           MOVE JRN-RUN-DATE TO WS-JRN-DATE
           MOVE JRN-RUN-TIME TO WS-JRN-TIME
           READ JRN-FILE AT END SET JRN-EOF TO TRUE END-READ.

       3000-COPY-MEMBER.
           OPEN INPUT  SOURCE-FILE
           OPEN OUTPUT BKPOUT-FILE
           READ SOURCE-FILE AT END SET SOURCE-EOF TO TRUE END-READ
           PERFORM 3100-ONE-RECORD UNTIL SOURCE-EOF
           CLOSE SOURCE-FILE BKPOUT-FILE.

       3100-ONE-RECORD.
           ADD 1 TO WS-REC-CNT
           MOVE SPACES TO BKPOUT-REC
           IF PRM-REC-LEN = 0
              MOVE SOURCE-REC TO BKPOUT-REC
           ELSE
              MOVE SOURCE-REC(1:PRM-REC-LEN)
                TO BKPOUT-REC(1:PRM-REC-LEN)
           END-IF
           WRITE BKPOUT-REC
           IF PRM-KEY-LEN > 0
              MOVE SPACES TO WS-KEY-THIS
              MOVE SOURCE-REC(PRM-KEY-POS:PRM-KEY-LEN)
                TO WS-KEY-THIS(1:PRM-KEY-LEN)
              IF WS-REC-CNT = 1
                 MOVE WS-KEY-THIS TO WS-KEY-FIRST
              ELSE
                 IF WS-KEY-THIS < WS-KEY-LAST
                    ADD 1 TO WS-CNT-SEQ-ERR
                    MOVE WS-REC-CNT TO WS-EDIT-CNT
                    MOVE SPACES TO RPT-LINE
                    STRING "*** KEY OUT OF SEQUENCE AT RECORD "
                           WS-EDIT-CNT ": " WS-KEY-THIS " ***"
                        DELIMITED BY SIZE INTO RPT-LINE
                    WRITE RPT-LINE
                 END-IF
              END-IF
              MOVE WS-KEY-THIS TO WS-KEY-LAST
           END-IF
           IF PRM-HASH-LEN > 0
              MOVE ZEROS TO WS-HASH-X
              COMPUTE WS-HASH-START = 19 - PRM-HASH-LEN
              MOVE SOURCE-REC(PRM-HASH-POS:PRM-HASH-LEN)
                TO WS-HASH-X(WS-HASH-START:PRM-HASH-LEN)
              IF WS-HASH-N NUMERIC
                 ADD WS-HASH-N TO WS-HASH-TOT
              ELSE
                 ADD 1 TO WS-CNT-BAD-HASH
                 MOVE WS-REC-CNT TO WS-EDIT-CNT
                 MOVE SPACES TO RPT-LINE
                 STRING "*** NON-NUMERIC HASH FIELD AT RECORD "
                        WS-EDIT-CNT " - NOT TOTALLED ***"
                     DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF
           READ SOURCE-FILE AT END SET SOURCE-EOF TO TRUE END-READ.

       4000-MANIFEST-ROW.
           MOVE SPACES TO BKPMAN-REC
           MOVE "B" TO MAN-EVENT
           PERFORM 4100-WRITE-MANIFEST
           MOVE WS-REC-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS COPIED:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HASH-TOT TO WS-EDIT-HASH
           MOVE SPACES TO RPT-LINE
           STRING "BALANCE HASH:      " WS-EDIT-HASH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "KEY RANGE: " WS-KEY-FIRST " - " WS-KEY-LAST
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-BAD-HASH > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4100-WRITE-MANIFEST.
           MOVE WS-SET-DATE   TO MAN-SET-DATE
           MOVE REQ-MEMBER    TO MAN-MEMBER
           MOVE WS-RUN-DATE   TO MAN-RUN-DATE
           MOVE WS-RUN-TIME   TO MAN-RUN-TIME
           MOVE WS-REC-CNT    TO MAN-REC-CNT
           MOVE WS-HASH-TOT   TO MAN-HASH-TOT
           MOVE WS-KEY-FIRST  TO MAN-KEY-FIRST
           MOVE WS-KEY-LAST   TO MAN-KEY-LAST
           MOVE WS-JRN-DATE   TO MAN-JRN-DATE
           MOVE WS-JRN-TIME   TO MAN-JRN-TIME
           MOVE WS-JRN-ROWS   TO MAN-JRN-ROWS
           OPEN EXTEND BKPMAN-FILE
           WRITE BKPMAN-REC
           CLOSE BKPMAN-FILE.

      * THE REASON IS IN WS-REFUSE-NOTE.  A REFUSED MEMBER LEAVES AN
      * "F" ROW SO THE SET CAN NEVER VERIFY FOR THAT DATE UNTIL THE
      * MEMBER IS TAKEN AGAIN CLEANLY.
       5000-REFUSE-BACKUP.
           MOVE SPACES TO BKPMAN-REC
           MOVE WS-REFUSE-NOTE TO MAN-NOTE
           MOVE "F" TO MAN-EVENT
           PERFORM 4100-WRITE-MANIFEST
           MOVE SPACES TO RPT-LINE
           STRING "*** BACKUP REFUSED - " WS-REFUSE-NOTE " ***"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 8 TO RETURN-CODE
           PERFORM 9999-EXIT.

       9999-EXIT.
           CLOSE BKPPRM-FILE EODBKP-RPT
           STOP RUN.
