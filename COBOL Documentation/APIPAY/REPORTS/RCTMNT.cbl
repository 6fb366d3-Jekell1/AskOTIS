      *================================================================*
      *   P R O G R A M :  R C T M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2029-01-01
      *  DESC: CASH RECEIPT VOID / SPOIL / REPRINT MAINTENANCE.  THE
      *        BRANCHES' RCTTRN ACTIONS ARE APPLIED TO THE KEYED RCL
      *        RECEIPT LOG THE POSTING WRITES (CASH-RECEIPT) - ONE
      *        CONTROL ROW PER BRANCH/TILL (RECEIPT NUMBER ZERO, WITH
      *        THE NEXT NUMBER TO ISSUE) AND ONE ROW PER RECEIPT:
      *          V  VOID AN ISSUED RECEIPT - REASON AND A SUPERVISOR
      *             OTHER THAN THE USER REQUIRED
      *          S  RECORD A SPOILED RECEIPT NUMBER - ONE THE TILL'S
      *             SEQUENCE PASSED WITHOUT A RECEIPT (A GAP), OR THE
      *             NEXT NUMBER ITSELF, WHICH IS THEN CONSUMED.  REASON
      *             AND A SUPERVISOR OTHER THAN THE USER REQUIRED
      *          R  RECORD A REPRINT OF AN ISSUED RECEIPT - THE USER
      *             IS REQUIRED; THE COUNT AND THE LAST DATE AND USER
      *             ARE KEPT ON THE ROW
      *        NOTHING IS EVER DELETED - A VOIDED OR SPOILED NUMBER
      *        STAYS ON THE LOG AS THE RECORD OF IT, AND RCTRPT
      *        REPORTS THE DAY'S VOIDS, SPOILS AND REPRINTS PER TILL.
      *        EVERY ACTION IS LISTED WITH ITS RESULT.
      *
      *  MOD HISTORY:
      *   010129 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCTMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2029-01-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RCTTRN-FILE ASSIGN TO "RCTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCTTRN-STATUS.

           SELECT RCL-FILE ASSIGN TO "RCL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCL-KEY
               FILE STATUS IS RCL-STATUS.

           SELECT RCTMNT-RPT ASSIGN TO "RCTMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCTTRN-FILE.
       01  RCTTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-VOID                     VALUE "V".
               88  TRN-SPOIL                    VALUE "S".
               88  TRN-REPRINT                  VALUE "R".
           05  TRN-BRNO              PIC X(04).
           05  TRN-TILLNO            PIC 9(04).
           05  TRN-TILLNO-X REDEFINES TRN-TILLNO
                                     PIC X(04).
           05  TRN-RCPTNO            PIC 9(07).
           05  TRN-RCPTNO-X REDEFINES TRN-RCPTNO
                                     PIC X(07).
           05  TRN-USERID            PIC X(08).
           05  TRN-SUPV              PIC X(08).
           05  TRN-REASON            PIC X(30).

      * CASH RECEIPT LOG (FROM CASH-RECEIPT AT POSTING).
       FD  RCL-FILE.
       01  RCL-REC.
           05  RCL-KEY.
               10  RCL-BRNO          PIC X(04).
               10  RCL-TILLNO        PIC 9(04).
               10  RCL-RCPTNO        PIC 9(07).
           05  RCL-STATUS-CD         PIC X(01).
               88  RCL-CONTROL                  VALUE "H".
               88  RCL-ISSUED                   VALUE "I".
               88  RCL-VOIDED                   VALUE "V".
               88  RCL-SPOILED                  VALUE "S".
           05  RCL-BODY.
               10  RCL-ACCTNO        PIC X(10).
               10  RCL-LP-SEQNO      PIC 9(05).
               10  RCL-TRCD          PIC X(02).
               10  RCL-REFCD         PIC X(05).
               10  RCL-ISSUE-DATE    PIC 9(08).
               10  RCL-USERID        PIC X(08).
               10  RCL-TRAMT         PIC S9(07)V99.
               10  RCL-APCUR         PIC S9(07)V99.
               10  RCL-APINT         PIC S9(07)V99.
               10  RCL-APLC          PIC S9(07)V99.
               10  RCL-OTHER         PIC S9(07)V99.
               10  RCL-NEW-BAL       PIC S9(07)V99.
               10  RCL-REPRINT-CNT   PIC 9(03).
               10  RCL-REPRINT-DATE  PIC 9(08).
               10  RCL-REPRINT-USER  PIC X(08).
      * VOID-DATE, REASON, USER AND SUPERVISOR ALSO RECORD A SPOIL.
               10  RCL-VOID-DATE     PIC 9(08).
               10  RCL-VOID-REASON   PIC X(30).
               10  RCL-VOID-USER     PIC X(08).
               10  RCL-VOID-SUPV     PIC X(08).
               10  RCL-TEXT          PIC X(60) OCCURS 5 TIMES.
      * THE TILL'S CONTROL ROW (RECEIPT NUMBER ZERO).
           05  RCL-CTL REDEFINES RCL-BODY.
               10  RCL-NEXT-RCPTNO   PIC 9(07).

       FD  RCTMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  RCTTRN-STATUS             PIC XX.
           88  RCTTRN-EOF                       VALUE "10".
       01  RCL-STATUS                PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-NEXT-RCPTNO            PIC 9(07).

       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-VOIDED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SPOILED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REPRINTED          PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-TILLNO            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RCPTNO            PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-SUPV              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  RCTTRN-FILE
           OPEN I-O RCL-FILE
           IF RCL-STATUS = "35"
              OPEN OUTPUT RCL-FILE
              CLOSE RCL-FILE
              OPEN I-O RCL-FILE
           END-IF
           OPEN OUTPUT RCTMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "CASH RECEIPT VOID / SPOIL / REPRINT ACTIONS FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ RCTTRN-FILE AT END SET RCTTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * THE BRANCHES' ACTIONS.  A V OR R MUST FIND ITS RECEIPT ISSUED;
      * AN S MUST NAME A NUMBER THE TILL HAS PASSED WITHOUT A RECEIPT,
      * OR ITS NEXT NUMBER.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT RCTTRN-EOF
              MOVE SPACES TO RPT-LINE
              STRING "A  BRCH  TILL  RECEIPT  USER      SUPV      "
                     "RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL RCTTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION   TO TRL-ACTION
           MOVE TRN-BRNO     TO TRL-BRNO
           MOVE TRN-TILLNO-X TO TRL-TILLNO
           MOVE TRN-RCPTNO-X TO TRL-RCPTNO
           MOVE TRN-USERID   TO TRL-USERID
           MOVE TRN-SUPV     TO TRL-SUPV
           MOVE "ERROR   "   TO TRL-RESULT
           MOVE SPACES       TO TRL-NOTE
           IF NOT TRN-VOID AND NOT TRN-SPOIL AND NOT TRN-REPRINT
              MOVE "ACTION MUST BE V, S OR R" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-BRNO = SPACES
              MOVE "NO BRANCH ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-TILLNO NOT NUMERIC OR TRN-TILLNO = 0
              MOVE "TILL NUMBER MISSING OR NOT NUMERIC" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-RCPTNO NOT NUMERIC OR TRN-RCPTNO = 0
              MOVE "RECEIPT NUMBER MISSING OR NOT NUMERIC" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-REPRINT
              GO TO 2100-REPRINT.

      * A VOID OR A SPOIL TAKES A REASON AND A SECOND PERSON.
           IF TRN-REASON = SPACES
              MOVE "NO REASON GIVEN" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SUPV = SPACES
              MOVE "NO SUPERVISOR ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SUPV = TRN-USERID
              MOVE "SUPERVISOR MUST NOT BE THE USER" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SPOIL
              GO TO 2100-SPOIL.

           MOVE TRN-BRNO   TO RCL-BRNO
           MOVE TRN-TILLNO TO RCL-TILLNO
           MOVE TRN-RCPTNO TO RCL-RCPTNO
           READ RCL-FILE
           IF RCL-STATUS NOT = "00"
              MOVE "NO SUCH RECEIPT" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF RCL-VOIDED
              MOVE "RECEIPT ALREADY VOIDED" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT RCL-ISSUED
              MOVE "NUMBER WAS SPOILED, NOT ISSUED" TO TRL-NOTE
              GO TO 2100-REJECT.
           MOVE "V"         TO RCL-STATUS-CD
           PERFORM 2400-STAMP-VOID
           REWRITE RCL-REC
           IF RCL-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "RCL REWRITE FAILED, STATUS " RCL-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-VOIDED
           MOVE TRN-REASON TO TRL-NOTE
           GO TO 2100-APPLIED.

      * A SPOILED NUMBER FILLS A GAP IN THE SEQUENCE OR CONSUMES THE
      * TILL'S NEXT NUMBER - NEVER ONE THE TILL HAS NOT REACHED.
       2100-SPOIL.
           MOVE TRN-BRNO   TO RCL-BRNO
           MOVE TRN-TILLNO TO RCL-TILLNO
           MOVE 0          TO RCL-RCPTNO
           READ RCL-FILE
           IF RCL-STATUS NOT = "00"
              MOVE "TILL HAS NO RECEIPT SEQUENCE" TO TRL-NOTE
              GO TO 2100-REJECT.
           MOVE RCL-NEXT-RCPTNO TO WS-NEXT-RCPTNO
           IF TRN-RCPTNO > WS-NEXT-RCPTNO
              MOVE "NUMBER BEYOND THE TILL'S NEXT RECEIPT" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-RCPTNO = WS-NEXT-RCPTNO
              ADD 1 TO RCL-NEXT-RCPTNO
              REWRITE RCL-REC
              IF RCL-STATUS NOT = "00"
                 MOVE SPACES TO TRL-NOTE
                 STRING "RCL REWRITE FAILED, STATUS " RCL-STATUS
                     DELIMITED BY SIZE INTO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           ELSE
              MOVE TRN-RCPTNO TO RCL-RCPTNO
              READ RCL-FILE
              IF RCL-STATUS = "00"
                 MOVE "NUMBER ALREADY ON THE LOG - VOID IT INSTEAD"
                   TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF
           MOVE SPACES     TO RCL-REC
           MOVE TRN-BRNO   TO RCL-BRNO
           MOVE TRN-TILLNO TO RCL-TILLNO
           MOVE TRN-RCPTNO TO RCL-RCPTNO
           MOVE "S"        TO RCL-STATUS-CD
           MOVE 0          TO RCL-LP-SEQNO RCL-ISSUE-DATE
                              RCL-TRAMT RCL-APCUR RCL-APINT RCL-APLC
                              RCL-OTHER RCL-NEW-BAL
                              RCL-REPRINT-CNT RCL-REPRINT-DATE
           PERFORM 2400-STAMP-VOID
           WRITE RCL-REC
           IF RCL-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "RCL WRITE FAILED, STATUS " RCL-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-SPOILED
           MOVE TRN-REASON TO TRL-NOTE
           GO TO 2100-APPLIED.

       2100-REPRINT.
           MOVE TRN-BRNO   TO RCL-BRNO
           MOVE TRN-TILLNO TO RCL-TILLNO
           MOVE TRN-RCPTNO TO RCL-RCPTNO
           READ RCL-FILE
           IF RCL-STATUS NOT = "00"
              MOVE "NO SUCH RECEIPT" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT RCL-ISSUED
              MOVE "ONLY AN ISSUED RECEIPT IS REPRINTED" TO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1            TO RCL-REPRINT-CNT
           MOVE WS-RUN-DATE TO RCL-REPRINT-DATE
           MOVE TRN-USERID  TO RCL-REPRINT-USER
           REWRITE RCL-REC
           IF RCL-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "RCL REWRITE FAILED, STATUS " RCL-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-REPRINTED
           MOVE RCL-REPRINT-CNT TO WS-EDIT-CNT
           STRING "REPRINT NUMBER " WS-EDIT-CNT
               DELIMITED BY SIZE INTO TRL-NOTE.
       2100-APPLIED.
           ADD 1 TO WS-CNT-TRN-OK
           MOVE "APPLIED " TO TRL-RESULT
           GO TO 2100-PRINT.
       2100-REJECT.
           ADD 1 TO WS-CNT-TRN-ERR.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ RCTTRN-FILE AT END SET RCTTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2400-STAMP-VOID.
           MOVE WS-RUN-DATE TO RCL-VOID-DATE
           MOVE TRN-REASON  TO RCL-VOID-REASON
           MOVE TRN-USERID  TO RCL-VOID-USER
           MOVE TRN-SUPV    TO RCL-VOID-SUPV.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS APPLIED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REJECTED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-VOIDED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS VOIDED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SPOILED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NUMBERS SPOILED      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REPRINTED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS REPRINTED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-TRN-ERR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE RCTTRN-FILE RCL-FILE RCTMNT-RPT
           STOP RUN.
