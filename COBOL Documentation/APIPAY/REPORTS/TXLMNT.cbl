      *================================================================*
      *   P R O G R A M :  T X L M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-16
      *  DESC: OUTBOUND TRANSMISSION LEDGER MAINTENANCE AND RELEASE.
      *        EVERY PROGRAM THAT BUILDS A FILE FOR SOMEONE OUTSIDE
      *        THE SHOP (ACHORG, MET2EX, INSFEED, INSCAR, GLEXTR,
      *        CODEXT, YEINT, CPNGEN, AGYPLC, ATYPLC, BRDOFF, POSPAY,
      *        SSVGEN) APPENDS A ROW TO TXREG AS IT FINISHES - FILE
      *        NAME, DESTINATION, CREATION DATE AND TIME, RECORD
      *        COUNT, DOLLAR TOTAL AND HASH TOTAL.  THIS RUN FIRST
      *        TAKES ANY NEW TXREG ROWS ONTO THE KEYED TXL LEDGER AS
      *        CREATED (C), THEN APPLIES THE OPERATIONS DESK'S TXREQ
      *        TRANSACTIONS -
      *          S  SEND - RELEASE A CREATED FILE TO THE TRANSFER
      *             SCRIPT.  REFUSED WHEN THE FILE HAS ALREADY GONE,
      *             OR WHEN ANOTHER FILE OF THE SAME PROGRAM WITH THE
      *             SAME COUNT, DOLLAR TOTAL AND HASH HAS ALREADY GONE
      *             (A RE-RUN OF THE SAME WORK - E.G. A SECOND ACHORG
      *             OVER THE SAME DEBITS);
      *          R  RESEND - RELEASE THE FILE AGAIN REGARDLESS.  THE
      *             CONFIRM FIELD MUST SAY "RESEND" AND A REASON IS
      *             REQUIRED; BOTH GO ON THE AUDIT TRAIL;
      *          X  CANCEL - THE FILE WILL NEVER BE SENT (REBUILT,
      *             OR NOT WANTED).
      *        THE CREATION DATE AND TIME MAY BE LEFT ZERO TO MEAN THE
      *        LATEST REGISTRATION OF THAT PROGRAM'S FILE.  A RELEASED
      *        FILE IS WRITTEN TO TXREL FOR THE TRANSFER SCRIPT AND IS
      *        SENT (S) ON THE LEDGER WITH AN ACKNOWLEDGEMENT DUE DATE
      *        FROM TXLMNT.PARM (ONE ROW PER DESTINATION - DAYS ALLOWED
      *        AND WHETHER AN ACKNOWLEDGEMENT COMES BACK AT ALL; A
      *        DESTINATION NOT LISTED GETS TWO DAYS).  TXLREC MATCHES
      *        THE RECIPIENTS' ACKNOWLEDGEMENTS.  EVERY ACTION TAKEN
      *        OR REFUSED IS APPENDED TO THE TXAUD AUDIT TRAIL.
      *
      *  MOD HISTORY:
      *   101628 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXLMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXPRM-FILE ASSIGN TO "TXLMNT.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXPRM-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT OPTIONAL TXREQ-FILE ASSIGN TO "TXREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREQ-STATUS.

           SELECT TXL-FILE ASSIGN TO "TXL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TXL-KEY
               FILE STATUS IS TXL-STATUS.

           SELECT TXREL-FILE ASSIGN TO "TXREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREL-STATUS.

           SELECT OPTIONAL TXAUD-FILE ASSIGN TO "TXAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXAUD-STATUS.

           SELECT TXLMNT-RPT ASSIGN TO "TXLMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXPRM-FILE.
       01  TXPRM-REC.
           05  TXP-DEST              PIC X(08).
           05  TXP-ACK-DAYS          PIC 9(03).
      * N - THE DESTINATION SENDS NOTHING BACK (THE PRINTER, THE
      * LEDGER); ANYTHING ELSE - AN ACKNOWLEDGEMENT IS EXPECTED.
           05  TXP-ACK-REQ           PIC X(01).

       FD  TXREG-FILE.
       01  TXREG-REC.
           05  TXR-PROGRAM           PIC X(08).
           05  TXR-FILE-NAME         PIC X(12).
           05  TXR-CREATE-DATE       PIC 9(08).
           05  TXR-CREATE-TIME       PIC 9(06).
           05  TXR-DEST              PIC X(08).
           05  TXR-REC-CNT           PIC 9(09).
           05  TXR-DOLLAR-TOT        PIC S9(11)V99.
           05  TXR-HASH              PIC 9(15).

       FD  TXREQ-FILE.
       01  TXREQ-REC.
           05  TRQ-ACTION            PIC X(01).
               88  TRQ-SEND                     VALUE "S".
               88  TRQ-RESEND                   VALUE "R".
               88  TRQ-CANCEL                   VALUE "X".
           05  TRQ-PROGRAM           PIC X(08).
           05  TRQ-FILE-NAME         PIC X(12).
           05  TRQ-CREATE-DATE       PIC 9(08).
           05  TRQ-CREATE-TIME       PIC 9(06).
           05  TRQ-CONFIRM           PIC X(06).
           05  TRQ-USER              PIC X(08).
           05  TRQ-REASON            PIC X(30).

       FD  TXL-FILE.
       01  TXL-REC.
           05  TXL-KEY.
               10  TXL-PROGRAM       PIC X(08).
               10  TXL-FILE-NAME     PIC X(12).
               10  TXL-CREATE-DATE   PIC 9(08).
               10  TXL-CREATE-TIME   PIC 9(06).
           05  TXL-DEST              PIC X(08).
           05  TXL-REC-CNT           PIC 9(09).
           05  TXL-DOLLAR-TOT        PIC S9(11)V99.
           05  TXL-HASH              PIC 9(15).
      * C CREATED, S SENT, A ACKNOWLEDGED, R REJECTED, X CANCELLED.
           05  TXL-STATUS-CD         PIC X(01).
               88  TXL-CREATED                  VALUE "C".
               88  TXL-SENT                     VALUE "S".
               88  TXL-ACKED                    VALUE "A".
               88  TXL-REJECTED                 VALUE "R".
               88  TXL-CANCELLED                VALUE "X".
           05  TXL-SEND-CNT          PIC 9(03).
           05  TXL-SENT-DATE         PIC 9(08).
           05  TXL-SENT-TIME         PIC 9(06).
           05  TXL-SENT-USER         PIC X(08).
      * ZERO WHEN THE DESTINATION SENDS NO ACKNOWLEDGEMENT.
           05  TXL-ACK-DUE-DATE      PIC 9(08).
           05  TXL-ACK-DATE          PIC 9(08).
           05  TXL-ACK-REASON        PIC X(40).
           05  TXL-MAINT-DATE        PIC 9(08).
           05  TXL-MAINT-USER        PIC X(08).

       FD  TXREL-FILE.
       01  TXREL-REC.
           05  REL-DEST              PIC X(08).
           05  REL-FILE-NAME         PIC X(12).
           05  REL-PROGRAM           PIC X(08).
           05  REL-CREATE-DATE       PIC 9(08).
           05  REL-CREATE-TIME       PIC 9(06).
           05  REL-REC-CNT           PIC 9(09).
           05  REL-DOLLAR-TOT        PIC S9(11)V99.
           05  REL-HASH              PIC 9(15).
           05  REL-SEND-CNT          PIC 9(03).

       FD  TXAUD-FILE.
       01  TXAUD-REC.
           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(06).
           05  AUD-PROGRAM           PIC X(08).
           05  AUD-FILE-NAME         PIC X(12).
           05  AUD-CREATE-DATE       PIC 9(08).
           05  AUD-CREATE-TIME       PIC 9(06).
           05  AUD-ACTION            PIC X(01).
           05  AUD-RESULT            PIC X(08).
           05  AUD-USER              PIC X(08).
           05  AUD-NOTE              PIC X(60).

       FD  TXLMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  TXPRM-STATUS              PIC XX.
           88  TXPRM-EOF                        VALUE "10".
       01  TXREG-STATUS              PIC XX.
           88  TXREG-EOF                        VALUE "10".
       01  TXREQ-STATUS              PIC XX.
           88  TXREQ-EOF                        VALUE "10".
       01  TXL-STATUS                PIC XX.
           88  TXL-EOF                          VALUE "10".
       01  TXREL-STATUS              PIC XX.
       01  TXAUD-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-DEFAULT-ACK-DAYS       PIC 9(03) VALUE 2.

       01  WS-MAX-DP                 PIC 9(03) COMP VALUE 50.
       01  WS-DP-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-DP-SUB                 PIC 9(03) COMP.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 50 TIMES.
               10  WS-DP-DEST        PIC X(08).
               10  WS-DP-ACK-DAYS    PIC 9(03).
               10  WS-DP-ACK-REQ     PIC X(01).

      * THE LEDGER ROW THE TRANSACTION NAMES, AND ANY EARLIER ROW OF
      * THE SAME PROGRAM'S FILE ALREADY SENT WITH THE SAME CONTENTS.
       01  WS-FOUND-FG               PIC X(01).
       01  WS-FOUND-KEY              PIC X(34).
       01  WS-DUP-FG                 PIC X(01).
       01  WS-DUP-SENT-DATE          PIC 9(08).
       01  WS-SCAN-END-FG            PIC X(01).
       01  WS-CHK-CNT                PIC 9(09).
       01  WS-CHK-AMT                PIC S9(11)V99.
       01  WS-CHK-HASH               PIC 9(15).
       01  WS-ACK-DAYS               PIC 9(03).
       01  WS-ACK-REQ                PIC X(01).

       01  WS-CNT-REGISTERED         PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SENT               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RESENT             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CANCELLED          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-RECS              PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-PROGRAM           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TRL-FILE-NAME         PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TRL-CREATE-DATE       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TRL-CREATE-TIME       PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-USER              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-DESTINATIONS
           PERFORM 1500-TAKE-REGISTRATIONS
           PERFORM 2000-APPLY
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  TXPRM-FILE
           OPEN INPUT  TXREG-FILE
           OPEN INPUT  TXREQ-FILE
           OPEN I-O TXL-FILE
           IF TXL-STATUS = "35"
              OPEN OUTPUT TXL-FILE
              CLOSE TXL-FILE
              OPEN I-O TXL-FILE
           END-IF
           OPEN OUTPUT TXREL-FILE
           OPEN EXTEND TXAUD-FILE
           OPEN OUTPUT TXLMNT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSMISSION LEDGER MAINTENANCE FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-DESTINATIONS.
           READ TXPRM-FILE AT END SET TXPRM-EOF TO TRUE END-READ
           PERFORM UNTIL TXPRM-EOF OR WS-DP-CNT = WS-MAX-DP
               ADD 1 TO WS-DP-CNT
               MOVE TXP-DEST     TO WS-DP-DEST(WS-DP-CNT)
               MOVE TXP-ACK-DAYS TO WS-DP-ACK-DAYS(WS-DP-CNT)
               MOVE TXP-ACK-REQ  TO WS-DP-ACK-REQ(WS-DP-CNT)
               READ TXPRM-FILE AT END SET TXPRM-EOF TO TRUE END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * NEW REGISTRATIONS FROM THE OUTBOUND PROGRAMS.  A ROW ALREADY ON
      * THE LEDGER (TXLREC TOOK IT FIRST, OR TXREG WAS NOT CLEARED) IS
      * LEFT AS IT STANDS.
      *----------------------------------------------------------------*
       1500-TAKE-REGISTRATIONS.
           READ TXREG-FILE AT END SET TXREG-EOF TO TRUE END-READ
           PERFORM UNTIL TXREG-EOF
               MOVE TXR-PROGRAM     TO TXL-PROGRAM
               MOVE TXR-FILE-NAME   TO TXL-FILE-NAME
               MOVE TXR-CREATE-DATE TO TXL-CREATE-DATE
               MOVE TXR-CREATE-TIME TO TXL-CREATE-TIME
               READ TXL-FILE
               IF TXL-STATUS = "23"
                  PERFORM 1550-NEW-LEDGER-ROW
               END-IF
               READ TXREG-FILE AT END SET TXREG-EOF TO TRUE END-READ
           END-PERFORM
           MOVE WS-CNT-REGISTERED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW FILES REGISTERED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1550-NEW-LEDGER-ROW.
           INITIALIZE TXL-REC
           MOVE TXR-PROGRAM     TO TXL-PROGRAM
           MOVE TXR-FILE-NAME   TO TXL-FILE-NAME
           MOVE TXR-CREATE-DATE TO TXL-CREATE-DATE
           MOVE TXR-CREATE-TIME TO TXL-CREATE-TIME
           MOVE TXR-DEST        TO TXL-DEST
           MOVE TXR-REC-CNT     TO TXL-REC-CNT
           MOVE TXR-DOLLAR-TOT  TO TXL-DOLLAR-TOT
           MOVE TXR-HASH        TO TXL-HASH
           MOVE "C"             TO TXL-STATUS-CD
           MOVE WS-RUN-DATE     TO TXL-MAINT-DATE
           MOVE TXR-PROGRAM     TO TXL-MAINT-USER
           WRITE TXL-REC
           IF TXL-STATUS = "00"
              ADD 1 TO WS-CNT-REGISTERED
           END-IF.

      *----------------------------------------------------------------*
      * THE OPERATIONS DESK TRANSACTIONS.
      *----------------------------------------------------------------*
       2000-APPLY.
           READ TXREQ-FILE AT END SET TXREQ-EOF TO TRUE END-READ
           IF NOT TXREQ-EOF
              MOVE "TRANSACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  PROGRAM  FILE         CREATED  TIME    "
                     "USER      RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL TXREQ-EOF.

       2100-ONE-TRAN.
           MOVE TRQ-ACTION      TO TRL-ACTION
           MOVE TRQ-PROGRAM     TO TRL-PROGRAM
           MOVE TRQ-FILE-NAME   TO TRL-FILE-NAME
           MOVE TRQ-CREATE-DATE TO TRL-CREATE-DATE
           MOVE TRQ-CREATE-TIME TO TRL-CREATE-TIME
           MOVE TRQ-USER        TO TRL-USER
           MOVE "REFUSED "      TO TRL-RESULT
           MOVE SPACES          TO TRL-NOTE
           IF NOT TRQ-SEND AND NOT TRQ-RESEND AND NOT TRQ-CANCEL
              MOVE "ACTION MUST BE S, R OR X" TO TRL-NOTE
              GO TO 2100-REFUSE.
           IF TRQ-PROGRAM = SPACES OR TRQ-FILE-NAME = SPACES
              OR TRQ-USER = SPACES
              MOVE "NEEDS THE PROGRAM, FILE NAME AND USER" TO TRL-NOTE
              GO TO 2100-REFUSE.
           PERFORM 2150-FIND-FILE
           IF WS-FOUND-FG NOT = "Y"
              MOVE "NO SUCH FILE ON THE TRANSMISSION LEDGER"
                 TO TRL-NOTE
              GO TO 2100-REFUSE.
           MOVE TXL-CREATE-DATE TO TRL-CREATE-DATE
           MOVE TXL-CREATE-TIME TO TRL-CREATE-TIME
           EVALUATE TRUE
               WHEN TRQ-SEND   PERFORM 2300-SEND-FILE
               WHEN TRQ-RESEND PERFORM 2400-RESEND-FILE
               WHEN OTHER      PERFORM 2500-CANCEL-FILE
           END-EVALUATE
           IF TRL-RESULT = "REFUSED "
              GO TO 2100-REFUSE.
           MOVE WS-RUN-DATE TO TXL-MAINT-DATE
           MOVE TRQ-USER    TO TXL-MAINT-USER
           REWRITE TXL-REC
           IF TXL-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "LEDGER UPDATE FAILED, STATUS " TXL-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              MOVE "REFUSED " TO TRL-RESULT
              GO TO 2100-REFUSE.
      * ONLY A LEDGER ROW SAFELY MARKED SENT GOES TO THE TRANSFER
      * SCRIPT.
           IF NOT TRQ-CANCEL
              PERFORM 2700-WRITE-RELEASE
           END-IF
           EVALUATE TRUE
               WHEN TRQ-SEND   ADD 1 TO WS-CNT-SENT
               WHEN TRQ-RESEND ADD 1 TO WS-CNT-RESENT
               WHEN OTHER      ADD 1 TO WS-CNT-CANCELLED
           END-EVALUATE
           PERFORM 8000-WRITE-AUDIT
           GO TO 2100-PRINT.
       2100-REFUSE.
           ADD 1 TO WS-CNT-REFUSED
           PERFORM 8000-WRITE-AUDIT.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ TXREQ-FILE AT END SET TXREQ-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE LEDGER ROW FOR THE PROGRAM AND FILE - THE ONE CREATED ON
      * THE DATE AND TIME GIVEN, OR THE LATEST WHERE THEY ARE ZERO.
      * THE KEY ENDS IN THE CREATION DATE AND TIME, SO THE LAST ROW
      * THAT QUALIFIES IS THE LATEST.
      *----------------------------------------------------------------*
       2150-FIND-FILE.
           MOVE "N" TO WS-FOUND-FG WS-SCAN-END-FG
           MOVE TRQ-PROGRAM     TO TXL-PROGRAM
           MOVE TRQ-FILE-NAME   TO TXL-FILE-NAME
           MOVE 0               TO TXL-CREATE-DATE TXL-CREATE-TIME
           START TXL-FILE KEY IS NOT LESS THAN TXL-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-END-FG
           END-START
           PERFORM 2160-FIND-ONE UNTIL WS-SCAN-END-FG = "Y"
           IF WS-FOUND-FG = "Y"
              MOVE WS-FOUND-KEY TO TXL-KEY
              READ TXL-FILE
              IF TXL-STATUS NOT = "00"
                 MOVE "N" TO WS-FOUND-FG
              END-IF
           END-IF.

       2160-FIND-ONE.
           READ TXL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SCAN-END-FG
           END-READ
           IF WS-SCAN-END-FG = "N"
              IF TXL-PROGRAM NOT = TRQ-PROGRAM
                 OR TXL-FILE-NAME NOT = TRQ-FILE-NAME
                 MOVE "Y" TO WS-SCAN-END-FG
              ELSE
                 IF (TRQ-CREATE-DATE = 0
                     OR TXL-CREATE-DATE = TRQ-CREATE-DATE)
                    AND (TRQ-CREATE-TIME = 0
                     OR TXL-CREATE-TIME = TRQ-CREATE-TIME)
                    MOVE "Y"     TO WS-FOUND-FG
                    MOVE TXL-KEY TO WS-FOUND-KEY
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * HAS ANOTHER FILE FROM THE SAME PROGRAM WITH THE SAME RECORD
      * COUNT, DOLLAR TOTAL AND HASH ALREADY GONE OUT?  THE LEDGER ROW
      * IN HAND IS RE-READ AFTERWARDS.
      *----------------------------------------------------------------*
       2200-DUPLICATE-CHECK.
           MOVE "N" TO WS-DUP-FG WS-SCAN-END-FG
           MOVE TXL-REC-CNT    TO WS-CHK-CNT
           MOVE TXL-DOLLAR-TOT TO WS-CHK-AMT
           MOVE TXL-HASH       TO WS-CHK-HASH
           MOVE 0              TO WS-DUP-SENT-DATE
           MOVE 0              TO TXL-CREATE-DATE TXL-CREATE-TIME
           START TXL-FILE KEY IS NOT LESS THAN TXL-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-END-FG
           END-START
           PERFORM 2210-DUPLICATE-ONE UNTIL WS-SCAN-END-FG = "Y"
           MOVE WS-FOUND-KEY TO TXL-KEY
           READ TXL-FILE.

       2210-DUPLICATE-ONE.
           READ TXL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SCAN-END-FG
           END-READ
           IF WS-SCAN-END-FG = "N"
              IF TXL-PROGRAM NOT = TRQ-PROGRAM
                 OR TXL-FILE-NAME NOT = TRQ-FILE-NAME
                 MOVE "Y" TO WS-SCAN-END-FG
              ELSE
                 IF TXL-KEY NOT = WS-FOUND-KEY
                    AND (TXL-SENT OR TXL-ACKED)
                    AND TXL-REC-CNT    = WS-CHK-CNT
                    AND TXL-DOLLAR-TOT = WS-CHK-AMT
                    AND TXL-HASH       = WS-CHK-HASH
                    MOVE "Y"           TO WS-DUP-FG
                    MOVE TXL-SENT-DATE TO WS-DUP-SENT-DATE
                 END-IF
              END-IF
           END-IF.

       2300-SEND-FILE.
           EVALUATE TRUE
               WHEN TXL-SENT OR TXL-ACKED
                  MOVE SPACES TO TRL-NOTE
                  STRING "ALREADY SENT " TXL-SENT-DATE
                         " - A RESEND NEEDS R AND CONFIRMATION"
                      DELIMITED BY SIZE INTO TRL-NOTE
               WHEN TXL-REJECTED
                  MOVE "REJECTED - A RESEND NEEDS R AND CONFIRMATION"
                     TO TRL-NOTE
               WHEN TXL-CANCELLED
                  MOVE "CANCELLED - CANNOT BE SENT" TO TRL-NOTE
               WHEN OTHER
                  PERFORM 2200-DUPLICATE-CHECK
                  IF TXL-STATUS NOT = "00"
                     MOVE "LEDGER ROW COULD NOT BE RE-READ" TO TRL-NOTE
                  ELSE
                     IF WS-DUP-FG = "Y"
                        MOVE SPACES TO TRL-NOTE
                        STRING "SAME COUNT, TOTAL AND HASH SENT "
                               WS-DUP-SENT-DATE " - DUPLICATE?"
                            DELIMITED BY SIZE INTO TRL-NOTE
                     ELSE
                        PERFORM 2600-RELEASE
                        MOVE "SENT    " TO TRL-RESULT
                     END-IF
                  END-IF
           END-EVALUATE.

      * A RESEND IS A DELIBERATE DUPLICATE - THE DESK MUST SAY SO.
       2400-RESEND-FILE.
           EVALUATE TRUE
               WHEN TXL-CANCELLED
                  MOVE "CANCELLED - CANNOT BE SENT" TO TRL-NOTE
               WHEN TRQ-CONFIRM NOT = "RESEND"
                  MOVE "A RESEND NEEDS CONFIRM RESEND" TO TRL-NOTE
               WHEN TRQ-REASON = SPACES
                  MOVE "A RESEND NEEDS A REASON" TO TRL-NOTE
               WHEN OTHER
                  PERFORM 2600-RELEASE
                  MOVE "RESENT  " TO TRL-RESULT
           END-EVALUATE.

       2500-CANCEL-FILE.
           EVALUATE TRUE
               WHEN TXL-CANCELLED
                  MOVE "ALREADY CANCELLED" TO TRL-NOTE
               WHEN TXL-SENT OR TXL-ACKED
                  MOVE "ALREADY SENT - CANNOT BE CANCELLED"
                     TO TRL-NOTE
               WHEN OTHER
                  MOVE "X" TO TXL-STATUS-CD
                  MOVE "CANCELED" TO TRL-RESULT
                  MOVE TRQ-REASON TO TRL-NOTE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * MARK THE ROW SENT AND SET WHEN THE ACKNOWLEDGEMENT IS DUE.
      *----------------------------------------------------------------*
       2600-RELEASE.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-DEFAULT-ACK-DAYS TO WS-ACK-DAYS
           MOVE "Y"                 TO WS-ACK-REQ
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-CNT
               IF WS-DP-DEST(WS-DP-SUB) = TXL-DEST
                  MOVE WS-DP-ACK-DAYS(WS-DP-SUB) TO WS-ACK-DAYS
                  MOVE WS-DP-ACK-REQ(WS-DP-SUB)  TO WS-ACK-REQ
               END-IF
           END-PERFORM
           MOVE "S"              TO TXL-STATUS-CD
           ADD 1                 TO TXL-SEND-CNT
           MOVE WS-RUN-DATE      TO TXL-SENT-DATE
           MOVE WS-TIME-RAW(1:6) TO TXL-SENT-TIME
           MOVE TRQ-USER         TO TXL-SENT-USER
           MOVE 0                TO TXL-ACK-DATE
           MOVE SPACES           TO TXL-ACK-REASON
           IF WS-ACK-REQ = "N"
              MOVE 0 TO TXL-ACK-DUE-DATE
           ELSE
              COMPUTE TXL-ACK-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                      + WS-ACK-DAYS)
           END-IF
           MOVE TXL-REC-CNT    TO WS-EDIT-RECS
           MOVE TXL-DOLLAR-TOT TO WS-EDIT-AMT
           MOVE SPACES TO TRL-NOTE
           STRING TXL-DEST " " WS-EDIT-RECS " RECS " WS-EDIT-AMT
                  " ACK DUE " TXL-ACK-DUE-DATE
               DELIMITED BY SIZE INTO TRL-NOTE.

       2700-WRITE-RELEASE.
           MOVE TXL-DEST        TO REL-DEST
           MOVE TXL-FILE-NAME   TO REL-FILE-NAME
           MOVE TXL-PROGRAM     TO REL-PROGRAM
           MOVE TXL-CREATE-DATE TO REL-CREATE-DATE
           MOVE TXL-CREATE-TIME TO REL-CREATE-TIME
           MOVE TXL-REC-CNT     TO REL-REC-CNT
           MOVE TXL-DOLLAR-TOT  TO REL-DOLLAR-TOT
           MOVE TXL-HASH        TO REL-HASH
           MOVE TXL-SEND-CNT    TO REL-SEND-CNT
           WRITE TXREL-REC.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SENT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FILES RELEASED          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RESENT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FILES RESENT            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CANCELLED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FILES CANCELLED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REFUSED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW FOR THE TRANSACTION IN HAND.  A RESEND CARRIES
      * ITS REASON.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-TIME-RAW(1:6) TO AUD-TIME
           MOVE TRQ-PROGRAM      TO AUD-PROGRAM
           MOVE TRQ-FILE-NAME    TO AUD-FILE-NAME
           MOVE TRL-CREATE-DATE  TO AUD-CREATE-DATE
           MOVE TRL-CREATE-TIME  TO AUD-CREATE-TIME
           MOVE TRQ-ACTION       TO AUD-ACTION
           MOVE TRL-RESULT       TO AUD-RESULT
           MOVE TRQ-USER         TO AUD-USER
           MOVE TRL-NOTE         TO AUD-NOTE
           IF TRQ-RESEND AND TRL-RESULT = "RESENT  "
              MOVE SPACES TO AUD-NOTE
              STRING "RESEND " TXL-SEND-CNT " CONFIRMED: " TRQ-REASON
                  DELIMITED BY SIZE INTO AUD-NOTE
           END-IF
           WRITE TXAUD-REC.

       9999-EXIT.
           CLOSE TXPRM-FILE TXREG-FILE TXREQ-FILE TXL-FILE TXREL-FILE
                 TXAUD-FILE TXLMNT-RPT
           STOP RUN.
