      *================================================================*
      *   P R O G R A M :  C F D I L D                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-12-25
      *  DESC: CFDI PAC RESPONSE LOAD.  READS CFDRSP - THE
      *        CERTIFICATION PROVIDER'S ANSWER TO EACH RECEIPT AND
      *        CANCELLATION CFDIGN SENT - AND CARRIES IT BACK:
      *          - A STAMPED RECEIPT'S UUID AND STAMP DATE GO ON THE
      *            CFD MASTER ROW AND ON THE PAYMENT'S OWN LP ROW.  A
      *            RECEIPT WHOSE PAYMENT WAS REVERSED WHILE IT WAS OUT
      *            STAYS MARKED FOR CANCELLATION, NOW WITH THE UUID
      *            CFDIGN NEEDS TO CANCEL IT
      *          - A REJECTED RECEIPT IS MARKED REJECTED WITH THE
      *            PAC'S MESSAGE SO CFDIGN RESENDS IT ONCE THE DATA IS
      *            FIXED (ONE WHOSE PAYMENT WAS REVERSED IS VOIDED)
      *          - AN ACCEPTED CANCELLATION CLOSES THE ROW AND STAMPS
      *            THE CANCEL DATE ON THE LP ROW; A REFUSED ONE GOES
      *            BACK TO CANCEL-REQUESTED FOR THE NEXT CFDIGN RUN
      *        EVERY RESPONSE IS REPORTED.  THIS PROGRAM UPDATES THE
      *        PAYMENT HISTORY AND IS BUILT WITH THE SQL PRECOMPILER
      *        LIKE JRNRST, WITH THE SAME SQLCONNECT ENVIRONMENT
      *        VARIABLE AND BOUNDED CONNECT RETRY; WITHOUT A
      *        CONNECTION NOTHING IS LOADED AND THE FILE CAN BE RUN
      *        AGAIN.
      *
      *  MOD HISTORY:
      *   122528 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDILD.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-12-25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFD-FILE ASSIGN TO "CFD"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CFD-KEY
               FILE STATUS IS CFD-STATUS.

           SELECT OPTIONAL CFDRSP-FILE ASSIGN TO "CFDRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFDRSP-STATUS.

           SELECT CFDILD-RPT ASSIGN TO "CFDILD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CFDI RECEIPTS (FROM CFDI-RECORD AT POSTING).
       FD  CFD-FILE.
       01  CFD-REC.
           05  CFD-KEY.
               10  CFD-BRNO          PIC X(04).
               10  CFD-ACCTNO        PIC X(10).
               10  CFD-SEQNO         PIC 9(05).
           05  CFD-STATUS-CD         PIC X(01).
               88  CFD-PENDING                  VALUE "P".
               88  CFD-SENT                     VALUE "S".
               88  CFD-STAMPED                  VALUE "T".
               88  CFD-REJECTED                 VALUE "E".
               88  CFD-CANCEL-REQ               VALUE "C".
               88  CFD-CANCEL-SENT              VALUE "X".
               88  CFD-CANCELLED                VALUE "K".
               88  CFD-VOIDED                   VALUE "V".
           05  CFD-POST-DATE         PIC 9(08).
           05  CFD-PAYDATE           PIC 9(08).
           05  CFD-TRCD              PIC X(02).
           05  CFD-REFCD             PIC X(05).
           05  CFD-CHANNEL           PIC X(03).
           05  CFD-TRAMT             PIC S9(07)V99.
           05  CFD-APCUR             PIC S9(07)V99.
           05  CFD-APINT             PIC S9(07)V99.
           05  CFD-APLC              PIC S9(07)V99.
           05  CFD-IVA-INT           PIC S9(07)V99.
           05  CFD-IVA-FEE           PIC S9(07)V99.
           05  CFD-IVA-PCT           PIC 9(02)V99.
           05  CFD-PRIOR-BAL         PIC S9(07)V99.
           05  CFD-NEW-BAL           PIC S9(07)V99.
           05  CFD-UUID              PIC X(36).
           05  CFD-SENT-DATE         PIC 9(08).
           05  CFD-STAMP-DATE        PIC 9(08).
           05  CFD-CANCEL-DATE       PIC 9(08).
           05  CFD-PAC-MSG           PIC X(30).

      * ONE ROW PER RECEIPT ("S") OR CANCELLATION ("C") ANSWERED.
       FD  CFDRSP-FILE.
       01  CFDRSP-REC.
           05  RSP-TYPE              PIC X(01).
               88  RSP-STAMP                    VALUE "S".
               88  RSP-CANCEL                   VALUE "C".
           05  RSP-BRNO              PIC X(04).
           05  RSP-ACCTNO            PIC X(10).
           05  RSP-SEQNO             PIC 9(05).
           05  RSP-RESULT            PIC X(02).
               88  RSP-ACCEPTED                 VALUE "00".
           05  RSP-UUID              PIC X(36).
           05  RSP-DATE              PIC 9(08).
           05  RSP-DATE-X REDEFINES RSP-DATE.
               10  RSP-DATE-YYYY     PIC X(04).
               10  RSP-DATE-MM       PIC X(02).
               10  RSP-DATE-DD       PIC X(02).
           05  RSP-MSG               PIC X(30).

       FD  CFDILD-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  CFD-STATUS                PIC XX.
       01  CFDRSP-STATUS             PIC XX.
           88  CFDRSP-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

       01  WS-HOST-VARS.
           05  WS-BRNO               PIC X(04).
           05  WS-ACCTNO             PIC X(10).
           05  WS-SEQNO              PIC 9(05).
           05  WS-UUID               PIC X(36).
           05  WS-SQL-DATE           PIC X(10).

       01  WS-DB-CONNECT             PIC X(64).
       01  WS-CONNECT-TRY            PIC 9(02) VALUE 0.
       01  WS-CONNECT-MAX            PIC 9(02) VALUE 5.
       01  WS-CONNECT-OK-FG          PIC X(01) VALUE "N".

       01  WS-RUN-DATE               PIC 9(08).

       01  WS-CNT-STAMPED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REJECTED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CANCELLED          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CAN-REFUSED        PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NOTFOUND           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-LP-MISSED          PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.

       01  WS-DTL-LINE.
           05  DTL-TYPE              PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SEQNO             PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-UUID              PIC X(36).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACTION            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SQL-CONNECT
           IF WS-CONNECT-OK-FG = "Y"
              PERFORM 2000-LOAD-RESPONSES
              PERFORM 3000-TOTALS
              EXEC SQL
               COMMIT
              END-EXEC
              EXEC SQL
               DISCONNECT CURRENT
              END-EXEC
           ELSE
              MOVE "*** SQL CONNECT FAILED - NOTHING LOADED ***"
                   TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O CFD-FILE
           IF CFD-STATUS = "35"
              OPEN OUTPUT CFD-FILE
              CLOSE CFD-FILE
              OPEN I-O CFD-FILE
           END-IF
           OPEN INPUT CFDRSP-FILE
           MOVE "00" TO CFDRSP-STATUS
           OPEN OUTPUT CFDILD-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CFDI PAC RESPONSE LOAD FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ CFDRSP-FILE AT END SET CFDRSP-EOF TO TRUE END-READ.

      * THE SAME BOUNDED-RETRY SHAPE SQL-CONNECT-RETRY GIVES THE
      * POSTING SIDE.

       1100-SQL-CONNECT.
           ACCEPT WS-DB-CONNECT FROM ENVIRONMENT "SQLCONNECT"
           PERFORM UNTIL WS-CONNECT-OK-FG = "Y"
                      OR WS-CONNECT-TRY NOT < WS-CONNECT-MAX
               ADD 1 TO WS-CONNECT-TRY
               EXEC SQL
                CONNECT TO :WS-DB-CONNECT
               END-EXEC
               IF SQLCODE = 0
                  MOVE "Y" TO WS-CONNECT-OK-FG
               END-IF
           END-PERFORM.

       2000-LOAD-RESPONSES.
           PERFORM 2100-ONE-RESPONSE THRU 2100-EXIT UNTIL CFDRSP-EOF.

       2100-ONE-RESPONSE.
           MOVE RSP-TYPE   TO DTL-TYPE
           MOVE RSP-BRNO   TO DTL-BRNO CFD-BRNO
           MOVE RSP-ACCTNO TO DTL-ACCTNO CFD-ACCTNO
           MOVE RSP-SEQNO  TO DTL-SEQNO CFD-SEQNO
           MOVE RSP-UUID   TO DTL-UUID
           READ CFD-FILE
               INVALID KEY
                  ADD 1 TO WS-CNT-NOTFOUND
                  MOVE "NO CFD ROW - HAND-CHECK" TO DTL-ACTION
                  PERFORM 7000-DETAIL-LINE
                  GO TO 2100-NEXT
           END-READ
           STRING RSP-DATE-YYYY "-" RSP-DATE-MM "-" RSP-DATE-DD
               DELIMITED BY SIZE INTO WS-SQL-DATE
           IF RSP-STAMP
              PERFORM 2200-STAMP-ANSWER
           ELSE
              PERFORM 2300-CANCEL-ANSWER
           END-IF
           REWRITE CFD-REC
           PERFORM 7000-DETAIL-LINE.
       2100-NEXT.
           READ CFDRSP-FILE AT END SET CFDRSP-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-STAMP-ANSWER.
           IF NOT RSP-ACCEPTED
              ADD 1 TO WS-CNT-REJECTED
              MOVE RSP-MSG TO CFD-PAC-MSG
              IF CFD-CANCEL-REQ
                 MOVE "V" TO CFD-STATUS-CD
                 MOVE "REJECTED - PAYMENT REVERSED, VOIDED"
                   TO DTL-ACTION
              ELSE
                 MOVE "E" TO CFD-STATUS-CD
                 MOVE RSP-MSG TO DTL-ACTION
              END-IF
           ELSE
              ADD 1 TO WS-CNT-STAMPED
              MOVE RSP-UUID TO CFD-UUID
              MOVE RSP-DATE TO CFD-STAMP-DATE
              MOVE SPACES   TO CFD-PAC-MSG
              IF CFD-CANCEL-REQ
                 MOVE "STAMPED - CANCEL FOLLOWS" TO DTL-ACTION
              ELSE
                 MOVE "T" TO CFD-STATUS-CD
                 MOVE "STAMPED" TO DTL-ACTION
              END-IF
              MOVE CFD-BRNO   TO WS-BRNO
              MOVE CFD-ACCTNO TO WS-ACCTNO
              MOVE CFD-SEQNO  TO WS-SEQNO
              MOVE CFD-UUID   TO WS-UUID
              EXEC SQL
               UPDATE DBO.LPFILE
               SET LP_CFDI_UUID       = :WS-UUID,
                   LP_CFDI_STAMP_DATE = :WS-SQL-DATE
               WHERE LPFILE.LP_BRNO   = :WS-BRNO
                 AND LPFILE.LP_ACCTNO = :WS-ACCTNO
                 AND LPFILE.LP_SEQNO  = :WS-SEQNO
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-CNT-LP-MISSED
                 MOVE "STAMPED - LP ROW NOT UPDATED" TO DTL-ACTION
              END-IF
           END-IF.

       2300-CANCEL-ANSWER.
           IF NOT RSP-ACCEPTED
              ADD 1 TO WS-CNT-CAN-REFUSED
              MOVE RSP-MSG TO CFD-PAC-MSG DTL-ACTION
              MOVE "C" TO CFD-STATUS-CD
           ELSE
              ADD 1 TO WS-CNT-CANCELLED
              MOVE "K"      TO CFD-STATUS-CD
              MOVE RSP-DATE TO CFD-CANCEL-DATE
              MOVE SPACES   TO CFD-PAC-MSG
              MOVE "CANCELLED" TO DTL-ACTION
              MOVE CFD-BRNO   TO WS-BRNO
              MOVE CFD-ACCTNO TO WS-ACCTNO
              MOVE CFD-SEQNO  TO WS-SEQNO
              EXEC SQL
               UPDATE DBO.LPFILE
               SET LP_CFDI_CANCEL_DATE = :WS-SQL-DATE
               WHERE LPFILE.LP_BRNO   = :WS-BRNO
                 AND LPFILE.LP_ACCTNO = :WS-ACCTNO
                 AND LPFILE.LP_SEQNO  = :WS-SEQNO
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-CNT-LP-MISSED
                 MOVE "CANCELLED - LP ROW NOT UPDATED" TO DTL-ACTION
              END-IF
           END-IF.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STAMPED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS STAMPED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REJECTED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS REJECTED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CANCELLED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELLATIONS ACCEPTED  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CAN-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELLATIONS REFUSED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NOTFOUND TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NO CFD ROW              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LP-MISSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LP ROWS NOT UPDATED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-NOTFOUND NOT = 0 OR WS-CNT-LP-MISSED NOT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       7000-DETAIL-LINE.
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE CFD-FILE CFDRSP-FILE CFDILD-RPT
           STOP RUN.
