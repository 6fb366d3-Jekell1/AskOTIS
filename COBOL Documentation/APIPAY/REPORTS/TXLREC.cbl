      *================================================================*
      *   P R O G R A M :  T X L R E C                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-16
      *  DESC: OUTBOUND TRANSMISSION ACKNOWLEDGEMENT RECONCILIATION
      *        AND EXCEPTIONS.  NOBODY COULD SAY WHETHER YESTERDAY'S
      *        FILES WENT OUT OR WERE ACCEPTED.  EACH RUN TAKES ANY
      *        NEW TXREG REGISTRATIONS ONTO THE TXL LEDGER (AS TXLMNT
      *        DOES), THEN MATCHES THE RECIPIENTS' ACKNOWLEDGEMENT AND
      *        REJECT ROWS - PUT INTO THE COMMON TXACK LAYOUT AS THEY
      *        ARE RECEIVED - TO THE SENT FILES ON THE LEDGER BY
      *        DESTINATION AND FILE NAME (AND CREATION DATE WHEN THE
      *        RECIPIENT ECHOES IT):
      *          AK  ACCEPTED, RECORD COUNT AND DOLLAR TOTAL AGREE -
      *              THE FILE IS ACKNOWLEDGED (A);
      *          RJ  REJECTED BY THE RECIPIENT, OR ACCEPTED WITH A
      *              COUNT OR TOTAL THAT DISAGREES WITH WHAT WAS SENT
      *              - THE FILE IS REJECTED (R);
      *          UA  AN ACKNOWLEDGEMENT FOR NO FILE SENT.
      *        THE WHOLE LEDGER IS THEN SWEPT FOR THE EXCEPTIONS:
      *          CN  CREATED BEFORE TODAY BUT NEVER SENT;
      *          NA  SENT BUT NOT ACKNOWLEDGED BY ITS DUE DATE;
      *          RJ  REJECTED AND NEITHER RESENT NOR CANCELLED.
      *        ANY EXCEPTION ENDS THE RUN WITH RETURN CODE 4.
      *
      *  MOD HISTORY:
      *   101628 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXLREC.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT OPTIONAL TXACK-FILE ASSIGN TO "TXACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXACK-STATUS.

           SELECT TXL-FILE ASSIGN TO "TXL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TXL-KEY
               FILE STATUS IS TXL-STATUS.

           SELECT TXLREC-RPT ASSIGN TO "TXLREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TXACK-FILE.
       01  TXACK-REC.
           05  ACK-DEST              PIC X(08).
           05  ACK-FILE-NAME         PIC X(12).
      * ZERO WHEN THE RECIPIENT DOES NOT ECHO THE CREATION DATE.
           05  ACK-CREATE-DATE       PIC 9(08).
           05  ACK-REC-CNT           PIC 9(09).
           05  ACK-DOLLAR-TOT        PIC S9(11)V99.
           05  ACK-RESULT            PIC X(01).
               88  ACK-ACCEPTED                 VALUE "A".
               88  ACK-REJECTED                 VALUE "R".
           05  ACK-DATE              PIC 9(08).
           05  ACK-REASON            PIC X(40).

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

       FD  TXLREC-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  TXREG-STATUS              PIC XX.
           88  TXREG-EOF                        VALUE "10".
       01  TXACK-STATUS              PIC XX.
           88  TXACK-EOF                        VALUE "10".
       01  TXL-STATUS                PIC XX.
           88  TXL-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TYPE                   PIC X(02).
       01  WS-NOTE                   PIC X(40).

      * THE FILES OUT AND AWAITING AN ACKNOWLEDGEMENT, IN LEDGER KEY
      * ORDER - THE OLDEST CREATION OF A FILE NAME COMES FIRST.
       01  WS-MAX-SN                 PIC 9(05) COMP VALUE 5000.
       01  WS-SN-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SN-SUB                 PIC 9(05) COMP.
       01  WS-SN-HIT                 PIC 9(05) COMP.
       01  WS-SN-EXACT               PIC 9(05) COMP.
       01  WS-SN-TABLE.
           05  WS-SN-ENTRY OCCURS 5000 TIMES.
               10  WS-SN-KEY         PIC X(34).
               10  WS-SN-DEST        PIC X(08).
               10  WS-SN-FILE-NAME   PIC X(12).
               10  WS-SN-CREATE-DATE PIC 9(08).
               10  WS-SN-REC-CNT     PIC 9(09).
               10  WS-SN-DOLLAR-TOT  PIC S9(11)V99.
               10  WS-SN-MATCHED     PIC X(01).

       01  WS-CNT-REGISTERED         PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ACKS               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-AK                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RJ-NEW             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-UA                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CN                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NA                 PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RJ                 PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

       01  WS-DTL-LINE.
           05  DTL-TYPE              PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PROGRAM           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-FILE-NAME         PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-CREATE-DATE       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DEST              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-REC-CNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DOLLAR-TOT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NOTE              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-TAKE-REGISTRATIONS
           PERFORM 1600-LOAD-SENT
           PERFORM 2000-MATCH-ACKS
           PERFORM 3000-SWEEP-LEDGER
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  TXREG-FILE
           OPEN INPUT  TXACK-FILE
           OPEN I-O TXL-FILE
           IF TXL-STATUS = "35"
              OPEN OUTPUT TXL-FILE
              CLOSE TXL-FILE
              OPEN I-O TXL-FILE
           END-IF
           OPEN OUTPUT TXLREC-RPT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSMISSION ACKNOWLEDGEMENTS AND EXCEPTIONS FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * NEW REGISTRATIONS FROM THE OUTBOUND PROGRAMS, AS TXLMNT TAKES
      * THEM - A ROW ALREADY ON THE LEDGER IS LEFT AS IT STANDS.
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
           END-PERFORM.

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

       1600-LOAD-SENT.
           MOVE LOW-VALUES TO TXL-KEY
           START TXL-FILE KEY IS NOT LESS THAN TXL-KEY
               INVALID KEY SET TXL-EOF TO TRUE
           END-START
           IF NOT TXL-EOF
              READ TXL-FILE NEXT RECORD
                  AT END SET TXL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL TXL-EOF OR WS-SN-CNT = WS-MAX-SN
               IF TXL-SENT
                  ADD 1 TO WS-SN-CNT
                  MOVE TXL-KEY         TO WS-SN-KEY(WS-SN-CNT)
                  MOVE TXL-DEST        TO WS-SN-DEST(WS-SN-CNT)
                  MOVE TXL-FILE-NAME   TO WS-SN-FILE-NAME(WS-SN-CNT)
                  MOVE TXL-CREATE-DATE TO WS-SN-CREATE-DATE(WS-SN-CNT)
                  MOVE TXL-REC-CNT     TO WS-SN-REC-CNT(WS-SN-CNT)
                  MOVE TXL-DOLLAR-TOT  TO WS-SN-DOLLAR-TOT(WS-SN-CNT)
                  MOVE "N"             TO WS-SN-MATCHED(WS-SN-CNT)
               END-IF
               READ TXL-FILE NEXT RECORD
                   AT END SET TXL-EOF TO TRUE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * THE RECIPIENTS' ACKNOWLEDGEMENTS AND REJECTS.
      *----------------------------------------------------------------*
       2000-MATCH-ACKS.
           MOVE "ACKNOWLEDGEMENTS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8100-COLUMN-HEADS
           READ TXACK-FILE AT END SET TXACK-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ACK THRU 2100-EXIT UNTIL TXACK-EOF.

       2100-ONE-ACK.
           ADD 1 TO WS-CNT-ACKS
           PERFORM 2150-FIND-SENT
           IF WS-SN-HIT = 0
              ADD 1 TO WS-CNT-UA
              MOVE "UA" TO WS-TYPE
              MOVE "NO SENT FILE MATCHES THIS ACKNOWLEDGEMENT"
                 TO WS-NOTE
              PERFORM 8200-ACK-LINE
              GO TO 2100-NEXT.
           MOVE "Y" TO WS-SN-MATCHED(WS-SN-HIT)
           MOVE WS-SN-KEY(WS-SN-HIT) TO TXL-KEY
           READ TXL-FILE
           IF TXL-STATUS NOT = "00"
              ADD 1 TO WS-CNT-UA
              MOVE "UA" TO WS-TYPE
              MOVE "LEDGER ROW COULD NOT BE READ" TO WS-NOTE
              PERFORM 8200-ACK-LINE
              GO TO 2100-NEXT.
           MOVE ACK-DATE TO TXL-ACK-DATE
           IF ACK-DATE = 0
              MOVE WS-RUN-DATE TO TXL-ACK-DATE
           END-IF
           EVALUATE TRUE
               WHEN ACK-REJECTED
                  MOVE "R"        TO TXL-STATUS-CD
                  MOVE ACK-REASON TO TXL-ACK-REASON
                  IF ACK-REASON = SPACES
                     MOVE "REJECTED BY THE RECIPIENT" TO TXL-ACK-REASON
                  END-IF
               WHEN ACK-REC-CNT NOT = TXL-REC-CNT
                  OR ACK-DOLLAR-TOT NOT = TXL-DOLLAR-TOT
                  MOVE "R" TO TXL-STATUS-CD
                  MOVE "RECIPIENT COUNT OR TOTAL DISAGREES WITH LEDGER"
                     TO TXL-ACK-REASON
               WHEN OTHER
                  MOVE "A"        TO TXL-STATUS-CD
                  MOVE ACK-REASON TO TXL-ACK-REASON
           END-EVALUATE
           MOVE WS-RUN-DATE TO TXL-MAINT-DATE
           MOVE "TXLREC"    TO TXL-MAINT-USER
           REWRITE TXL-REC
           IF TXL-ACKED
              ADD 1 TO WS-CNT-AK
              MOVE "AK" TO WS-TYPE
           ELSE
              ADD 1 TO WS-CNT-RJ-NEW
              MOVE "RJ" TO WS-TYPE
           END-IF
           MOVE TXL-ACK-REASON TO WS-NOTE
           PERFORM 8300-LEDGER-LINE.
       2100-NEXT.
           READ TXACK-FILE AT END SET TXACK-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      * THE FIRST UNMATCHED SENT FILE FOR THE DESTINATION AND NAME
      * WHOSE COUNT AND TOTAL AGREE; FAILING THAT, THE OLDEST ONE.
       2150-FIND-SENT.
           MOVE 0 TO WS-SN-HIT WS-SN-EXACT
           PERFORM VARYING WS-SN-SUB FROM 1 BY 1
                   UNTIL WS-SN-SUB > WS-SN-CNT OR WS-SN-EXACT NOT = 0
               IF WS-SN-MATCHED(WS-SN-SUB) = "N"
                  AND WS-SN-DEST(WS-SN-SUB) = ACK-DEST
                  AND WS-SN-FILE-NAME(WS-SN-SUB) = ACK-FILE-NAME
                  AND (ACK-CREATE-DATE = 0
                   OR WS-SN-CREATE-DATE(WS-SN-SUB) = ACK-CREATE-DATE)
                  IF WS-SN-HIT = 0
                     MOVE WS-SN-SUB TO WS-SN-HIT
                  END-IF
                  IF WS-SN-REC-CNT(WS-SN-SUB) = ACK-REC-CNT
                     AND WS-SN-DOLLAR-TOT(WS-SN-SUB) = ACK-DOLLAR-TOT
                     MOVE WS-SN-SUB TO WS-SN-EXACT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-SN-EXACT NOT = 0
              MOVE WS-SN-EXACT TO WS-SN-HIT
           END-IF.

      *----------------------------------------------------------------*
      * THE EXCEPTIONS STILL STANDING ON THE LEDGER.
      *----------------------------------------------------------------*
       3000-SWEEP-LEDGER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EXCEPTIONS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8100-COLUMN-HEADS
           MOVE "00" TO TXL-STATUS
           MOVE LOW-VALUES TO TXL-KEY
           START TXL-FILE KEY IS NOT LESS THAN TXL-KEY
               INVALID KEY SET TXL-EOF TO TRUE
           END-START
           IF NOT TXL-EOF
              READ TXL-FILE NEXT RECORD
                  AT END SET TXL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-FILE UNTIL TXL-EOF.

       3100-ONE-FILE.
           MOVE SPACES TO WS-TYPE
           EVALUATE TRUE
               WHEN TXL-CREATED AND TXL-CREATE-DATE < WS-RUN-DATE
                  MOVE "CN" TO WS-TYPE
                  ADD 1 TO WS-CNT-CN
                  MOVE "CREATED BUT NEVER SENT" TO WS-NOTE
               WHEN TXL-SENT AND TXL-ACK-DUE-DATE NOT = 0
                    AND TXL-ACK-DUE-DATE < WS-RUN-DATE
                  MOVE "NA" TO WS-TYPE
                  ADD 1 TO WS-CNT-NA
                  MOVE SPACES TO WS-NOTE
                  STRING "NOT ACKNOWLEDGED - DUE " TXL-ACK-DUE-DATE
                      DELIMITED BY SIZE INTO WS-NOTE
               WHEN TXL-REJECTED
                  MOVE "RJ" TO WS-TYPE
                  ADD 1 TO WS-CNT-RJ
                  MOVE TXL-ACK-REASON TO WS-NOTE
           END-EVALUATE
           IF WS-TYPE NOT = SPACES
              PERFORM 8300-LEDGER-LINE
           END-IF
           READ TXL-FILE NEXT RECORD
               AT END SET TXL-EOF TO TRUE
           END-READ.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REGISTERED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW FILES REGISTERED        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ACKS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACKNOWLEDGEMENTS READ       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-AK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "AK FILES ACCEPTED           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RJ-NEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RJ FILES REJECTED TODAY     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UA TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "UA UNMATCHED ACKS           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CN CREATED NOT SENT         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NA TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NA SENT NOT ACKNOWLEDGED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RJ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RJ REJECTED OUTSTANDING     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-UA + WS-CNT-CN + WS-CNT-NA + WS-CNT-RJ > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       8100-COLUMN-HEADS.
           MOVE SPACES TO RPT-LINE
           STRING "TY  PROGRAM  FILE         CREATED  DEST     "
                  "       RECS          DOLLARS   DATE      NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      * AN ACKNOWLEDGEMENT WITH NO LEDGER ROW - PRINTED AS RECEIVED.
       8200-ACK-LINE.
           MOVE WS-TYPE         TO DTL-TYPE
           MOVE SPACES          TO DTL-PROGRAM
           MOVE ACK-FILE-NAME   TO DTL-FILE-NAME
           MOVE ACK-CREATE-DATE TO DTL-CREATE-DATE
           MOVE ACK-DEST        TO DTL-DEST
           MOVE ACK-REC-CNT     TO DTL-REC-CNT
           MOVE ACK-DOLLAR-TOT  TO DTL-DOLLAR-TOT
           MOVE ACK-DATE        TO DTL-DATE
           MOVE WS-NOTE         TO DTL-NOTE
           MOVE WS-DTL-LINE     TO RPT-LINE
           WRITE RPT-LINE.

       8300-LEDGER-LINE.
           MOVE WS-TYPE         TO DTL-TYPE
           MOVE TXL-PROGRAM     TO DTL-PROGRAM
           MOVE TXL-FILE-NAME   TO DTL-FILE-NAME
           MOVE TXL-CREATE-DATE TO DTL-CREATE-DATE
           MOVE TXL-DEST        TO DTL-DEST
           MOVE TXL-REC-CNT     TO DTL-REC-CNT
           MOVE TXL-DOLLAR-TOT  TO DTL-DOLLAR-TOT
           IF TXL-CREATED
              MOVE TXL-CREATE-DATE TO DTL-DATE
           ELSE
              MOVE TXL-SENT-DATE   TO DTL-DATE
           END-IF
           MOVE WS-NOTE         TO DTL-NOTE
           MOVE WS-DTL-LINE     TO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE TXREG-FILE TXACK-FILE TXL-FILE TXLREC-RPT
           STOP RUN.
