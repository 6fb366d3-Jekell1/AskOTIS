      *               EXCLUDED FROM QUEUE SELECTION - AN ESTATE IS
      *               WORKED THROUGH THE PROBATE DESK, NOT THE
      *               COLLECTOR QUEUES.
      *   100228 RTC  STOPPED ALLOTMENTS ON ALTCTC (ALTREC) ARE QUEUED
      *               WITH REASON ALOT - A DELINQUENT ACCOUNT TAKES
      *               THE ALOT REASON, AND ONE NOT YET DELINQUENT IS
      *               QUEUED ON ITS OWN SO THE BORROWER IS CALLED
      *               BEFORE THE FIRST PAYMENT IS MISSED.
      *   030529 RTC  ACCOUNTS ON THE CMPHLD COMPLAINT HOLD LIST
      *               (CMPMNT) ARE PULLED FROM THE QUEUES WHILE THE
      *               CASE IS OPEN - THE CASE OWNER WORKS THE
      *               BORROWER, NOT A COLLECTOR.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECEXT-STATUS.

           SELECT OPTIONAL CMPHLD-FILE ASSIGN TO "CMPHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPHLD-STATUS.

           SELECT OPTIONAL ALTCTC-FILE ASSIGN TO "ALTCTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALTCTC-STATUS.

           SELECT WORKQ-FILE ASSIGN TO "WORKQ.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKQ-STATUS.
           05  DCX-ACCTNO            PIC X(10).
           05  DCX-DEATH-DATE        PIC 9(08).

      * OPEN COMPLAINTS ON HOLD - REBUILT EVERY RUN BY CMPMNT.
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

      * STOPPED ALLOTMENTS - WRITTEN NIGHTLY BY ALTREC.
       FD  ALTCTC-FILE.
       01  ALTCTC-REC.
           05  CTC-BRNO              PIC X(04).
           05  CTC-ACCTNO            PIC X(10).
           05  CTC-REASON            PIC X(02).
           05  CTC-STOPPED-DATE      PIC 9(08).
           05  CTC-SOURCE            PIC X(08).
           05  CTC-ALLOTTER          PIC X(25).
           05  CTC-EXPECT-AMT        PIC S9(07)V99.
           05  CTC-LAST-RCVD-DATE    PIC 9(08).

       FD  WORKQ-FILE.
       01  WORKQ-REC.
           05  WQO-BRNO              PIC X(04).
           88  WQPREV-EOF                       VALUE "10".
       01  DECEXT-STATUS             PIC XX.
           88  DECEXT-EOF                       VALUE "10".
       01  CMPHLD-STATUS             PIC XX.
           88  CMPHLD-EOF                       VALUE "10".
       01  ALTCTC-STATUS             PIC XX.
           88  ALTCTC-EOF                       VALUE "10".
       01  WORKQ-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

               10  WS-DEC-BRNO       PIC X(04).
               10  WS-DEC-ACCTNO     PIC X(10).

       01  WS-MAX-CMP                PIC 9(05) COMP VALUE 5000.
       01  WS-CMP-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-CMP-SUB                PIC 9(05) COMP.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 5000 TIMES.
               10  WS-CMP-BRNO       PIC X(04).
               10  WS-CMP-ACCTNO     PIC X(10).

      * A STOPPED ALLOTMENT IS QUEUED ONCE - FROM WQEXT WHEN THE
      * ACCOUNT IS ALREADY DELINQUENT, OTHERWISE AFTER THE EXTRACT.
       01  WS-ALOT-SCORE             PIC 9(07) VALUE 100.
       01  WS-MAX-ALOT               PIC 9(05) COMP VALUE 5000.
       01  WS-ALOT-CNT               PIC 9(05) COMP VALUE 0.
       01  WS-ALOT-SUB               PIC 9(05) COMP.
       01  WS-ALOT-TABLE.
           05  WS-ALOT-ENTRY OCCURS 5000 TIMES.
               10  WS-ALOT-BRNO      PIC X(04).
               10  WS-ALOT-ACCTNO    PIC X(10).
               10  WS-ALOT-DONE      PIC X(01).

       01  WS-NEXT-COL               PIC 9(04) COMP.
       01  WS-CNT-QUEUED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CURED              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DECEASED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ALOT               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-COMPLAINT          PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZZ,ZZ9.
       01  WS-EDIT-CNT3              PIC ZZZ,ZZ9.
           PERFORM 1100-LOAD-COLLECTORS
           PERFORM 1200-LOAD-CURES
           PERFORM 1250-LOAD-DECEASED
           PERFORM 1260-LOAD-COMPLAINTS
           PERFORM 1270-LOAD-ALLOTMENTS
           PERFORM 1300-SCORE-PRIOR-QUEUE
           PERFORM 2000-BUILD-QUEUE
           PERFORM 2500-ALLOTMENT-CONTACTS
           PERFORM 3000-DEPTH-REPORT
           PERFORM 9999-EXIT.

           OPEN INPUT  WQC-FILE
           OPEN INPUT  WQPREV-FILE
           OPEN INPUT  DECEXT-FILE
           OPEN INPUT  CMPHLD-FILE
           OPEN INPUT  ALTCTC-FILE
           OPEN OUTPUT WORKQ-FILE
           OPEN OUTPUT WRKGEN-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               END-READ
           END-PERFORM.

       1260-LOAD-COMPLAINTS.
           READ CMPHLD-FILE AT END SET CMPHLD-EOF TO TRUE END-READ
           PERFORM UNTIL CMPHLD-EOF OR WS-CMP-CNT = WS-MAX-CMP
               ADD 1 TO WS-CMP-CNT
               MOVE HLD-BRNO   TO WS-CMP-BRNO(WS-CMP-CNT)
               MOVE HLD-ACCTNO TO WS-CMP-ACCTNO(WS-CMP-CNT)
               READ CMPHLD-FILE AT END SET CMPHLD-EOF TO TRUE
               END-READ
           END-PERFORM.

       1270-LOAD-ALLOTMENTS.
           READ ALTCTC-FILE AT END SET ALTCTC-EOF TO TRUE END-READ
           PERFORM UNTIL ALTCTC-EOF OR WS-ALOT-CNT = WS-MAX-ALOT
               ADD 1 TO WS-ALOT-CNT
               MOVE CTC-BRNO   TO WS-ALOT-BRNO(WS-ALOT-CNT)
               MOVE CTC-ACCTNO TO WS-ALOT-ACCTNO(WS-ALOT-CNT)
               MOVE "N"        TO WS-ALOT-DONE(WS-ALOT-CNT)
               READ ALTCTC-FILE AT END SET ALTCTC-EOF TO TRUE
               END-READ
           END-PERFORM.

      * YESTERDAY'S ASSIGNMENTS GIVE EACH COLLECTOR A PRIOR-QUEUE
      * COUNT; A PRIOR ASSIGNMENT THAT SHOWS ON TODAY'S CURE FILE IS
      * THAT COLLECTOR'S CURE.
              ADD 1 TO WS-CNT-DECEASED
              READ WQEXT-FILE AT END SET WQEXT-EOF TO TRUE END-READ
              GO TO 2100-EXIT.
      * NOR DOES ONE WITH AN OPEN COMPLAINT ON HOLD - A STOPPED
      * ALLOTMENT ON IT IS MARKED DONE SO IT IS NOT COUNTED TWICE.
           PERFORM 2165-COMPLAINT-TEST
           IF WS-CMP-SUB NOT > WS-CMP-CNT
              ADD 1 TO WS-CNT-COMPLAINT
              PERFORM 2170-ALLOTMENT-TEST
              IF WS-ALOT-SUB NOT > WS-ALOT-CNT
                 MOVE "Y" TO WS-ALOT-DONE(WS-ALOT-SUB)
              END-IF
              READ WQEXT-FILE AT END SET WQEXT-EOF TO TRUE END-READ
              GO TO 2100-EXIT.
           PERFORM 2150-TODAY-CURE-TEST
           IF WS-CURE-SUB NOT > WS-CURE-CNT
              ADD 1 TO WS-CNT-CURED
           ELSE
              PERFORM 2200-SCORE-ACCOUNT
              IF WS-SCORE > 0
                 PERFORM 2170-ALLOTMENT-TEST
                 IF WS-ALOT-SUB NOT > WS-ALOT-CNT
                    MOVE "ALOT" TO WS-REASON
                    MOVE "Y" TO WS-ALOT-DONE(WS-ALOT-SUB)
                 END-IF
                 PERFORM 2300-ASSIGN-AND-WRITE
              END-IF
           END-IF
               CONTINUE
           END-PERFORM.

       2165-COMPLAINT-TEST.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-CNT
                      OR (WS-CMP-BRNO(WS-CMP-SUB) = WQEXT-BRNO
                          AND WS-CMP-ACCTNO(WS-CMP-SUB)
                                              = WQEXT-ACCTNO)
               CONTINUE
           END-PERFORM.

       2170-ALLOTMENT-TEST.
           PERFORM VARYING WS-ALOT-SUB FROM 1 BY 1
                   UNTIL WS-ALOT-SUB > WS-ALOT-CNT
                      OR (WS-ALOT-BRNO(WS-ALOT-SUB) = WQEXT-BRNO
                          AND WS-ALOT-ACCTNO(WS-ALOT-SUB)
                                              = WQEXT-ACCTNO)
               CONTINUE
           END-PERFORM.

       2150-TODAY-CURE-TEST.
           PERFORM VARYING WS-CURE-SUB FROM 1 BY 1
                   UNTIL WS-CURE-SUB > WS-CURE-CNT
              END-EVALUATE
           END-IF.

      * STOPPED ALLOTMENTS NOT ALREADY QUEUED FROM THE EXTRACT.  THE
      * ACCOUNT IS SET INTO THE WQEXT KEY SO THE DECEDENT, CURE AND
      * ASSIGNMENT LOGIC ABOVE APPLIES UNCHANGED.
       2500-ALLOTMENT-CONTACTS.
           PERFORM 2550-ONE-ALLOTMENT THRU 2550-EXIT
               VARYING WS-ALOT-SUB FROM 1 BY 1
               UNTIL WS-ALOT-SUB > WS-ALOT-CNT.

       2550-ONE-ALLOTMENT.
           IF WS-ALOT-DONE(WS-ALOT-SUB) = "Y"
              GO TO 2550-EXIT.
           MOVE WS-ALOT-BRNO(WS-ALOT-SUB)   TO WQEXT-BRNO
           MOVE WS-ALOT-ACCTNO(WS-ALOT-SUB) TO WQEXT-ACCTNO
           PERFORM 2160-DECEASED-TEST
           IF WS-DEC-SUB NOT > WS-DEC-CNT
              GO TO 2550-EXIT.
           PERFORM 2165-COMPLAINT-TEST
           IF WS-CMP-SUB NOT > WS-CMP-CNT
              ADD 1 TO WS-CNT-COMPLAINT
              GO TO 2550-EXIT.
           PERFORM 2150-TODAY-CURE-TEST
           IF WS-CURE-SUB NOT > WS-CURE-CNT
              GO TO 2550-EXIT.
           MOVE WS-ALOT-SCORE TO WS-SCORE
           MOVE "ALOT"        TO WS-REASON
           ADD 1 TO WS-CNT-ALOT
           PERFORM 2300-ASSIGN-AND-WRITE.
       2550-EXIT.
           EXIT.

       2300-ASSIGN-AND-WRITE.
      * ROUND-ROBIN WITHIN THE BRANCH - THE COLLECTOR WITH THE
      * FEWEST ASSIGNMENTS TONIGHT TAKES THE NEXT ACCOUNT.
                  "  DROPPED AS CURED " WS-EDIT-CNT2
                  "  DECEDENT " WS-EDIT-CNT3
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ALOT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "STOPPED ALLOTMENTS QUEUED BEFORE DELINQUENCY "
                  WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-COMPLAINT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PULLED FOR OPEN COMPLAINT HOLD " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE WQEXT-FILE COLTBL-FILE WQC-FILE WQPREV-FILE
                 DECEXT-FILE CMPHLD-FILE ALTCTC-FILE WORKQ-FILE
                 WRKGEN-RPT
           STOP RUN.
