      *               STAGING EVERY ASSESSMENT BEFORE THE FAILURE
      *               POINT A SECOND TIME.  THE RESTART REPORT SHOWS
      *               WHERE THE RUN RESUMED.
      *   030529 RTC  ACCOUNTS ON THE CMPHLD COMPLAINT HOLD LIST
      *               (CMPMNT) ARE NOT ASSESSED WHILE THE CASE IS
      *               OPEN.  THEY ARE COUNTED SEPARATELY, AND THE
      *               COUNT IS CARRIED IN THE CHECKPOINT.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCGSAV-STATUS.

           SELECT OPTIONAL CMPHLD-FILE ASSIGN TO "CMPHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPHLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LCDEXT-FILE.
           05  CHK-PROCESSED         PIC 9(09).
           05  CHK-STAGED            PIC 9(09).
           05  CHK-SKIPPED           PIC 9(09).
           05  CHK-CMPHOLD           PIC 9(09).

       FD  LCGSAV-FILE.
       01  LCGSAV-REC                PIC X(86).

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

       WORKING-STORAGE SECTION.
       01  LCDEXT-STATUS             PIC XX.
           88  LCDEXT-EOF                       VALUE "10".
           88  LCGCHK-EOF                       VALUE "10".
       01  LCGSAV-STATUS             PIC XX.
           88  LCGSAV-EOF                       VALUE "10".
       01  CMPHLD-STATUS             PIC XX.
           88  CMPHLD-EOF                       VALUE "10".

      * ACCOUNTS ON COMPLAINT HOLD
       77  WS-MAX-CMP                PIC 9(05) COMP VALUE 5000.
       01  WS-CMP-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-CMP-SUB                PIC 9(05) COMP.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 5000 TIMES.
               10  WS-CMP-BRNO       PIC X(04).
               10  WS-CMP-ACCTNO     PIC X(10).

      * CHECKPOINT-RESTART STATE
       77  WS-CHK-EVERY              PIC 9(04) COMP VALUE 500.
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-CNT-STAGED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-SKIPPED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CMPHOLD            PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           MOVE "LATE-CHARGE ASSESSMENT GENERATION" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1300-LOAD-COMPLAINTS
           PERFORM 1500-CHECK-RESTART
           READ LCDEXT-FILE AT END SET LCDEXT-EOF TO TRUE END-READ
      * ON A RESTART, SPOOL PAST EVERYTHING THE DEAD RUN ALREADY
               END-READ
           END-PERFORM.

      ******************************************************************
      * ACCOUNTS WITH AN OPEN COMPLAINT ON HOLD.  NO CMPHLD FILE
      * MEANS NO HOLDS.
      ******************************************************************
       1300-LOAD-COMPLAINTS.
           OPEN INPUT CMPHLD-FILE
           READ CMPHLD-FILE AT END SET CMPHLD-EOF TO TRUE END-READ
           PERFORM UNTIL CMPHLD-EOF OR WS-CMP-CNT = WS-MAX-CMP
               ADD 1 TO WS-CMP-CNT
               MOVE HLD-BRNO   TO WS-CMP-BRNO(WS-CMP-CNT)
               MOVE HLD-ACCTNO TO WS-CMP-ACCTNO(WS-CMP-CNT)
               READ CMPHLD-FILE AT END SET CMPHLD-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CMPHLD-FILE.

      ******************************************************************
      * A CHECKPOINT FROM TODAY WITH STATUS "R" MEANS THE LAST RUN
      * DIED PARTWAY - RESTORE THE COUNTERS, TRIM BSGOUT BACK TO THE
                 MOVE CHK-PROCESSED TO WS-PROCESSED WS-SKIP-CNT
                 MOVE CHK-STAGED    TO WS-CNT-STAGED
                 MOVE CHK-SKIPPED   TO WS-CNT-SKIPPED
                 MOVE CHK-CMPHOLD   TO WS-CNT-CMPHOLD
              END-IF
           END-IF
           CLOSE LCGCHK-FILE
           PERFORM 2100-ONE-ACCOUNT UNTIL LCDEXT-EOF.

       2100-ONE-ACCOUNT.
           PERFORM 2150-COMPLAINT-TEST
           IF LCDEXT-BNKRPT-FG = "Y" OR LCDEXT-FROZEN-FG = "Y"
              ADD 1 TO WS-CNT-SKIPPED
           ELSE
              IF WS-CMP-SUB NOT > WS-CMP-CNT
                 ADD 1 TO WS-CNT-CMPHOLD
              ELSE
                 IF LCDEXT-LCPDTH NOT = 0
                    AND LCDEXT-LCPDTH < WS-RUN-DATE
                    MOVE SPACES       TO BSGOUT-REC
                    MOVE "I"          TO BSGOUT-RECTYPE
                    MOVE "LCASSESS  " TO BSGOUT-BATCHID
                    MOVE LCDEXT-BRNO  TO BSGOUT-BRANCH
                    MOVE LCDEXT-ACCTNO TO BSGOUT-ACCTNO
                    MOVE "LA"         TO BSGOUT-TRCD
                    MOVE "LCASS"      TO BSGOUT-REFCD
                    MOVE 0            TO BSGOUT-AMT
                    MOVE WS-RUN-DATE  TO BSGOUT-PAYDATE
                    MOVE SPACES       TO BSGOUT-DIST-ID
                    MOVE WS-RUN-DATE  TO BSGOUT-RUN-DATE
                    MOVE WS-RUN-TIME  TO BSGOUT-RUN-TIME
                    WRITE BSGOUT-REC
                    ADD 1 TO WS-CNT-STAGED
                 END-IF
              END-IF
           END-IF
           ADD 1 TO WS-PROCESSED WS-SINCE-CHK
           END-IF
           READ LCDEXT-FILE AT END SET LCDEXT-EOF TO TRUE END-READ.

       2150-COMPLAINT-TEST.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-CNT
                      OR (WS-CMP-BRNO(WS-CMP-SUB) = LCDEXT-BRNO
                          AND WS-CMP-ACCTNO(WS-CMP-SUB)
                                              = LCDEXT-ACCTNO)
               CONTINUE
           END-PERFORM.

      ******************************************************************
       8000-TAKE-CHECKPOINT.
           MOVE 0 TO WS-SINCE-CHK
           MOVE WS-PROCESSED   TO CHK-PROCESSED
           MOVE WS-CNT-STAGED  TO CHK-STAGED
           MOVE WS-CNT-SKIPPED TO CHK-SKIPPED
           MOVE WS-CNT-CMPHOLD TO CHK-CMPHOLD
           WRITE LCGCHK-HDR
           CLOSE LCGCHK-FILE.

           MOVE WS-PROCESSED   TO CHK-PROCESSED
           MOVE WS-CNT-STAGED  TO CHK-STAGED
           MOVE WS-CNT-SKIPPED TO CHK-SKIPPED
           MOVE WS-CNT-CMPHOLD TO CHK-CMPHOLD
           WRITE LCGCHK-HDR
           CLOSE LCGCHK-FILE.

           MOVE SPACES TO RPT-LINE
           STRING "SKIPPED (BK/FROZEN): " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CMPHOLD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SKIPPED (COMPLAINT HOLD): " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
