      *               ONLY EVER MATCH RETURNS AGAINST THE CURRENT
      *               RUN'S TRACES, AND RETURNS ARRIVE AT LEAST A
      *               BANKING DAY LATER.
      *   071728 RTC  A TRACE PAST THE KEEP WINDOW UNDER AN OPEN HOLD
      *               ON THE HLD RECORD-HOLD MASTER IS CARRIED FORWARD
      *               INSTEAD OF PURGED AND LISTED "HELD - NOT PURGED".
      *               IF THE MASTER CANNOT BE READ NO TRACE AGES OFF.
      *   101628 RTC  ACHOUT IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (PHYSICAL RECORD COUNT
      *               INCLUDING THE 9-FILL, TOTAL DEBIT, ENTRY
      *               HASH) SO TXLMNT CAN REFUSE TO RELEASE THE
      *               SAME ACH FILE TO THE BANK TWICE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SINEW-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT ACHORG-RPT ASSIGN TO "ACHORG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT HLD-FILE ASSIGN TO "HLD"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACHPRM-FILE.
       FD  SINEW-FILE.
       01  SINEW-REC                 PIC X(103).

      * THE RECORD-HOLD MASTER HLDMNT MAINTAINS.
       FD  HLD-FILE.
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ID            PIC X(08).
               10  HLD-SCOPE         PIC X(01).
                   88  HLD-BY-ACCOUNT           VALUE "A".
                   88  HLD-BY-SSN               VALUE "S".
                   88  HLD-BY-BRANCH            VALUE "B".
                   88  HLD-BY-DATES             VALUE "D".
               10  HLD-VALUE         PIC X(14).
               10  HLD-VALUE-ACCT REDEFINES HLD-VALUE.
                   15  HLD-BRNO      PIC X(04).
                   15  HLD-ACCTNO    PIC X(10).
               10  HLD-FROM-DATE     PIC 9(08).
           05  HLD-THRU-DATE         PIC 9(08).
           05  HLD-MATTER            PIC X(30).
           05  HLD-DERIVED-FG        PIC X(01).
           05  HLD-SRC-SSNO          PIC 9(09).
           05  HLD-ROW-STATUS        PIC X(01).
               88  HLD-OPEN                     VALUE "O".
           05  HLD-PLACED-BY         PIC X(08).
           05  HLD-PLACED-DATE       PIC 9(08).
           05  HLD-RELEASED-BY       PIC X(08).
           05  HLD-RELEASED-DATE     PIC 9(08).
           05  HLD-RELEASE-REF       PIC X(20).

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

       FD  ACHORG-RPT.
       01  RPT-LINE                  PIC X(100).

           88  ACHHLD-EOF                       VALUE "10".
       01  HLDNEW-STATUS             PIC XX.
       01  SINEW-STATUS              PIC XX.
       01  HLD-STATUS                PIC XX.
           88  HLD-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME-RAW           PIC 9(08).
       01  WS-EFF-DATE               PIC 9(08).
      * RETURN AND ARE PURGED ON THE CARRY-FORWARD.
       77  WS-TRC-KEEP-DAYS          PIC 9(03) COMP VALUE 10.
       01  WS-TRC-AGE                PIC S9(05).
       01  WS-CNT-TRC-HELD           PIC 9(07) COMP VALUE 0.

      * THE OPEN A, B AND D ROWS OF THE HLD MASTER.  AN S ROW REACHES
      * HERE AS THE A ROWS HLDMNT DERIVES FROM IT.
       01  WS-HOLD-FAIL-FG           PIC X(01) VALUE "N".
           88  WS-HOLD-FAIL                     VALUE "Y".
       01  WS-HD-MAX                 PIC 9(05) COMP VALUE 5000.
       01  WS-HD-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-HD-SUB                 PIC 9(05) COMP.
       01  WS-HD-TABLE.
           05  WS-HD-ENTRY OCCURS 5000 TIMES.
               10  WS-HD-ID          PIC X(08).
               10  WS-HD-SCOPE       PIC X(01).
               10  WS-HD-BRNO        PIC X(04).
               10  WS-HD-ACCTNO      PIC X(10).
               10  WS-HD-FROM        PIC 9(08).
               10  WS-HD-THRU        PIC 9(08).
      * 8100-HOLD-TEST IN: THE RECORD'S BRANCH AND ACCOUNT (SPACES IF
      * IT HAS NONE) AND ITS DATE.  OUT: THE HELD FLAG AND HOLD ID.
       01  WS-HT-BRNO                PIC X(04).
       01  WS-HT-ACCTNO              PIC X(10).
       01  WS-HT-DATE                PIC 9(08).
       01  WS-HT-HELD-FG             PIC X(01).
           88  WS-HT-HELD                       VALUE "Y".
       01  WS-HT-ID                  PIC X(08).

      * THE STANDING INSTRUCTIONS ARE LOADED SO EACH STAGED ITEM CAN
      * FIND ITS BANK DETAILS, AND REWRITTEN AT END OF RUN WITH ANY
           PERFORM 3000-FILE-TRAILERS
           PERFORM 4000-REWRITE-SI
           PERFORM 5000-TOTALS
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1050-LOAD-HOLDS
           READ BSGIN-FILE AT END SET BSGIN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * THE RECORD-HOLD MASTER.  IF IT CANNOT BE READ, OR HOLDS MORE
      * ROWS THAN THE TABLE, EVERYTHING IS TREATED AS HELD.
      *----------------------------------------------------------------*
       1050-LOAD-HOLDS.
           OPEN INPUT HLD-FILE
           IF HLD-STATUS NOT = "00"
              SET WS-HOLD-FAIL TO TRUE
           ELSE
              READ HLD-FILE AT END SET HLD-EOF TO TRUE END-READ
              PERFORM UNTIL HLD-EOF
                  IF HLD-OPEN AND NOT HLD-BY-SSN
                     IF WS-HD-CNT = WS-HD-MAX
                        SET WS-HOLD-FAIL TO TRUE
                     ELSE
                        ADD 1 TO WS-HD-CNT
                        MOVE HLD-ID        TO WS-HD-ID(WS-HD-CNT)
                        MOVE HLD-SCOPE     TO WS-HD-SCOPE(WS-HD-CNT)
                        MOVE HLD-BRNO      TO WS-HD-BRNO(WS-HD-CNT)
                        MOVE HLD-ACCTNO    TO WS-HD-ACCTNO(WS-HD-CNT)
                        MOVE HLD-FROM-DATE TO WS-HD-FROM(WS-HD-CNT)
                        MOVE HLD-THRU-DATE TO WS-HD-THRU(WS-HD-CNT)
                     END-IF
                  END-IF
                  READ HLD-FILE AT END SET HLD-EOF TO TRUE END-READ
              END-PERFORM
              CLOSE HLD-FILE
           END-IF
           IF WS-HOLD-FAIL
              MOVE "*** HOLD MASTER UNAVAILABLE - NOTHING PURGED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

       1100-LOAD-INSTRUCTIONS.
           READ SI-FILE AT END SET SI-EOF TO TRUE END-READ
           PERFORM UNTIL SI-EOF OR WS-SI-CNT = WS-MAX-SI
              - FUNCTION INTEGER-OF-DATE(TRC-PAYDATE)
           IF WS-TRC-AGE NOT > WS-TRC-KEEP-DAYS
              WRITE TRCNEW-REC FROM ACHTRC-REC
           ELSE
              MOVE TRC-BRNO    TO WS-HT-BRNO
              MOVE TRC-ACCTNO  TO WS-HT-ACCTNO
              MOVE TRC-PAYDATE TO WS-HT-DATE
              PERFORM 8100-HOLD-TEST
              IF WS-HT-HELD
                 WRITE TRCNEW-REC FROM ACHTRC-REC
                 ADD 1 TO WS-CNT-TRC-HELD
                 IF NOT WS-HOLD-FAIL
                    MOVE SPACES TO RPT-LINE
                    STRING "HELD - NOT PURGED: TRACE " TRC-TRACE " "
                           TRC-BRNO " " TRC-ACCTNO " " TRC-PAYDATE
                           "  HOLD " WS-HT-ID
                        DELIMITED BY SIZE INTO RPT-LINE
                    WRITE RPT-LINE
                 END-IF
              END-IF
           END-IF
           READ ACHTRC-FILE AT END SET ACHTRC-EOF TO TRUE END-READ.

           WRITE ACHOUT-REC FROM WS-FILE-CONTROL
      * 9-FILL TO A FULL TEN-RECORD BLOCK.
           COMPUTE WS-FILL-SUB = (FC-BLOCK-CNT * 10) - WS-REC-CNT
           COMPUTE WS-TX-CNT = FC-BLOCK-CNT * 10
           PERFORM WS-FILL-SUB TIMES
               WRITE ACHOUT-REC FROM WS-NINE-FILL
           END-PERFORM.
           MOVE SPACES TO RPT-LINE
           STRING "NO BANK DETAILS   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRC-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TRACES HELD       " WS-EDIT-CNT
                  "  - HELD, NOT PURGED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * IS THE RECORD UNDER AN OPEN HOLD?  A D ROW HOLDS EVERYTHING
      * DATED IN ITS RANGE, A B ROW ITS BRANCH, AN A ROW ITS ACCOUNT;
      * A ZERO FROM OR THRU DATE IS OPEN-ENDED.
      *----------------------------------------------------------------*
       8100-HOLD-TEST.
           MOVE "N"    TO WS-HT-HELD-FG
           MOVE SPACES TO WS-HT-ID
           IF WS-HOLD-FAIL
              MOVE "Y"        TO WS-HT-HELD-FG
              MOVE "NO-MASTR" TO WS-HT-ID
           END-IF
           PERFORM VARYING WS-HD-SUB FROM 1 BY 1
                   UNTIL WS-HD-SUB > WS-HD-CNT OR WS-HT-HELD
               IF (WS-HD-FROM(WS-HD-SUB) = 0
                   OR WS-HT-DATE NOT < WS-HD-FROM(WS-HD-SUB))
                  AND (WS-HD-THRU(WS-HD-SUB) = 0
                   OR WS-HT-DATE NOT > WS-HD-THRU(WS-HD-SUB))
                  AND (WS-HD-SCOPE(WS-HD-SUB) = "D"
                   OR (WS-HD-SCOPE(WS-HD-SUB) = "B"
                       AND WS-HD-BRNO(WS-HD-SUB) = WS-HT-BRNO)
                   OR (WS-HD-SCOPE(WS-HD-SUB) = "A"
                       AND WS-HD-BRNO(WS-HD-SUB) = WS-HT-BRNO
                       AND WS-HD-ACCTNO(WS-HD-SUB) = WS-HT-ACCTNO))
                  MOVE "Y"                 TO WS-HT-HELD-FG
                  MOVE WS-HD-ID(WS-HD-SUB) TO WS-HT-ID
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * REGISTER THE OUTBOUND FILE ON THE TRANSMISSION LEDGER - TXLMNT
      * WILL NOT RELEASE A FILE THAT WAS NEVER REGISTERED.
      *----------------------------------------------------------------*
       8900-REGISTER-TRANSMISSION.
           OPEN EXTEND TXREG-FILE
           ACCEPT TXR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TX-TIME-RAW FROM TIME
           MOVE WS-TX-TIME-RAW(1:6) TO TXR-CREATE-TIME
           MOVE "ACHORG" TO TXR-PROGRAM
           MOVE "ACHOUT" TO TXR-FILE-NAME
           MOVE "BANK" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TOT-DEBIT TO TXR-DOLLAR-TOT
           MOVE WS-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE ACHPRM-FILE BSGIN-FILE SI-FILE ACHOUT-FILE
                 ACHTRC-FILE TRCNEW-FILE ACHHLD-FILE HLDNEW-FILE
