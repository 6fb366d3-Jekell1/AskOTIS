      *   031527 RTC  SI ROWS NOW CARRY THE BORROWER'S BANK ROUTING/
      *               ACCOUNT, ACCOUNT TYPE AND PRENOTE DATE FOR THE
      *               ACHORG ORIGINATION BUILDER.
      *   090428 RTC  A REINSTATED AUTOPAY (RESTARTED WITH A START
      *               DATE AFTER ITS LAST GENERATION) IS DEFERRED
      *               WHILE THE ACCOUNT HAS AN OPEN FHL UNCOLLECTED-
      *               FUNDS HOLD.  THE DEFERRAL IS NOT MARKED AS
      *               HANDLED, SO THE ITEM CATCHES UP THE NIGHT AFTER
      *               THE HOLD CLEARS.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT FHL-FILE ASSIGN TO "FHL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FHL-KEY
               FILE STATUS IS FHL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SI-FILE.
       FD  AUTGEN-RPT.
       01  RPT-LINE                  PIC X(90).

      * UNCOLLECTED-FUNDS HOLDS (FROM FUNDS-HOLD-RECORD AT POSTING).
       FD  FHL-FILE.
       01  FHL-REC.
           05  FHL-KEY.
               10  FHL-BRNO          PIC X(04).
               10  FHL-ACCTNO        PIC X(10).
           05  FHL-STATUS-CD         PIC X(01).
               88  FHL-OPEN                     VALUE "O".
               88  FHL-CLEARED                  VALUE "C".
               88  FHL-RETURNED                 VALUE "R".
           05  FHL-HOLD-DATE         PIC 9(08).
           05  FHL-AVAIL-DATE        PIC 9(08).
           05  FHL-HOLD-AMT          PIC S9(09)V99.
           05  FHL-ITEMS             PIC 9(03).
           05  FHL-PAYOFF-FG         PIC X(01).
           05  FHL-REFUND-AMT        PIC S9(07)V99.
           05  FHL-REFUND-STATE      PIC X(02).
           05  FHL-CLEAR-DATE        PIC 9(08).
           05  FHL-LAST-TRCD         PIC X(02).
           05  FHL-LAST-REFCD        PIC X(05).
           05  FHL-CHANNEL           PIC X(03).

       WORKING-STORAGE SECTION.
       01  SI-STATUS                 PIC XX.
           88  SI-EOF                           VALUE "10".
       01  BSGOUT-STATUS             PIC XX.
       01  SINEW-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.
       01  FHL-STATUS                PIC XX.
       01  WS-FHL-OPEN               PIC X(01) VALUE "N".
       01  WS-FUNDS-HELD             PIC X(01).

       01  WS-RUN-DATE               PIC 9(08).
       01  FILLER REDEFINES WS-RUN-DATE.

       01  WS-CNT-GENERATED          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-SUPPRESSED         PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DEFERRED           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

       01  WS-EXC-LINE.
           OPEN OUTPUT BSGOUT-FILE
           OPEN OUTPUT SINEW-FILE
           OPEN OUTPUT AUTGEN-RPT
           OPEN INPUT  FHL-FILE
           IF FHL-STATUS = "00"
              MOVE "Y" TO WS-FHL-OPEN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
              PERFORM 2600-WRITE-EXCEPTION
              GO TO 2200-EXIT.

      * A REINSTATED AUTOPAY DOES NOT RESTART ON MONEY THAT HAS NOT
      * COLLECTED - THE BORROWER'S CHECK MAY YET COME BACK.
           IF SI-LASTGEN-DATE NOT = 0
              AND SI-START-DATE > SI-LASTGEN-DATE
              PERFORM 2700-CHECK-FUNDS-HOLD
              IF WS-FUNDS-HELD = "Y"
                 PERFORM 2750-DEFER-REINSTATE
                 GO TO 2200-EXIT.

           IF SI-AMT NOT = 0
              MOVE SI-AMT TO WS-GEN-AMT
           ELSE
      * REPEAT EVERY NIGHT UNTIL MONTH-END.
           MOVE WS-RUN-DATE TO SI-LASTGEN-DATE.

       2700-CHECK-FUNDS-HOLD.
           MOVE "N" TO WS-FUNDS-HELD
           IF WS-FHL-OPEN = "Y"
              MOVE SI-BRNO   TO FHL-BRNO
              MOVE SI-ACCTNO TO FHL-ACCTNO
              READ FHL-FILE
              IF FHL-STATUS = "00"
                 IF FHL-OPEN AND FHL-AVAIL-DATE > WS-RUN-DATE
                    MOVE "Y" TO WS-FUNDS-HELD
                 END-IF
              END-IF
           END-IF.

      * NOT MARKED HANDLED - THE INSTRUCTION IS RETRIED EVERY NIGHT
      * UNTIL THE HOLD CLEARS.
       2750-DEFER-REINSTATE.
           ADD 1 TO WS-CNT-DEFERRED
           MOVE "REINSTATED - FUNDS ON HOLD" TO EXC-REASON
           MOVE SI-BRNO   TO EXC-BRNO
           MOVE SI-ACCTNO TO EXC-ACCTNO
           MOVE WS-EXC-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS SUPPRESSED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DEFERRED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS DEFERRED:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE SI-FILE LNAUTO-FILE GBEXT-FILE BSGOUT-FILE
                 SINEW-FILE AUTGEN-RPT FHL-FILE
           STOP RUN.
