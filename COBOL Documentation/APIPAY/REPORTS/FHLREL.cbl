      *================================================================*
      *   P R O G R A M :  F H L R E L                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-09-04
      *  DESC: DAILY UNCOLLECTED-FUNDS HOLD RELEASE.  POSTING OPENS A
      *        HOLD ON THE KEYED FHL MASTER (FUNDS-HOLD-RECORD) FOR
      *        EVERY ITEM UNDER A CHECK-TYPE REFERENCE CODE, WITH A
      *        COLLECTED-FUNDS DATE FROM THE FHD BRANCH/CHANNEL HOLD
      *        TABLE.  WHILE THE HOLD IS OPEN LIENRL KEEPS THE TITLE,
      *        AUTGEN DEFERS A REINSTATED AUTOPAY, AND AN OVERPAYMENT
      *        REFUND IS PARKED ON THE HOLD ROW INSTEAD OF GOING TO
      *        ACCOUNTS PAYABLE.  THIS JOB WALKS THE MASTER:
      *          - AN OPEN HOLD WHOSE COLLECTED-FUNDS DATE HAS ARRIVED
      *            IS CLEARED, AND ANY PARKED REFUND GOES OUT ON THE
      *            APCOUT CHECK-REQUEST FEED WITH ITS GOVERNING STATE
      *          - A HOLD MARKED RETURNED (THE CHECK CAME BACK "NF")
      *            HAS ITS PARKED REFUND DROPPED - THE MONEY WAS NEVER
      *            THERE TO REFUND
      *          - ANY OTHER OPEN HOLD IS COUNTED AND LEFT ALONE
      *        THE REPORT LISTS EVERY ROW ACTED ON.  RUN BEFORE LIENRL
      *        AND AUTGEN SO A HOLD CLEARING TODAY FREES THEM TONIGHT.
      *
      *  MOD HISTORY:
      *   090428 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FHLREL.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-09-04.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHL-FILE ASSIGN TO "FHL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FHL-KEY
               FILE STATUS IS FHL-STATUS.

           SELECT APCOUT-FILE ASSIGN TO "APCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APCOUT-STATUS.

           SELECT FHLREL-RPT ASSIGN TO "FHLREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  APCOUT-FILE.
       01  APCOUT-REC.
           05  APC-RUN-DATE          PIC 9(08).
           05  APC-BRNO              PIC X(04).
           05  APC-ACCTNO            PIC X(10).
           05  APC-AMOUNT            PIC S9(07)V99.
           05  APC-PAYEE             PIC X(25).
           05  APC-REASON            PIC X(30).
           05  APC-STATE             PIC X(02).

       FD  FHLREL-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  FHL-STATUS                PIC XX.
           88  FHL-EOF                          VALUE "10".
       01  APCOUT-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).

       01  WS-CNT-CLEARED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REFUNDED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DROPPED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-STILL-OPEN         PIC 9(07) COMP VALUE 0.
       01  WS-AMT-CLEARED            PIC S9(11)V99 VALUE 0.
       01  WS-AMT-REFUNDED           PIC S9(09)V99 VALUE 0.
       01  WS-AMT-DROPPED            PIC S9(09)V99 VALUE 0.
       01  WS-AMT-STILL-OPEN         PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-HOLD-DATE         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AVAIL-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-HOLD-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REFUND-AMT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACTION            PIC X(34).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-HOLDS
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN I-O FHL-FILE
           IF FHL-STATUS = "35"
              OPEN OUTPUT FHL-FILE
              CLOSE FHL-FILE
              OPEN I-O FHL-FILE
           END-IF
           OPEN OUTPUT APCOUT-FILE
           OPEN OUTPUT FHLREL-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "UNCOLLECTED-FUNDS HOLD RELEASE FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRNO  ACCOUNT     HELD      AVAIL     "
                  "    HOLD AMOUNT  PARKED REFUND  ACTION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-SWEEP-HOLDS.
           MOVE LOW-VALUES TO FHL-KEY
           START FHL-FILE KEY IS NOT LESS THAN FHL-KEY
               INVALID KEY SET FHL-EOF TO TRUE
           END-START
           IF NOT FHL-EOF
              READ FHL-FILE NEXT RECORD
                  AT END SET FHL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 2100-ONE-HOLD THRU 2100-EXIT UNTIL FHL-EOF.

       2100-ONE-HOLD.
           IF FHL-RETURNED
              GO TO 2100-RETURNED.
           IF NOT FHL-OPEN
              GO TO 2100-NEXT.
           IF FHL-AVAIL-DATE > WS-RUN-DATE
              ADD 1 TO WS-CNT-STILL-OPEN
              ADD FHL-HOLD-AMT TO WS-AMT-STILL-OPEN
              GO TO 2100-NEXT.

      * THE COLLECTED-FUNDS DATE HAS ARRIVED - THE MONEY IS GOOD.
           ADD 1 TO WS-CNT-CLEARED
           ADD FHL-HOLD-AMT TO WS-AMT-CLEARED
           PERFORM 2500-SET-DETAIL
           MOVE "CLEARED" TO DTL-ACTION
           IF FHL-REFUND-AMT > 0
              PERFORM 2200-RELEASE-REFUND
              MOVE "CLEARED - REFUND SENT TO AP" TO DTL-ACTION
           END-IF
           MOVE "C"         TO FHL-STATUS-CD
           MOVE WS-RUN-DATE TO FHL-CLEAR-DATE
           MOVE 0           TO FHL-REFUND-AMT
           GO TO 2100-SAVE.

      * THE CHECK CAME BACK.  A REFUND PARKED AGAINST IT NEVER GOES.
       2100-RETURNED.
           IF FHL-REFUND-AMT = 0
              GO TO 2100-NEXT.
           ADD 1 TO WS-CNT-DROPPED
           ADD FHL-REFUND-AMT TO WS-AMT-DROPPED
           PERFORM 2500-SET-DETAIL
           MOVE "REFUND DROPPED - CHECK RETURNED" TO DTL-ACTION
           MOVE 0 TO FHL-REFUND-AMT.

       2100-SAVE.
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           REWRITE FHL-REC
           IF FHL-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "** FHL REWRITE FAILED, STATUS " FHL-STATUS
                     " - " FHL-BRNO " " FHL-ACCTNO
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       2100-NEXT.
           READ FHL-FILE NEXT RECORD
               AT END SET FHL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      * THE CHECK REQUEST OVERPAY-DISPOSITION WOULD HAVE WRITTEN AT
      * POSTING, NOW THAT THE FUNDS ARE COLLECTED.
       2200-RELEASE-REFUND.
           ADD 1 TO WS-CNT-REFUNDED
           ADD FHL-REFUND-AMT TO WS-AMT-REFUNDED
           MOVE SPACES           TO APCOUT-REC
           MOVE WS-RUN-DATE      TO APC-RUN-DATE
           MOVE FHL-BRNO         TO APC-BRNO
           MOVE FHL-ACCTNO       TO APC-ACCTNO
           MOVE FHL-REFUND-AMT   TO APC-AMOUNT
           MOVE "OVERPAYMENT REFUND" TO APC-REASON
           MOVE FHL-REFUND-STATE TO APC-STATE
           WRITE APCOUT-REC.

       2500-SET-DETAIL.
           MOVE FHL-BRNO       TO DTL-BRNO
           MOVE FHL-ACCTNO     TO DTL-ACCTNO
           MOVE FHL-HOLD-DATE  TO DTL-HOLD-DATE
           MOVE FHL-AVAIL-DATE TO DTL-AVAIL-DATE
           MOVE FHL-HOLD-AMT   TO DTL-HOLD-AMT
           MOVE FHL-REFUND-AMT TO DTL-REFUND-AMT.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CLEARED TO WS-EDIT-CNT
           MOVE WS-AMT-CLEARED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "HOLDS CLEARED        " WS-EDIT-CNT "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUNDED TO WS-EDIT-CNT
           MOVE WS-AMT-REFUNDED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "REFUNDS SENT TO AP   " WS-EDIT-CNT "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DROPPED TO WS-EDIT-CNT
           MOVE WS-AMT-DROPPED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "REFUNDS DROPPED (NSF)" WS-EDIT-CNT "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STILL-OPEN TO WS-EDIT-CNT
           MOVE WS-AMT-STILL-OPEN TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "HOLDS STILL OPEN     " WS-EDIT-CNT "  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE FHL-FILE APCOUT-FILE FHLREL-RPT
           STOP RUN.
