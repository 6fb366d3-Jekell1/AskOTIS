      *        DEALERS AND ACCOUNTING WORK FROM THE SAME NUMBERS THE
      *        POSTING PRODUCED.  EXPECTS THE FILE SORTED BY MAKER
      *        CODE (THE MONTHLY JOB SORTS IT AHEAD OF THIS STEP).
      *        DEALER REPURCHASES ("DR" BUY-BACKS OF DEFAULTED
      *        RECOURSE PAPER) RIDE THE SAME FILE AS TYPE "R" ROWS -
      *        THE PRICE, THE RESERVE NETTED AGAINST IT AND WHAT THE
      *        DEALER STILL OWES - AND ARE TOTALLED SEPARATELY.
      *
      *  MOD HISTORY:
      *   083126 SJH  ORIGINAL PROGRAM.
      *   042428 RTC  DEALER REPURCHASE ROWS (DCB-ENTRY-TYPE "R").
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRSTM.
           05  DCB-PARTIC-PCT        PIC 9(03)V99.
           05  DCB-CHARGEBACK-AMT    PIC S9(07)V99.
           05  DCB-RESERVE-AFTER     PIC S9(09)V99.
           05  DCB-ENTRY-TYPE        PIC X(01).
               88  DCB-REPURCHASE               VALUE "R".
           05  DCB-DEALER-DUE        PIC S9(07)V99.

       FD  DLRSTM-RPT.
       01  RPT-LINE                  PIC X(100).
       01  WS-LAST-RESERVE           PIC S9(09)V99 VALUE 0.
       01  WS-TOT-CNT                PIC 9(07) COMP VALUE 0.
       01  WS-TOT-CB                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MK-RP-CNT              PIC 9(05) COMP VALUE 0.
       01  WS-MK-RP-PRICE            PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-MK-RP-RESV             PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-MK-RP-DUE              PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-TOT-RP-CNT             PIC 9(07) COMP VALUE 0.
       01  WS-TOT-RP-PRICE           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-RP-RESV            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-RP-DUE             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT3              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  DTL-PCT               PIC ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CB                PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TYPE              PIC X(10).
           05  DTL-DUE               PIC X(16).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
              END-IF
              MOVE DCB-MAKERCD TO WS-HOLD-MAKER
              MOVE 0 TO WS-MK-CNT WS-MK-CB
              MOVE 0 TO WS-MK-RP-CNT WS-MK-RP-PRICE
                        WS-MK-RP-RESV WS-MK-RP-DUE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE DCB-MAKERCD TO MKL-MAKER
           MOVE DCB-PARTIC-PCT     TO DTL-PCT
           MOVE DCB-CHARGEBACK-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT        TO DTL-CB
           MOVE SPACES             TO DTL-TYPE DTL-DUE
      * A REPURCHASE SHOWS ITS PRICE AS THE BASE, THE RESERVE NETTED
      * AS THE CHARGE, AND WHAT THE DEALER STILL OWES.
           IF DCB-REPURCHASE
              MOVE "REPURCHASE"    TO DTL-TYPE
              MOVE DCB-DEALER-DUE  TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT     TO DTL-DUE
              ADD 1 TO WS-MK-RP-CNT WS-TOT-RP-CNT
              ADD DCB-REBATE-BASE    TO WS-MK-RP-PRICE WS-TOT-RP-PRICE
              ADD DCB-CHARGEBACK-AMT TO WS-MK-RP-RESV WS-TOT-RP-RESV
              ADD DCB-DEALER-DUE     TO WS-MK-RP-DUE WS-TOT-RP-DUE
           ELSE
              ADD 1 TO WS-MK-CNT WS-TOT-CNT
              ADD DCB-CHARGEBACK-AMT TO WS-MK-CB WS-TOT-CB
           END-IF
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE DCB-RESERVE-AFTER TO WS-LAST-RESERVE
           READ DCB-FILE AT END SET DCB-EOF TO TRUE END-READ.

                  "  CHARGEBACKS: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-MK-RP-CNT > 0
              MOVE WS-MK-RP-CNT   TO WS-EDIT-CNT
              MOVE WS-MK-RP-PRICE TO WS-EDIT-AMT
              MOVE SPACES TO RPT-LINE
              STRING "  REPURCHASES: " WS-EDIT-CNT
                     "  PRICE: " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-MK-RP-RESV TO WS-EDIT-AMT2
              MOVE WS-MK-RP-DUE  TO WS-EDIT-AMT3
              MOVE SPACES TO RPT-LINE
              STRING "    RESERVE APPLIED: " WS-EDIT-AMT2
                     "  DEALER OWES: " WS-EDIT-AMT3
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE WS-LAST-RESERVE TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  RESERVE BALANCE AFTER: " WS-EDIT-AMT
           STRING "ALL MAKERS - PAYOFFS: " WS-EDIT-CNT
                  "  CHARGEBACKS: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-RP-CNT   TO WS-EDIT-CNT
           MOVE WS-TOT-RP-PRICE TO WS-EDIT-AMT
           MOVE WS-TOT-RP-RESV  TO WS-EDIT-AMT2
           MOVE WS-TOT-RP-DUE   TO WS-EDIT-AMT3
           MOVE SPACES TO RPT-LINE
           STRING "ALL MAKERS - REPURCHASES: " WS-EDIT-CNT
                  "  PRICE: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    RESERVE APPLIED: " WS-EDIT-AMT2
                  "  DEALER OWES: " WS-EDIT-AMT3
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
