      *   022128 RTC  THE REL MASTER NOW CARRIES THE STATE - A
      *               RELEASE BECOMING AVAILABLE ON A LATER RUN WAS
      *               WRITING A BLANK STATE ON THE DMV EXTRACT.
      *   090428 RTC  A PENDING RELEASE NOW ALSO WAITS ON THE
      *               ACCOUNT'S FHL UNCOLLECTED-FUNDS HOLD (OPENED AT
      *               POSTING FOR CHECK-TYPE REFERENCE CODES): THE
      *               TITLE STAYS PUT UNTIL THE HOLD'S COLLECTED-FUNDS
      *               DATE, AND A CHECK RETURNED ON OR AFTER THE
      *               PAYOFF CANCELS THE RELEASE OUTRIGHT.
      *   121828 RTC  AN "SB" SMALL-BALANCE WRITE-OFF CLOSES THE LOAN
      *               THE SAME AS A PAYOFF, SO IT OPENS A RELEASE TOO.
      *               NO MONEY CAME IN ON IT, BUT AN FHL HOLD ON THE
      *               SHORT PAYOFF'S OWN CHECK STILL GOVERNS.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIENRL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT FHL-FILE ASSIGN TO "FHL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FHL-KEY
               FILE STATUS IS FHL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELPRM-FILE.
       FD  LIENRL-RPT.
       01  RPT-LINE                  PIC X(110).

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
       01  RELPRM-STATUS             PIC XX.
           88  RELPRM-EOF                       VALUE "10".
       01  DMVOUT-STATUS             PIC XX.
       01  RELNEW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.
       01  FHL-STATUS                PIC XX.
       01  WS-FHL-OPEN               PIC X(01) VALUE "N".

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-HOLD-DAYS              PIC 9(02) VALUE 10.
       01  WS-CNT-RELEASED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CANCELLED          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OVERDUE            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RETURNED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-FUNDS-WAIT         PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-DAYS              PIC ZZ,ZZ9-.

           OPEN OUTPUT DMVOUT-FILE
           OPEN OUTPUT RELNEW-FILE
           OPEN OUTPUT LIENRL-RPT
           OPEN INPUT  FHL-FILE
           IF FHL-STATUS = "00"
              MOVE "Y" TO WS-FHL-OPEN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ RELPRM-FILE AT END SET RELPRM-EOF TO TRUE END-READ
           IF NOT RELPRM-EOF
                          DELIMITED BY SIZE INTO RPT-LINE
                      WRITE RPT-LINE
                   END-IF
               WHEN (PVT-TRCD = "99" OR PVT-TRCD = "PO"
                                      OR PVT-TRCD = "SB")
                    AND WS-RL-SUB > WS-RL-CNT
                   PERFORM 2200-OPEN-RELEASE THRU 2200-EXIT
               WHEN OTHER
       3000-RELEASE-AND-AGE.
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-CNT
               IF WS-RL-STATUS(WS-RL-SUB) = "P"
                  PERFORM 3050-FUNDS-HOLD
               END-IF
               IF WS-RL-STATUS(WS-RL-SUB) = "P"
                  PERFORM 3100-ONE-PENDING
               END-IF
           END-PERFORM.

      * THE POSTING-SIDE FUNDS HOLD GOVERNS OVER THE PAYOFF EXTRACT'S
      * OWN HOLD DAYS: A CHECK THAT CAME BACK ON OR AFTER THE PAYOFF
      * KILLS THE RELEASE, AND AN OPEN HOLD PUSHES IT OUT TO THE
      * COLLECTED-FUNDS DATE.
       3050-FUNDS-HOLD.
           IF WS-FHL-OPEN = "Y"
              MOVE WS-RL-BRNO(WS-RL-SUB) TO FHL-BRNO
              MOVE WS-RL-ACCT(WS-RL-SUB) TO FHL-ACCTNO
              READ FHL-FILE
              IF FHL-STATUS = "00"
                 EVALUATE TRUE
                     WHEN FHL-RETURNED
                          AND FHL-CLEAR-DATE NOT <
                              WS-RL-PAYOFF(WS-RL-SUB)
                         ADD 1 TO WS-CNT-RETURNED
                         MOVE "X" TO WS-RL-STATUS(WS-RL-SUB)
                         MOVE SPACES TO RPT-LINE
                         STRING "CANCELLED - CHECK RETURNED: "
                                WS-RL-BRNO(WS-RL-SUB) " "
                                WS-RL-ACCT(WS-RL-SUB)
                             DELIMITED BY SIZE INTO RPT-LINE
                         WRITE RPT-LINE
                     WHEN FHL-OPEN
                          AND FHL-AVAIL-DATE > WS-RL-AVAIL(WS-RL-SUB)
                         MOVE FHL-AVAIL-DATE
                           TO WS-RL-AVAIL(WS-RL-SUB)
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       3100-ONE-PENDING.
           IF WS-RL-AVAIL(WS-RL-SUB) NOT > WS-RUN-DATE
              ADD 1 TO WS-CNT-RELEASED
                        WS-RL-ACCT(WS-RL-SUB)
                        "  DAYS TO DEADLINE " WS-EDIT-DAYS
                     DELIMITED BY SIZE INTO RPT-LINE
                 IF WS-RL-AVAIL(WS-RL-SUB) > WS-RUN-DATE
                    ADD 1 TO WS-CNT-FUNDS-WAIT
                    MOVE "AWAITING FUNDS" TO RPT-LINE(52:14)
                 END-IF
                 WRITE RPT-LINE
              END-IF
           END-IF.
           MOVE SPACES TO RPT-LINE
           STRING "PAST DEADLINE      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RETURNED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELLED (NSF)    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FUNDS-WAIT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "AWAITING FUNDS     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE RELPRM-FILE RELTBL-FILE POFEVT-FILE REL-FILE
                 DMVOUT-FILE RELNEW-FILE LIENRL-RPT FHL-FILE
           STOP RUN.
