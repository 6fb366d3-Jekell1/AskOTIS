      *================================================================*
      *   P R O G R A M :  I B S T L                                   *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-04-17
      *  DESC: DAILY INTER-BRANCH DUE-TO/DUE-FROM SETTLEMENT.  A
      *        BORROWER CAN PAY AT ANY BRANCH; LP-POSTING-BR SAYS
      *        WHERE THE MONEY WAS TAKEN, BUT THE PAYMENT'S G/L LANDS
      *        ON THE OWNING BRANCH (LN-OWNBR) WHILE THE CASH SITS IN
      *        THE RECEIVING BRANCH'S DRAWER.  READS THE DAY'S POSTED
      *        LP ROWS (LPIBX) AND FOR EVERY CASH ROW TAKEN AT A
      *        BRANCH OTHER THAN THE OWNER BUILDS THE INTER-BRANCH
      *        ENTRIES ON IBLXG, IN THE LXGEXT LAYOUT GLEXTR FEEDS TO
      *        THE LEDGER:
      *          OWNING BRANCH    DR INTER-BRANCH (DUE FROM)
      *                           CR CASH
      *          RECEIVING BRANCH DR CASH
      *                           CR INTER-BRANCH (DUE TO)
      *        A "RV" REVERSAL TAKEN AWAY FROM THE OWNER BACKS ITS
      *        AMOUNT OUT THE SAME WAY.  THE G/L NUMBERS ARE EACH
      *        BRANCH'S GI1 CASH AND INTER-BRANCH CLEARING ACCOUNTS
      *        (GIIBX EXTRACT).  CASH REMITTED BETWEEN BRANCHES TO
      *        SETTLE IS KEYED ON THE OPTIONAL IBSTLIN FILE AND POSTS
      *        THE REVERSE PAIR OF ENTRIES.
      *        THE REPORT NETS THE DAY BY BRANCH PAIR AND CARRIES A
      *        RUNNING OPEN BALANCE PER PAIR FROM IBOPEN TO
      *        IBOPEN.NEW; A PAIR THAT HAS BEEN FULLY SETTLED RETURNS
      *        TO ZERO AND DROPS OFF THE CARRIED FILE.
      *
      *  MOD HISTORY:
      *   041728 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBSTL.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-04-17.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LPIBX-FILE ASSIGN TO "LPIBX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPIBX-STATUS.

           SELECT GIIBX-FILE ASSIGN TO "GIIBX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GIIBX-STATUS.

           SELECT OPTIONAL IBOPEN-FILE ASSIGN TO "IBOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBOPEN-STATUS.

           SELECT OPTIONAL IBSTLIN-FILE ASSIGN TO "IBSTLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBSTLIN-STATUS.

           SELECT IBLXG-FILE ASSIGN TO "IBLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBLXG-STATUS.

           SELECT IBNEW-FILE ASSIGN TO "IBOPEN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBNEW-STATUS.

           SELECT IBSTL-RPT ASSIGN TO "IBSTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LPIBX-FILE.
       01  LPIBX-REC.
           05  LPX-BRNO              PIC X(04).
           05  LPX-ACCTNO            PIC X(10).
           05  LPX-SEQNO             PIC 9(05).
           05  LPX-TRCD              PIC X(02).
           05  LPX-TRAMT             PIC S9(07)V99.
           05  LPX-PAYDATE           PIC 9(08).
           05  LPX-POSTING-BR        PIC X(04).
           05  LPX-CLASS             PIC X(02).
           05  LPX-REV               PIC X(01).

       FD  GIIBX-FILE.
       01  GIIBX-REC.
           05  GIX-BRANCH            PIC X(04).
           05  GIX-CLASS             PIC X(02).
           05  GIX-CASH-ACCT         PIC X(10).
           05  GIX-INTERBR-ACCT      PIC X(10).

       FD  IBOPEN-FILE.
       01  IBOPEN-REC.
           05  IBO-BR-A              PIC X(04).
           05  IBO-BR-B              PIC X(04).
           05  IBO-BALANCE           PIC S9(09)V99.
           05  IBO-SINCE-DATE        PIC 9(08).

       FD  IBSTLIN-FILE.
       01  IBSTLIN-REC.
           05  IBS-PAYER-BR          PIC X(04).
           05  IBS-PAYEE-BR          PIC X(04).
           05  IBS-AMOUNT            PIC S9(09)V99.
           05  IBS-REFCD             PIC X(08).

       FD  IBLXG-FILE.
       01  IBLXG-REC.
           05  IBL-BRNO              PIC X(04).
           05  IBL-ACCTNO            PIC X(10).
           05  IBL-SEQNO             PIC 9(05).
           05  IBL-LTOUCH-DATE       PIC 9(08).
           05  IBL-GLNO  OCCURS 3 TIMES PIC X(10).
           05  IBL-GLAMT OCCURS 3 TIMES PIC S9(07)V99.

       FD  IBNEW-FILE.
       01  IBNEW-REC.
           05  IBN-BR-A              PIC X(04).
           05  IBN-BR-B              PIC X(04).
           05  IBN-BALANCE           PIC S9(09)V99.
           05  IBN-SINCE-DATE        PIC 9(08).

       FD  IBSTL-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  LPIBX-STATUS              PIC XX.
           88  LPIBX-EOF                        VALUE "10".
       01  GIIBX-STATUS              PIC XX.
           88  GIIBX-EOF                        VALUE "10".
       01  IBOPEN-STATUS             PIC XX.
           88  IBOPEN-EOF                       VALUE "10".
       01  IBSTLIN-STATUS            PIC XX.
           88  IBSTLIN-EOF                      VALUE "10".
       01  IBLXG-STATUS              PIC XX.
       01  IBNEW-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-GI-SUB                 PIC 9(05) COMP.
       01  WS-PR-SUB                 PIC 9(05) COMP.
       01  WS-FIND-BR                PIC X(04).
       01  WS-FIND-CLASS             PIC X(02).
       01  WS-FOUND-FG               PIC X(01).
       01  WS-CASH-ACCT              PIC X(10).
       01  WS-INTERBR-ACCT           PIC X(10).
       01  WS-OWED-CASH              PIC X(10).
       01  WS-OWED-INTERBR           PIC X(10).
       01  WS-AMT                    PIC S9(09)V99 COMP-3.
       01  WS-OWES-BR                PIC X(04).
       01  WS-OWED-BR                PIC X(04).
       01  WS-PAIR-A                 PIC X(04).
       01  WS-PAIR-B                 PIC X(04).
       01  WS-GL-ACCTNO              PIC X(10).
       01  WS-GL-SEQNO               PIC 9(05).
       01  WS-MISSING-GI             PIC 9(07) COMP VALUE 0.
       01  WS-LP-READ                PIC 9(07) COMP VALUE 0.
       01  WS-LP-USED                PIC 9(07) COMP VALUE 0.
       01  WS-STL-USED               PIC 9(07) COMP VALUE 0.
       01  WS-GL-ROWS                PIC 9(07) COMP VALUE 0.
       01  WS-PAIR-OVER              PIC 9(07) COMP VALUE 0.
       01  WS-OPEN-PAIRS             PIC 9(05) COMP VALUE 0.
       01  WS-TOT-OPEN               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZZ,ZZ9.

      * GI1 CASH AND INTER-BRANCH ACCOUNTS BY BRANCH AND CLASS.
       01  WS-GI-MAX                 PIC 9(05) COMP VALUE 5000.
       01  WS-GI-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-GI-TABLE.
           05  WS-GI-ENTRY OCCURS 5000 TIMES.
               10  WS-GI-BRANCH      PIC X(04).
               10  WS-GI-CLASS       PIC X(02).
               10  WS-GI-CASH        PIC X(10).
               10  WS-GI-INTERBR     PIC X(10).

      * ONE ROW PER BRANCH PAIR, LOWER BRANCH FIRST.  A POSITIVE
      * BALANCE IS WHAT BRANCH A OWES BRANCH B.
       01  WS-PR-MAX                 PIC 9(05) COMP VALUE 2000.
       01  WS-PR-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-A           PIC X(04).
               10  WS-PR-B           PIC X(04).
               10  WS-PR-SINCE       PIC 9(08).
               10  WS-PR-OPENING     PIC S9(09)V99 COMP-3.
               10  WS-PR-A-FOR-B     PIC S9(09)V99 COMP-3.
               10  WS-PR-B-FOR-A     PIC S9(09)V99 COMP-3.
               10  WS-PR-SETTLED     PIC S9(09)V99 COMP-3.
               10  WS-PR-CLOSING     PIC S9(09)V99 COMP-3.
               10  WS-PR-ITEMS       PIC 9(05) COMP.

       01  WS-DTL-LINE.
           05  DTL-BR-A              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BR-B              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OPENING           PIC ZZZ,ZZZ,ZZ9.99-.
           05  DTL-A-FOR-B           PIC ZZZ,ZZZ,ZZ9.99-.
           05  DTL-B-FOR-A           PIC ZZZ,ZZZ,ZZ9.99-.
           05  DTL-SETTLED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  DTL-CLOSING           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ITEMS             PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NOTE              PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-GI
           PERFORM 1200-LOAD-OPEN
           PERFORM 2000-PAYMENTS
           PERFORM 3000-SETTLEMENTS
           PERFORM 4000-PRINT
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LPIBX-FILE
           OPEN INPUT  GIIBX-FILE
           OPEN INPUT  IBOPEN-FILE
           OPEN INPUT  IBSTLIN-FILE
           OPEN OUTPUT IBLXG-FILE
           OPEN OUTPUT IBNEW-FILE
           OPEN OUTPUT IBSTL-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "INTER-BRANCH DUE-TO/DUE-FROM SETTLEMENT  "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-GI.
           READ GIIBX-FILE AT END SET GIIBX-EOF TO TRUE END-READ
           PERFORM UNTIL GIIBX-EOF
               IF WS-GI-CNT < WS-GI-MAX
                  ADD 1 TO WS-GI-CNT
                  MOVE GIX-BRANCH       TO WS-GI-BRANCH(WS-GI-CNT)
                  MOVE GIX-CLASS        TO WS-GI-CLASS(WS-GI-CNT)
                  MOVE GIX-CASH-ACCT    TO WS-GI-CASH(WS-GI-CNT)
                  MOVE GIX-INTERBR-ACCT TO WS-GI-INTERBR(WS-GI-CNT)
               END-IF
               READ GIIBX-FILE AT END SET GIIBX-EOF TO TRUE END-READ
           END-PERFORM.

       1200-LOAD-OPEN.
           READ IBOPEN-FILE AT END SET IBOPEN-EOF TO TRUE END-READ
           PERFORM UNTIL IBOPEN-EOF
               MOVE IBO-BR-A TO WS-PAIR-A
               MOVE IBO-BR-B TO WS-PAIR-B
               PERFORM 5000-FIND-PAIR
               IF WS-PR-SUB > 0
                  ADD IBO-BALANCE    TO WS-PR-OPENING(WS-PR-SUB)
                  MOVE IBO-SINCE-DATE TO WS-PR-SINCE(WS-PR-SUB)
               END-IF
               READ IBOPEN-FILE AT END SET IBOPEN-EOF TO TRUE END-READ
           END-PERFORM.

      * A CASH ROW TAKEN AWAY FROM THE OWNING BRANCH: THE RECEIVING
      * BRANCH NOW OWES THE OWNER.  A REVERSAL UNWINDS THE SAME WAY.
       2000-PAYMENTS.
           READ LPIBX-FILE AT END SET LPIBX-EOF TO TRUE END-READ
           PERFORM UNTIL LPIBX-EOF
               ADD 1 TO WS-LP-READ
               IF LPX-POSTING-BR NOT = SPACES
                  AND LPX-POSTING-BR NOT = LPX-BRNO
                  AND LPX-TRAMT NOT = 0
                  PERFORM 2100-ONE-PAYMENT
               END-IF
               READ LPIBX-FILE AT END SET LPIBX-EOF TO TRUE END-READ
           END-PERFORM.

       2100-ONE-PAYMENT.
           MOVE 0 TO WS-AMT
           EVALUATE LPX-TRCD
               WHEN "PA" WHEN "PY" WHEN "PO" WHEN "P2" WHEN "P3"
               WHEN "PB" WHEN "ST" WHEN "PL"
                  IF LPX-REV NOT = "Y"
                     MOVE LPX-TRAMT TO WS-AMT
                  END-IF
               WHEN "RV"
                  IF LPX-TRAMT < 0
                     MOVE LPX-TRAMT TO WS-AMT
                  ELSE
                     COMPUTE WS-AMT = 0 - LPX-TRAMT
                  END-IF
           END-EVALUATE
           IF WS-AMT NOT = 0
              PERFORM 2200-INTER-BRANCH
           END-IF.

       2200-INTER-BRANCH.
           ADD 1 TO WS-LP-USED
           MOVE LPX-POSTING-BR TO WS-OWES-BR
           MOVE LPX-BRNO       TO WS-OWED-BR
           PERFORM 5100-APPLY-TO-PAIR
           IF WS-PR-SUB > 0
              IF WS-OWES-BR = WS-PR-A(WS-PR-SUB)
                 ADD WS-AMT TO WS-PR-A-FOR-B(WS-PR-SUB)
              ELSE
                 ADD WS-AMT TO WS-PR-B-FOR-A(WS-PR-SUB)
              END-IF
           END-IF
           MOVE LPX-ACCTNO TO WS-GL-ACCTNO
           MOVE LPX-SEQNO  TO WS-GL-SEQNO
           MOVE LPX-CLASS  TO WS-FIND-CLASS
           PERFORM 5400-POST-ENTRIES.

      * CASH REMITTED BY THE BRANCH THAT OWES TO THE BRANCH OWED
      * CLEARS THE PAIR - THE MIRROR OF THE PAYMENT ENTRIES.
       3000-SETTLEMENTS.
           READ IBSTLIN-FILE AT END SET IBSTLIN-EOF TO TRUE END-READ
           PERFORM UNTIL IBSTLIN-EOF
               IF IBS-AMOUNT NOT = 0
                  AND IBS-PAYER-BR NOT = IBS-PAYEE-BR
                  PERFORM 3100-ONE-SETTLEMENT
               END-IF
               READ IBSTLIN-FILE AT END SET IBSTLIN-EOF TO TRUE
               END-READ
           END-PERFORM.

       3100-ONE-SETTLEMENT.
           ADD 1 TO WS-STL-USED
           MOVE IBS-PAYER-BR TO WS-OWES-BR
           MOVE IBS-PAYEE-BR TO WS-OWED-BR
           PERFORM 5100-APPLY-TO-PAIR
           IF WS-PR-SUB > 0
              IF WS-OWES-BR = WS-PR-A(WS-PR-SUB)
                 SUBTRACT IBS-AMOUNT FROM WS-PR-SETTLED(WS-PR-SUB)
              ELSE
                 ADD IBS-AMOUNT TO WS-PR-SETTLED(WS-PR-SUB)
              END-IF
           END-IF
      * THE REVERSE OF A PAYMENT'S ENTRIES.
           COMPUTE WS-AMT = 0 - IBS-AMOUNT
           MOVE SPACES      TO WS-GL-ACCTNO
           MOVE 0           TO WS-GL-SEQNO
           MOVE SPACES      TO WS-FIND-CLASS
           PERFORM 5400-POST-ENTRIES.

       4000-PRINT.
           MOVE SPACES TO RPT-LINE
           STRING "BR A  BR B          OPENING    A COLLECTED"
                  "    B COLLECTED        SETTLED        CLOSING"
                  "  ITEMS  POSITION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-CNT
               COMPUTE WS-PR-CLOSING(WS-PR-SUB) =
                       WS-PR-OPENING(WS-PR-SUB)
                     + WS-PR-A-FOR-B(WS-PR-SUB)
                     - WS-PR-B-FOR-A(WS-PR-SUB)
                     + WS-PR-SETTLED(WS-PR-SUB)
               MOVE WS-PR-A(WS-PR-SUB)       TO DTL-BR-A
               MOVE WS-PR-B(WS-PR-SUB)       TO DTL-BR-B
               MOVE WS-PR-OPENING(WS-PR-SUB) TO DTL-OPENING
               MOVE WS-PR-A-FOR-B(WS-PR-SUB) TO DTL-A-FOR-B
               MOVE WS-PR-B-FOR-A(WS-PR-SUB) TO DTL-B-FOR-A
               MOVE WS-PR-SETTLED(WS-PR-SUB) TO DTL-SETTLED
               MOVE WS-PR-CLOSING(WS-PR-SUB) TO DTL-CLOSING
               MOVE WS-PR-ITEMS(WS-PR-SUB)   TO DTL-ITEMS
               EVALUATE TRUE
                  WHEN WS-PR-CLOSING(WS-PR-SUB) > 0
                     MOVE "A OWES B" TO DTL-NOTE
                  WHEN WS-PR-CLOSING(WS-PR-SUB) < 0
                     MOVE "B OWES A" TO DTL-NOTE
                  WHEN OTHER
                     MOVE "SETTLED" TO DTL-NOTE
               END-EVALUATE
               MOVE WS-DTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF WS-PR-CLOSING(WS-PR-SUB) NOT = 0
                  ADD 1 TO WS-OPEN-PAIRS
                  IF WS-PR-CLOSING(WS-PR-SUB) > 0
                     ADD WS-PR-CLOSING(WS-PR-SUB) TO WS-TOT-OPEN
                  ELSE
                     SUBTRACT WS-PR-CLOSING(WS-PR-SUB)
                        FROM WS-TOT-OPEN
                  END-IF
                  MOVE WS-PR-A(WS-PR-SUB)       TO IBN-BR-A
                  MOVE WS-PR-B(WS-PR-SUB)       TO IBN-BR-B
                  MOVE WS-PR-CLOSING(WS-PR-SUB) TO IBN-BALANCE
                  MOVE WS-PR-SINCE(WS-PR-SUB)   TO IBN-SINCE-DATE
                  WRITE IBNEW-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LP-READ TO WS-EDIT-CNT
           MOVE WS-LP-USED TO WS-EDIT-CNT2
           MOVE SPACES TO RPT-LINE
           STRING "LP ROWS READ " WS-EDIT-CNT
                  "   TAKEN AWAY FROM OWNER " WS-EDIT-CNT2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-STL-USED TO WS-EDIT-CNT
           MOVE WS-GL-ROWS  TO WS-EDIT-CNT2
           MOVE SPACES TO RPT-LINE
           STRING "SETTLEMENTS  " WS-EDIT-CNT
                  "   G/L ROWS TO IBLXG       " WS-EDIT-CNT2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPEN-PAIRS TO WS-EDIT-CNT
           MOVE WS-TOT-OPEN   TO DTL-CLOSING
           MOVE SPACES TO RPT-LINE
           STRING "PAIRS STILL OPEN " WS-EDIT-CNT
                  "   GROSS OPEN " DTL-CLOSING
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-MISSING-GI > 0
              MOVE WS-MISSING-GI TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT
                     " ENTRIES WITH NO GI1 ACCOUNTS - FIX GI1 ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PAIR-OVER > 0
              MOVE WS-PAIR-OVER TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT
                     " ITEMS OVER THE PAIR TABLE LIMIT ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

      * LOCATE OR ADD THE PAIR FOR WS-PAIR-A/WS-PAIR-B (ALREADY IN
      * ORDER).  WS-PR-SUB = 0 WHEN THE TABLE IS FULL.
       5000-FIND-PAIR.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-CNT
                      OR (WS-PR-A(WS-PR-SUB) = WS-PAIR-A
                          AND WS-PR-B(WS-PR-SUB) = WS-PAIR-B)
               CONTINUE
           END-PERFORM
           IF WS-PR-SUB > WS-PR-CNT
              IF WS-PR-CNT < WS-PR-MAX
                 ADD 1 TO WS-PR-CNT
                 MOVE WS-PR-CNT   TO WS-PR-SUB
                 MOVE WS-PAIR-A   TO WS-PR-A(WS-PR-SUB)
                 MOVE WS-PAIR-B   TO WS-PR-B(WS-PR-SUB)
                 MOVE WS-RUN-DATE TO WS-PR-SINCE(WS-PR-SUB)
                 MOVE 0 TO WS-PR-OPENING(WS-PR-SUB)
                           WS-PR-A-FOR-B(WS-PR-SUB)
                           WS-PR-B-FOR-A(WS-PR-SUB)
                           WS-PR-SETTLED(WS-PR-SUB)
                           WS-PR-CLOSING(WS-PR-SUB)
                           WS-PR-ITEMS(WS-PR-SUB)
              ELSE
                 MOVE 0 TO WS-PR-SUB
              END-IF
           END-IF.

      * WS-OWES-BR OWES WS-OWED-BR; PUT THE PAIR IN BRANCH ORDER.
       5100-APPLY-TO-PAIR.
           IF WS-OWES-BR < WS-OWED-BR
              MOVE WS-OWES-BR TO WS-PAIR-A
              MOVE WS-OWED-BR TO WS-PAIR-B
           ELSE
              MOVE WS-OWED-BR TO WS-PAIR-A
              MOVE WS-OWES-BR TO WS-PAIR-B
           END-IF
           PERFORM 5000-FIND-PAIR
           IF WS-PR-SUB > 0
              ADD 1 TO WS-PR-ITEMS(WS-PR-SUB)
           ELSE
              ADD 1 TO WS-PAIR-OVER
           END-IF.

      * THE BRANCH'S ROW FOR THE LOAN CLASS, OR ITS FIRST ROW WHEN NO
      * CLASS APPLIES (SETTLEMENTS) OR THE CLASS HAS NO ROW.
       5200-FIND-GI.
           MOVE "N"    TO WS-FOUND-FG
           MOVE SPACES TO WS-CASH-ACCT WS-INTERBR-ACCT
           PERFORM VARYING WS-GI-SUB FROM 1 BY 1
                   UNTIL WS-GI-SUB > WS-GI-CNT
                      OR WS-FOUND-FG = "Y"
               IF WS-GI-BRANCH(WS-GI-SUB) = WS-FIND-BR
                  IF WS-CASH-ACCT = SPACES
                     MOVE WS-GI-CASH(WS-GI-SUB)    TO WS-CASH-ACCT
                     MOVE WS-GI-INTERBR(WS-GI-SUB) TO WS-INTERBR-ACCT
                  END-IF
                  IF WS-GI-CLASS(WS-GI-SUB) = WS-FIND-CLASS
                     MOVE WS-GI-CASH(WS-GI-SUB)    TO WS-CASH-ACCT
                     MOVE WS-GI-INTERBR(WS-GI-SUB) TO WS-INTERBR-ACCT
                     MOVE "Y" TO WS-FOUND-FG
                  END-IF
               END-IF
           END-PERFORM.

      * WS-OWES-BR NOW OWES WS-OWED-BR WS-AMT MORE (LESS WHEN
      * NEGATIVE).  OWED BRANCH: DR DUE-FROM, CR CASH.  OWING BRANCH:
      * DR CASH, CR DUE-TO.  BOTH SIDES GO OR NEITHER DOES.
       5400-POST-ENTRIES.
           MOVE WS-OWED-BR TO WS-FIND-BR
           PERFORM 5200-FIND-GI
           MOVE WS-CASH-ACCT    TO WS-OWED-CASH
           MOVE WS-INTERBR-ACCT TO WS-OWED-INTERBR
           MOVE WS-OWES-BR TO WS-FIND-BR
           PERFORM 5200-FIND-GI
           IF WS-OWED-CASH = SPACES OR WS-CASH-ACCT = SPACES
              ADD 1 TO WS-MISSING-GI
           ELSE
              MOVE WS-OWED-BR      TO IBL-BRNO
              MOVE WS-OWED-INTERBR TO IBL-GLNO(1)
              MOVE WS-AMT          TO IBL-GLAMT(1)
              MOVE WS-OWED-CASH    TO IBL-GLNO(2)
              COMPUTE IBL-GLAMT(2) = 0 - WS-AMT
              PERFORM 5500-WRITE-GL
              MOVE WS-OWES-BR      TO IBL-BRNO
              MOVE WS-CASH-ACCT    TO IBL-GLNO(1)
              MOVE WS-AMT          TO IBL-GLAMT(1)
              MOVE WS-INTERBR-ACCT TO IBL-GLNO(2)
              COMPUTE IBL-GLAMT(2) = 0 - WS-AMT
              PERFORM 5500-WRITE-GL
           END-IF.

       5500-WRITE-GL.
           MOVE WS-GL-ACCTNO TO IBL-ACCTNO
           MOVE WS-GL-SEQNO  TO IBL-SEQNO
           MOVE WS-RUN-DATE  TO IBL-LTOUCH-DATE
           MOVE SPACES       TO IBL-GLNO(3)
           MOVE 0            TO IBL-GLAMT(3)
           WRITE IBLXG-REC
           ADD 1 TO WS-GL-ROWS.

       9999-EXIT.
           CLOSE LPIBX-FILE GIIBX-FILE IBOPEN-FILE IBSTLIN-FILE
                 IBLXG-FILE IBNEW-FILE IBSTL-RPT
           STOP RUN.
