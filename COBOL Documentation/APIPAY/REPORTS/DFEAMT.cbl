      *================================================================*
      *   P R O G R A M :  D F E A M T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-06-19
      *  DESC: MONTHLY LEVEL-YIELD AMORTIZATION OF DEFERRED POINTS AND
      *        NET ORIGINATION FEES.  LN-POINTS AND THE ORIGINATION
      *        FEES, LESS THE DIRECT ORIGINATION COSTS, ARE DEFERRED
      *        ON THE KEYED DFE SUBLEDGER (ONE ROW PER LOAN) THE FIRST
      *        MONTH THE LOAN APPEARS ON THE DFEXT EXTRACT, AND ARE
      *        RECOGNIZED EACH MONTH IN THE SAME PROPORTION AS THE
      *        FINANCE CHARGE - THE MONTH'S EARNINGS (LN-ACCERN AT THE
      *        PERIOD END LESS AT THE PERIOD START) OVER THE UNEARNED
      *        FINANCE CHARGE AT THE PERIOD START (LN-INTCHG LESS THE
      *        STARTING LN-ACCERN) - WHICH KEEPS THE YIELD LEVEL.  AT
      *        MATURITY THE REST IS TAKEN.
      *        THE REMAINING BALANCE IS RECOGNIZED ALL AT ONCE WHEN
      *        THE LOAN IS PAID OFF OR RENEWED (DFE ROW MARKED BY
      *        DEFERRED-FEE-ACCELERATE AT POSTING, OR A PAYOFF DATE OR
      *        ZERO BALANCE ON THE EXTRACT), CHARGED OFF (CHARGE-OFF
      *        DATE ON THE EXTRACT), OR LEAVES THE BOOKS ANY OTHER WAY
      *        (NO LONGER ON THE EXTRACT).
      *        THE AMOUNT RECOGNIZED GOES TO THE G/L ON DFLXG (LXGEXT
      *        LAYOUT, PICKED UP BY GLEXTR):
      *          DR DEFERRED FEES (DFX-GL-DEFER) / CR FEE INCOME
      *          (DFX-GL-INCOME)
      *        DFEAMT.RPT LISTS THE ACCELERATIONS AND ROLLS THE
      *        DEFERRED BALANCE FORWARD BY BRANCH.  A RERUN OF THE SAME
      *        MONTH BACKS OUT THE MONTH'S FIRST RUN BEFORE REDOING IT.
      *
      *  MOD HISTORY:
      *   061928 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFEAMT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-06-19.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DFPRM-FILE ASSIGN TO "DFPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFPRM-STATUS.

           SELECT DFEXT-FILE ASSIGN TO "DFEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFEXT-STATUS.

           SELECT DFE-FILE ASSIGN TO "DFE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DFE-KEY
               FILE STATUS IS DFE-STATUS.

           SELECT DFLXG-FILE ASSIGN TO "DFLXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFLXG-STATUS.

           SELECT DFEAMT-RPT ASSIGN TO "DFEAMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DFPRM-FILE.
       01  DFPRM-REC.
           05  PRM-PERIOD-END        PIC 9(08).

       FD  DFEXT-FILE.
       01  DFEXT-REC.
           05  DFX-BRNO              PIC X(04).
           05  DFX-ACCTNO            PIC X(10).
           05  DFX-CLASS             PIC X(02).
           05  DFX-LOANDATE          PIC 9(08).
           05  DFX-MATURITY-DATE     PIC 9(08).
           05  DFX-POINTS            PIC S9(07)V99.
           05  DFX-ORIG-FEES         PIC S9(07)V99.
           05  DFX-ORIG-COSTS        PIC S9(07)V99.
           05  DFX-INTCHG            PIC S9(07)V99.
           05  DFX-ACCERN-BEG        PIC S9(07)V99.
           05  DFX-ACCERN-END        PIC S9(07)V99.
           05  DFX-CURBAL            PIC S9(07)V99.
           05  DFX-PAYOFF-DATE       PIC 9(08).
           05  DFX-CHGOFF-DATE       PIC 9(08).
           05  DFX-GL-DEFER          PIC X(10).
           05  DFX-GL-INCOME         PIC X(10).

       FD  DFE-FILE.
       01  DFE-REC.
           05  DFE-KEY.
               10  DFE-BRNO          PIC X(04).
               10  DFE-ACCTNO        PIC X(10).
           05  DFE-CLASS             PIC X(02).
           05  DFE-BOOK-DATE         PIC 9(08).
           05  DFE-BOOK-MONTH        PIC 9(06).
           05  DFE-MATURITY-DATE     PIC 9(08).
           05  DFE-ORIG-POINTS       PIC S9(07)V99.
           05  DFE-ORIG-FEES         PIC S9(07)V99.
           05  DFE-ORIG-COSTS        PIC S9(07)V99.
           05  DFE-NET-DEFERRED      PIC S9(07)V99.
           05  DFE-AMORT-TD          PIC S9(07)V99.
           05  DFE-STATUS-CD         PIC X(01).
               88  DFE-ACTIVE                   VALUE "A".
               88  DFE-ACCEL-PENDING            VALUE "X".
               88  DFE-CLOSED                   VALUE "C".
      * P PAYOFF, R RENEWAL, C CHARGE-OFF, O OFF THE BOOKS OTHERWISE,
      * M FULLY AMORTIZED.
           05  DFE-ACCEL-REASON      PIC X(01).
           05  DFE-ACCEL-DATE        PIC 9(08).
           05  DFE-CLOSE-MONTH       PIC 9(06).
           05  DFE-LAST-MONTH        PIC 9(06).
           05  DFE-LAST-AMORT        PIC S9(07)V99.
      * AS THEY STOOD BEFORE DFE-LAST-MONTH'S RUN, FOR A RERUN.
           05  DFE-PRV-AMORT-TD      PIC S9(07)V99.
           05  DFE-PRV-STATUS-CD     PIC X(01).
           05  DFE-SEEN-STAMP        PIC X(14).
           05  DFE-GL-DEFER          PIC X(10).
           05  DFE-GL-INCOME         PIC X(10).

       FD  DFLXG-FILE.
       01  DFLXG-REC.
           05  DFL-BRNO              PIC X(04).
           05  DFL-ACCTNO            PIC X(10).
           05  DFL-SEQNO             PIC 9(05).
           05  DFL-LTOUCH-DATE       PIC 9(08).
           05  DFL-GLNO  OCCURS 3 TIMES PIC X(10).
           05  DFL-GLAMT OCCURS 3 TIMES PIC S9(07)V99.

       FD  DFEAMT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  DFPRM-STATUS              PIC XX.
           88  DFPRM-EOF                        VALUE "10".
       01  DFEXT-STATUS              PIC XX.
           88  DFEXT-EOF                        VALUE "10".
       01  DFE-STATUS                PIC XX.
           88  DFE-EOF                          VALUE "10".
       01  DFLXG-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-STAMP              PIC X(14).
       01  WS-PERIOD-END             PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-FOUND                  PIC X(01).
       01  WS-HAVE-EXT               PIC X(01).
       01  WS-ACCEL                  PIC X(01).
       01  WS-NET                    PIC S9(07)V99.
       01  WS-BEGIN                  PIC S9(07)V99.
       01  WS-AMOUNT                 PIC S9(07)V99.
       01  WS-UNEARNED               PIC S9(09)V99.
       01  WS-EARNED                 PIC S9(09)V99.

       01  WS-CNT-EXT                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NO-FEES            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-AMORT              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ACCEL              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-MATURED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-GONE               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVERFLOW           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

      * DEFERRED BALANCE ROLL BY BRANCH, THEN FOR THE COMPANY.
      * AMOUNTS: 1 BEGINNING, 2 NEW DEFERRALS,
      * 3 AMORTIZED, 4-7 ACCELERATED FOR PAYOFF, RENEWAL, CHARGE-OFF,
      * OTHER, 8 ENDING.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-SHIFT-SUB              PIC 9(03) COMP.
       01  WS-COL                    PIC 9(01) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 501 TIMES.
               10  WS-BR-BRNO        PIC X(04).
               10  WS-BR-LOANS       PIC 9(07) COMP.
               10  WS-BR-AMT         PIC S9(11)V99 COMP-3
                                     OCCURS 8 TIMES.
       01  WS-CO-ENTRY.
           05  WS-CO-LOANS           PIC 9(07) COMP.
           05  WS-CO-AMT             PIC S9(11)V99 COMP-3
                                     OCCURS 8 TIMES.

       01  WS-ACC-HDR.
           05  FILLER PIC X(40) VALUE
               "BR   ACCOUNT    CL REASON       DATE    ".
           05  FILLER PIC X(40) VALUE
               "   NET DEFERRED    AMORT BEFORE      REC".
           05  FILLER PIC X(07) VALUE
               "OGNIZED".
       01  WS-ACC-LINE.
           05  ACL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACL-CLASS             PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACL-REASON            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ACL-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-NET               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ACL-BEFORE            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  ACL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.

       01  WS-ROLL-HDR1.
           05  FILLER PIC X(44) VALUE
               "BRANCH     BEGINNING NEW DEFERRALS     AMORT".
           05  FILLER PIC X(44) VALUE
               "IZED      ------------------ ACCELERATED ---".
           05  FILLER PIC X(38) VALUE
               "----------------        ENDING   LOANS".
       01  WS-ROLL-HDR2.
           05  FILLER PIC X(44) VALUE SPACES.
           05  FILLER PIC X(44) VALUE
               "            PAYOFF       RENEWAL    CHARGE-O".
           05  FILLER PIC X(16) VALUE
               "FF         OTHER".
       01  WS-ROLL-LINE.
           05  RRL-BRNO              PIC X(06).
           05  RRL-CELL OCCURS 8 TIMES.
               10  RRL-AMT           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RRL-LOANS             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT
           PERFORM 4000-SWEEP-GONE
           PERFORM 5000-PRINT-ROLL
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  DFPRM-FILE
           OPEN INPUT  DFEXT-FILE
           OPEN I-O DFE-FILE
           IF DFE-STATUS = "35"
              OPEN OUTPUT DFE-FILE
              CLOSE DFE-FILE
              OPEN I-O DFE-FILE
           END-IF
           OPEN OUTPUT DFLXG-FILE
           OPEN OUTPUT DFEAMT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-DATE TO WS-PERIOD-END
           READ DFPRM-FILE AT END SET DFPRM-EOF TO TRUE END-READ
           IF NOT DFPRM-EOF AND PRM-PERIOD-END NUMERIC
              AND PRM-PERIOD-END NOT = 0
              MOVE PRM-PERIOD-END TO WS-PERIOD-END
           END-IF
           MOVE WS-PERIOD-END(1:6) TO WS-MONTH
           INITIALIZE WS-BR-TABLE WS-CO-ENTRY
           MOVE SPACES TO RPT-LINE
           STRING "DEFERRED POINTS AND ORIGINATION FEES - MONTH "
                  WS-MONTH " THRU " WS-PERIOD-END
                  "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BALANCES RECOGNIZED IN FULL" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACC-HDR TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * EVERY LOAN ON THE EXTRACT: DEFER IT IF IT IS NEW, THEN
      * AMORTIZE OR ACCELERATE.
      *----------------------------------------------------------------*
       2000-PROCESS-EXTRACT.
           READ DFEXT-FILE AT END SET DFEXT-EOF TO TRUE END-READ
           PERFORM 2100-PROCESS-ONE THRU 2100-NEXT
               UNTIL DFEXT-EOF.

       2100-PROCESS-ONE.
           ADD 1 TO WS-CNT-EXT
           MOVE DFX-BRNO   TO DFE-BRNO
           MOVE DFX-ACCTNO TO DFE-ACCTNO
           READ DFE-FILE
               INVALID KEY MOVE "N" TO WS-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
              COMPUTE WS-NET = DFX-POINTS + DFX-ORIG-FEES
                             - DFX-ORIG-COSTS
              IF WS-NET = 0
                 ADD 1 TO WS-CNT-NO-FEES
                 GO TO 2100-NEXT
              END-IF
              PERFORM 2200-NEW-ROW
           ELSE
              PERFORM 3100-RERUN-RESTORE
              IF DFE-BOOK-MONTH = WS-MONTH
                 MOVE DFX-POINTS     TO DFE-ORIG-POINTS
                 MOVE DFX-ORIG-FEES  TO DFE-ORIG-FEES
                 MOVE DFX-ORIG-COSTS TO DFE-ORIG-COSTS
                 COMPUTE DFE-NET-DEFERRED = DFX-POINTS
                         + DFX-ORIG-FEES - DFX-ORIG-COSTS
              END-IF
           END-IF
           IF DFE-CLOSED
              GO TO 2100-NEXT
           END-IF
           MOVE DFX-CLASS         TO DFE-CLASS
           MOVE DFX-MATURITY-DATE TO DFE-MATURITY-DATE
           MOVE DFX-GL-DEFER      TO DFE-GL-DEFER
           MOVE DFX-GL-INCOME     TO DFE-GL-INCOME
           MOVE "Y" TO WS-HAVE-EXT
           PERFORM 3000-AMORTIZE THRU 3000-EXIT
           IF WS-FOUND = "Y"
              REWRITE DFE-REC
           ELSE
              WRITE DFE-REC
           END-IF.
       2100-NEXT.
           READ DFEXT-FILE AT END SET DFEXT-EOF TO TRUE END-READ.

       2200-NEW-ROW.
           ADD 1 TO WS-CNT-NEW
           INITIALIZE DFE-REC
           MOVE DFX-BRNO       TO DFE-BRNO
           MOVE DFX-ACCTNO     TO DFE-ACCTNO
           MOVE DFX-LOANDATE   TO DFE-BOOK-DATE
           MOVE WS-MONTH       TO DFE-BOOK-MONTH
           MOVE DFX-POINTS     TO DFE-ORIG-POINTS
           MOVE DFX-ORIG-FEES  TO DFE-ORIG-FEES
           MOVE DFX-ORIG-COSTS TO DFE-ORIG-COSTS
           MOVE WS-NET         TO DFE-NET-DEFERRED
           MOVE 0              TO DFE-AMORT-TD DFE-PRV-AMORT-TD
           MOVE "A"            TO DFE-STATUS-CD DFE-PRV-STATUS-CD.

      *----------------------------------------------------------------*
      * ONE LOAN'S MONTH.  WS-HAVE-EXT SAYS WHETHER DFEXT-REC IS ITS
      * EXTRACT ROW.
      *----------------------------------------------------------------*
       3000-AMORTIZE.
           COMPUTE WS-BEGIN = DFE-NET-DEFERRED - DFE-AMORT-TD
           PERFORM 3500-FIND-BRANCH THRU 3500-EXIT
           IF DFE-BOOK-MONTH = WS-MONTH
              MOVE 2 TO WS-COL
           ELSE
              MOVE 1 TO WS-COL
           END-IF
           ADD WS-BEGIN TO WS-BR-AMT(WS-BR-SUB, WS-COL)
                           WS-CO-AMT(WS-COL)
           PERFORM 3200-ACCEL-TEST
           IF WS-ACCEL = "Y"
              MOVE WS-BEGIN TO WS-AMOUNT
              PERFORM 3300-ACCELERATE
           ELSE
              PERFORM 3400-LEVEL-YIELD
              ADD WS-AMOUNT TO WS-BR-AMT(WS-BR-SUB, 3)
                               WS-CO-AMT(3)
              IF WS-AMOUNT NOT = 0
                 ADD 1 TO WS-CNT-AMORT
              END-IF
              IF WS-AMOUNT = WS-BEGIN
                 ADD 1 TO WS-CNT-MATURED
                 MOVE "C"      TO DFE-STATUS-CD
                 MOVE "M"      TO DFE-ACCEL-REASON
                 MOVE WS-MONTH TO DFE-CLOSE-MONTH
              END-IF
           END-IF
           ADD WS-AMOUNT    TO DFE-AMORT-TD
           MOVE WS-AMOUNT   TO DFE-LAST-AMORT
           MOVE WS-MONTH    TO DFE-LAST-MONTH
           MOVE WS-RUN-STAMP TO DFE-SEEN-STAMP
           COMPUTE WS-BR-AMT(WS-BR-SUB, 8) = WS-BR-AMT(WS-BR-SUB, 8)
                 + DFE-NET-DEFERRED - DFE-AMORT-TD
           COMPUTE WS-CO-AMT(8) = WS-CO-AMT(8)
                 + DFE-NET-DEFERRED - DFE-AMORT-TD
           IF NOT DFE-CLOSED
              ADD 1 TO WS-BR-LOANS(WS-BR-SUB) WS-CO-LOANS
           END-IF
           IF WS-AMOUNT NOT = 0
              PERFORM 3600-WRITE-GL
           END-IF.
       3000-EXIT.
           EXIT.

      * A RERUN OF THE MONTH STARTS FROM WHERE THE FIRST RUN DID.
       3100-RERUN-RESTORE.
           IF DFE-LAST-MONTH = WS-MONTH
              MOVE DFE-PRV-AMORT-TD TO DFE-AMORT-TD
              MOVE 0                TO DFE-LAST-AMORT
              IF DFE-CLOSED AND DFE-CLOSE-MONTH = WS-MONTH
                 MOVE DFE-PRV-STATUS-CD TO DFE-STATUS-CD
                 MOVE 0 TO DFE-CLOSE-MONTH
                 IF DFE-ACTIVE
                    MOVE SPACE TO DFE-ACCEL-REASON
                    MOVE 0     TO DFE-ACCEL-DATE
                 END-IF
              END-IF
           ELSE
              MOVE DFE-AMORT-TD  TO DFE-PRV-AMORT-TD
              MOVE DFE-STATUS-CD TO DFE-PRV-STATUS-CD
           END-IF.

      * CHARGE-OFF FIRST, THEN A PAYOFF OR RENEWAL MARKED AT POSTING,
      * THEN ONE THE EXTRACT SHOWS; A LOAN NOT ON THE EXTRACT HAS LEFT
      * THE BOOKS.
       3200-ACCEL-TEST.
           MOVE "Y" TO WS-ACCEL
           IF WS-HAVE-EXT = "Y"
              IF DFX-CHGOFF-DATE NOT = 0
                 AND DFX-CHGOFF-DATE NOT > WS-PERIOD-END
                 MOVE "C"             TO DFE-ACCEL-REASON
                 MOVE DFX-CHGOFF-DATE TO DFE-ACCEL-DATE
              ELSE
                 IF DFE-ACCEL-PENDING
                    CONTINUE
                 ELSE
                    IF (DFX-PAYOFF-DATE NOT = 0
                        AND DFX-PAYOFF-DATE NOT > WS-PERIOD-END)
                       OR DFX-CURBAL NOT > 0
                       MOVE "P"             TO DFE-ACCEL-REASON
                       MOVE DFX-PAYOFF-DATE TO DFE-ACCEL-DATE
                    ELSE
                       MOVE "N" TO WS-ACCEL
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT DFE-ACCEL-PENDING
                 MOVE "O" TO DFE-ACCEL-REASON
                 MOVE 0   TO DFE-ACCEL-DATE
              END-IF
           END-IF
           IF WS-ACCEL = "Y" AND DFE-ACCEL-DATE = 0
              MOVE WS-PERIOD-END TO DFE-ACCEL-DATE
           END-IF.

       3300-ACCELERATE.
           ADD 1 TO WS-CNT-ACCEL
           EVALUATE DFE-ACCEL-REASON
               WHEN "P" MOVE 4 TO WS-COL
                        MOVE "PAYOFF"     TO ACL-REASON
               WHEN "R" MOVE 5 TO WS-COL
                        MOVE "RENEWAL"    TO ACL-REASON
               WHEN "C" MOVE 6 TO WS-COL
                        MOVE "CHARGE-OFF" TO ACL-REASON
               WHEN OTHER
                        MOVE 7 TO WS-COL
                        MOVE "OFF BOOKS"  TO ACL-REASON
           END-EVALUATE
           ADD WS-AMOUNT TO WS-BR-AMT(WS-BR-SUB, WS-COL)
                            WS-CO-AMT(WS-COL)
           MOVE "C"      TO DFE-STATUS-CD
           MOVE WS-MONTH TO DFE-CLOSE-MONTH
           MOVE DFE-BRNO         TO ACL-BRNO
           MOVE DFE-ACCTNO       TO ACL-ACCTNO
           MOVE DFE-CLASS        TO ACL-CLASS
           MOVE DFE-ACCEL-DATE   TO ACL-DATE
           MOVE DFE-NET-DEFERRED TO ACL-NET
           MOVE DFE-AMORT-TD     TO ACL-BEFORE
           MOVE WS-AMOUNT        TO ACL-AMOUNT
           MOVE WS-ACC-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE DEFERRED BALANCE EARNS AS THE FINANCE CHARGE EARNS.
       3400-LEVEL-YIELD.
           COMPUTE WS-UNEARNED = DFX-INTCHG - DFX-ACCERN-BEG
           COMPUTE WS-EARNED   = DFX-ACCERN-END - DFX-ACCERN-BEG
           IF (DFE-MATURITY-DATE NOT = 0
               AND DFE-MATURITY-DATE NOT > WS-PERIOD-END)
              OR WS-UNEARNED NOT > 0
              OR WS-EARNED NOT < WS-UNEARNED
              MOVE WS-BEGIN TO WS-AMOUNT
           ELSE
              IF WS-EARNED NOT > 0
                 MOVE 0 TO WS-AMOUNT
              ELSE
                 COMPUTE WS-AMOUNT ROUNDED =
                         WS-BEGIN * WS-EARNED / WS-UNEARNED
              END-IF
           END-IF.

       3500-FIND-BRANCH.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-BRNO(WS-BR-SUB) NOT < DFE-BRNO
               CONTINUE
           END-PERFORM
           IF WS-BR-SUB NOT > WS-BR-CNT
              IF WS-BR-BRNO(WS-BR-SUB) = DFE-BRNO
                 GO TO 3500-EXIT
              END-IF
           END-IF
           IF WS-BR-CNT NOT < 500
              ADD 1 TO WS-CNT-OVERFLOW
              MOVE WS-BR-CNT TO WS-BR-SUB
              GO TO 3500-EXIT
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-BR-CNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-BR-SUB
               MOVE WS-BR-ENTRY(WS-SHIFT-SUB)
                 TO WS-BR-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-BR-CNT
           INITIALIZE WS-BR-ENTRY(WS-BR-SUB)
           MOVE DFE-BRNO TO WS-BR-BRNO(WS-BR-SUB).
       3500-EXIT.
           EXIT.

       3600-WRITE-GL.
           MOVE DFE-BRNO      TO DFL-BRNO
           MOVE DFE-ACCTNO    TO DFL-ACCTNO
           MOVE 0             TO DFL-SEQNO
           MOVE WS-PERIOD-END TO DFL-LTOUCH-DATE
           MOVE DFE-GL-DEFER  TO DFL-GLNO(1)
           MOVE WS-AMOUNT     TO DFL-GLAMT(1)
           MOVE DFE-GL-INCOME TO DFL-GLNO(2)
           COMPUTE DFL-GLAMT(2) = 0 - WS-AMOUNT
           MOVE SPACES        TO DFL-GLNO(3)
           MOVE 0             TO DFL-GLAMT(3)
           WRITE DFLXG-REC.

      *----------------------------------------------------------------*
      * AN OPEN ROW THE EXTRACT DID NOT CARRY THIS RUN HAS LEFT THE
      * BOOKS; WHAT IS LEFT OF ITS DEFERRAL IS RECOGNIZED.
      *----------------------------------------------------------------*
       4000-SWEEP-GONE.
           MOVE LOW-VALUES TO DFE-KEY
           START DFE-FILE KEY IS NOT LESS THAN DFE-KEY
               INVALID KEY SET DFE-EOF TO TRUE
           END-START
           IF NOT DFE-EOF
              READ DFE-FILE NEXT RECORD
                  AT END SET DFE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 4100-SWEEP-ONE UNTIL DFE-EOF.

       4100-SWEEP-ONE.
           IF DFE-SEEN-STAMP NOT = WS-RUN-STAMP
              PERFORM 3100-RERUN-RESTORE
              IF NOT DFE-CLOSED
                 ADD 1 TO WS-CNT-GONE
                 MOVE "N" TO WS-HAVE-EXT
                 PERFORM 3000-AMORTIZE THRU 3000-EXIT
                 REWRITE DFE-REC
              END-IF
           END-IF
           READ DFE-FILE NEXT RECORD
               AT END SET DFE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * THE DEFERRED BALANCE ROLL-FORWARD BY BRANCH.
      *----------------------------------------------------------------*
       5000-PRINT-ROLL.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DEFERRED BALANCE ROLL-FORWARD" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ROLL-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ROLL-HDR2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               MOVE SPACES TO WS-ROLL-LINE
               MOVE WS-BR-BRNO(WS-BR-SUB) TO RRL-BRNO
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
                   MOVE WS-BR-AMT(WS-BR-SUB, WS-COL)
                     TO RRL-AMT(WS-COL)
               END-PERFORM
               MOVE WS-BR-LOANS(WS-BR-SUB) TO RRL-LOANS
               MOVE WS-ROLL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-ROLL-LINE
           MOVE "TOTAL" TO RRL-BRNO
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
               MOVE WS-CO-AMT(WS-COL) TO RRL-AMT(WS-COL)
           END-PERFORM
           MOVE WS-CO-LOANS TO RRL-LOANS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ROLL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-EXT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOANS ON EXTRACT             " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW DEFERRALS                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-FEES TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW LOANS WITH NOTHING DEFER " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-AMORT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOANS AMORTIZED              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-MATURED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FULLY AMORTIZED THIS MONTH   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ACCEL TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RECOGNIZED IN FULL           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-GONE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH NOT ON EXTRACT    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVERFLOW > 0
              MOVE WS-CNT-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** BRANCH TABLE FULL - LOANS IN LAST BRANCH "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       9999-EXIT.
           CLOSE DFPRM-FILE DFEXT-FILE DFE-FILE DFLXG-FILE DFEAMT-RPT
           STOP RUN.
