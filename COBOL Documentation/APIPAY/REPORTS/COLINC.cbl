      *================================================================*
      *   P R O G R A M :  C O L I N C                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-12-11
      *  DESC: MONTHLY COLLECTOR INCENTIVE CALCULATION.  INCENTIVE
      *        PAY WAS WORKED OUT IN A SPREADSHEET FROM EXPORTS.  THE
      *        MONTH (YYYYMM) COMES FROM COLINC.PARM; ZERO OR NO PARM
      *        MEANS THE MONTH BEFORE THE RUN DATE.
      *        A PAYMENT ("PA"/"PY") IN THE MONTH ON THE LPCEXT
      *        EXTRACT OF LP1 (LP ROWS WITH LP-COLLECTOR) IS CREDITED
      *        WHEN THE ACCOUNT WAS ON A COLLECTOR WORK QUEUE THAT
      *        MONTH - WQMON, THE MONTH'S WRKGEN WORKQ.OUT FILES - TO
      *        THE COLLECTOR STAMPED ON THE PAYMENT, OR THE QUEUE'S
      *        COLLECTOR WHEN NONE WAS STAMPED.  THE CREDIT IS
      *        WEIGHTED BY THE DELINQUENCY BUCKET THE ACCOUNT WAS IN
      *        WHEN THE PAYMENT ARRIVED (DAYS PAST THE PAID-THRU DATE
      *        THE PAYMENT BEFORE IT LEFT), AND A PAYMENT THAT BRINGS
      *        THE PAID-THRU DATE UP TO ITS OWN DATE COUNTS THE
      *        ACCOUNT ROLLED BACK TO CURRENT (ONCE PER COLLECTOR AND
      *        MONTH).  A REVERSAL ("RV"), NSF RETURN ("NF") OR
      *        DISPUTE CHARGEBACK ("DP") IN THE MONTH CLAWS BACK THE
      *        LATEST UNCLAWED CREDIT OF THE SAME AMOUNT ON THE
      *        ACCOUNT - FROM THIS MONTH, OR FROM LAST MONTH'S CINPRV
      *        LEDGER, IN WHICH CASE THE CREDIT (AND ANY ROLL-BACK IT
      *        EARNED) COMES OFF THIS MONTH'S TOTAL.  OLDER CREDITS
      *        STAND.
      *        THE INCPLN PLAN TABLE HOLDS THE BUCKET WEIGHTS ("B"),
      *        THE TIERS ("T" - THE HIGHEST TIER WHOSE FLOOR THE NET
      *        WEIGHTED CREDIT REACHES SETS THE RATE ON ALL OF IT) AND
      *        THE ROLL-BACK BONUS ("R").  EACH COLLECTOR GETS A
      *        STATEMENT (COLINC.STM), EACH NON-ZERO INCENTIVE A
      *        PAYROLL INTERFACE ROW (PAYINC), AND THE MONTH'S
      *        CREDITS GO TO THE CINLED LEDGER NEXT MONTH READS AS
      *        CINPRV.
      *
      *  MOD HISTORY:
      *   121128 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLINC.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-12-11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CINPRM-FILE ASSIGN TO "COLINC.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CINPRM-STATUS.

           SELECT INCPLN-FILE ASSIGN TO "INCPLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCPLN-STATUS.

           SELECT WQMON-FILE ASSIGN TO "WQMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WQMON-STATUS.

           SELECT OPTIONAL CINPRV-FILE ASSIGN TO "CINPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CINPRV-STATUS.

           SELECT LPCEXT-FILE ASSIGN TO "LPCEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPCEXT-STATUS.

           SELECT CINLED-FILE ASSIGN TO "CINLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CINLED-STATUS.

           SELECT PAYINC-FILE ASSIGN TO "PAYINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYINC-STATUS.

           SELECT STMT-FILE ASSIGN TO "COLINC.STM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-STATUS.

           SELECT COLINC-RPT ASSIGN TO "COLINC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CINPRM-FILE.
       01  CINPRM-REC.
           05  CIP-MONTH             PIC 9(06).

      * B - BUCKET: DAYS PAST DUE FROM/TO AND THE CREDIT WEIGHT.
      * T - TIER: NET WEIGHTED CREDIT FLOOR AND THE PERCENT PAID.
      * R - ROLL-BACK BONUS PER ACCOUNT BROUGHT CURRENT.
       FD  INCPLN-FILE.
       01  INCPLN-REC.
           05  IPL-TYPE              PIC X(01).
           05  IPL-DATA              PIC X(19).
           05  IPL-BUCKET REDEFINES IPL-DATA.
               10  IPL-DAYS-LO       PIC 9(03).
               10  IPL-DAYS-HI       PIC 9(03).
               10  IPL-WEIGHT        PIC 9(01)V99.
               10  FILLER            PIC X(10).
           05  IPL-TIER REDEFINES IPL-DATA.
               10  IPL-TIER-FLOOR    PIC 9(07)V99.
               10  IPL-TIER-RATE     PIC 9(02)V9(03).
               10  FILLER            PIC X(05).
           05  IPL-ROLL REDEFINES IPL-DATA.
               10  IPL-ROLL-BONUS    PIC 9(05)V99.
               10  FILLER            PIC X(12).

      * THE MONTH'S WORKQ.OUT FILES FROM WRKGEN, OLDEST FIRST.
       FD  WQMON-FILE.
       01  WQMON-REC.
           05  WQM-BRNO              PIC X(04).
           05  WQM-ACCTNO            PIC X(10).
           05  WQM-COLLECTOR         PIC X(08).
           05  WQM-SCORE             PIC 9(07).
           05  WQM-REASON            PIC X(04).

      * LP1 ROWS WITH THE COLLECTOR, BRANCH/ACCOUNT/SEQNO ORDER.
       FD  LPCEXT-FILE.
       01  LPCEXT-REC.
           05  LPC-BRNO              PIC X(04).
           05  LPC-ACCTNO            PIC X(10).
           05  LPC-SEQNO             PIC 9(05).
           05  LPC-TRCD              PIC X(02).
           05  LPC-TRAMT             PIC S9(07)V99.
           05  LPC-PAYDATE           PIC 9(08).
           05  LPC-PAYDATE-X REDEFINES LPC-PAYDATE.
               10  LPC-PAY-MONTH     PIC 9(06).
               10  FILLER            PIC 9(02).
           05  LPC-PDTH-DATE         PIC 9(08).
           05  LPC-REV               PIC X(01).
           05  LPC-COLLECTOR         PIC X(08).

      * ONE ROW PER CREDITED PAYMENT.  CLAW S - CLAWED BACK THE SAME
      * MONTH, P - CLAWED BACK THE FOLLOWING MONTH.
       FD  CINPRV-FILE.
       01  CINPRV-REC                PIC X(74).

       FD  CINLED-FILE.
       01  CINLED-REC                PIC X(74).

       FD  PAYINC-FILE.
       01  PAYINC-REC.
           05  PIF-COLLECTOR         PIC X(08).
           05  PIF-EARN-CODE         PIC X(04).
           05  PIF-PERIOD            PIC 9(06).
           05  PIF-AMOUNT            PIC 9(07)V99.
           05  PIF-RUN-DATE          PIC 9(08).

       FD  STMT-FILE.
       01  STMT-LINE                 PIC X(100).

       FD  COLINC-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  CINPRM-STATUS             PIC XX.
       01  INCPLN-STATUS             PIC XX.
           88  INCPLN-EOF                       VALUE "10".
       01  WQMON-STATUS              PIC XX.
           88  WQMON-EOF                        VALUE "10".
       01  CINPRV-STATUS             PIC XX.
           88  CINPRV-EOF                       VALUE "10".
       01  LPCEXT-STATUS             PIC XX.
           88  LPCEXT-EOF                       VALUE "10".
       01  CINLED-STATUS             PIC XX.
       01  PAYINC-STATUS             PIC XX.
       01  STMT-STATUS               PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MONTH                  PIC 9(06).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY         PIC 9(04).
           05  WS-MONTH-MM           PIC 9(02).
       01  WS-PRIOR-MONTH            PIC 9(06).
       01  WS-PRIOR-X REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY         PIC 9(04).
           05  WS-PRIOR-MM           PIC 9(02).

       01  WS-CUR-BRNO               PIC X(04) VALUE LOW-VALUES.
       01  WS-CUR-ACCT               PIC X(10) VALUE LOW-VALUES.
       01  WS-PRIOR-PDTH             PIC 9(08).
       01  WS-DAYS                   PIC S9(05) COMP.
       01  WS-WEIGHT                 PIC 9(01)V99.
       01  WS-COLLECTOR              PIC X(08).
       01  WS-CLAW-AMT               PIC S9(07)V99.
       01  WS-ROLL-FG                PIC X(01).
       01  WS-PAYOUT                 PIC S9(09)V99.

      * THE PLAN.
       01  WS-MAX-BK                 PIC 9(02) COMP VALUE 20.
       01  WS-BK-CNT                 PIC 9(02) COMP VALUE 0.
       01  WS-BK-SUB                 PIC 9(02) COMP.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 20 TIMES.
               10  WS-BK-LO          PIC 9(03).
               10  WS-BK-HI          PIC 9(03).
               10  WS-BK-WEIGHT      PIC 9(01)V99.
       01  WS-MAX-TR                 PIC 9(02) COMP VALUE 20.
       01  WS-TR-CNT                 PIC 9(02) COMP VALUE 0.
       01  WS-TR-SUB                 PIC 9(02) COMP.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY OCCURS 20 TIMES.
               10  WS-TR-FLOOR       PIC 9(07)V99.
               10  WS-TR-RATE        PIC 9(02)V9(03).
       01  WS-ROLL-BONUS             PIC 9(05)V99 VALUE 0.
       01  WS-TIER-FLOOR             PIC 9(07)V99.
       01  WS-TIER-RATE              PIC 9(02)V9(03).

      * THE MONTH'S QUEUE ASSIGNMENTS - THE LATEST WINS.
       01  WS-MAX-WQ                 PIC 9(05) COMP VALUE 20000.
       01  WS-WQ-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-WQ-SUB                 PIC 9(05) COMP.
       01  WS-WQ-TABLE.
           05  WS-WQ-ENTRY OCCURS 20000 TIMES.
               10  WS-WQ-BRNO        PIC X(04).
               10  WS-WQ-ACCT        PIC X(10).
               10  WS-WQ-COLL        PIC X(08).

      * LAST MONTH'S LEDGER, THEN THIS MONTH'S CREDITS IN LPCEXT
      * ORDER - SO AN ACCOUNT'S CREDITS THIS MONTH SIT TOGETHER AT
      * THE END WHILE ITS HISTORY IS BEING READ.
       01  WS-MAX-CR                 PIC 9(05) COMP VALUE 50000.
       01  WS-CR-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-CR-SUB                 PIC 9(05) COMP.
       01  WS-CR-HIT                 PIC 9(05) COMP.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 50000 TIMES.
               10  WS-CR-MONTH       PIC 9(06).
               10  WS-CR-BRNO        PIC X(04).
               10  WS-CR-ACCT        PIC X(10).
               10  WS-CR-SEQNO       PIC 9(05).
               10  WS-CR-PAYDATE     PIC 9(08).
               10  WS-CR-COLL        PIC X(08).
               10  WS-CR-AMT         PIC S9(07)V99.
               10  WS-CR-DAYS        PIC 9(04).
               10  WS-CR-WEIGHT      PIC 9(01)V99.
               10  WS-CR-WTD         PIC S9(07)V99.
               10  WS-CR-ROLL        PIC X(01).
               10  WS-CR-CLAW        PIC X(01).
               10  WS-CR-CLAW-DATE   PIC 9(08).
               10  WS-CR-CLAW-TRCD   PIC X(02).

      * ONE COLLECTOR'S TOTALS.
       01  WS-MAX-COL                PIC 9(04) COMP VALUE 500.
       01  WS-COL-CNT                PIC 9(04) COMP VALUE 0.
       01  WS-COL-SUB                PIC 9(04) COMP.
       01  WS-COL-TABLE.
           05  WS-COL-ENTRY OCCURS 500 TIMES.
               10  WS-COL-ID         PIC X(08).
               10  WS-COL-PMTS       PIC 9(05) COMP.
               10  WS-COL-AMT        PIC S9(09)V99.
               10  WS-COL-WTD        PIC S9(09)V99.
               10  WS-COL-CLAW-WTD   PIC S9(09)V99.
               10  WS-COL-ROLLS      PIC S9(05) COMP.

       01  WS-CNT-CREDITED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NOT-QUEUED         PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NOT-DLQ            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CLAW-SAME          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CLAW-PRIOR         PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CLAW-NONE          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-PAYROLL            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVFL               PIC 9(07) COMP VALUE 0.
       01  WS-TOT-PAYOUT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-DAYS              PIC ZZZ9.
       01  WS-EDIT-ROLLS             PIC ZZZ9-.
       01  WS-EDIT-WGT               PIC 9.99.
       01  WS-EDIT-RATE              PIC Z9.999.

       01  WS-LED-REC.
           05  LED-MONTH             PIC 9(06).
           05  LED-BRNO              PIC X(04).
           05  LED-ACCTNO            PIC X(10).
           05  LED-SEQNO             PIC 9(05).
           05  LED-PAYDATE           PIC 9(08).
           05  LED-COLLECTOR         PIC X(08).
           05  LED-AMT               PIC S9(07)V99.
           05  LED-DAYS              PIC 9(04).
           05  LED-WEIGHT            PIC 9(01)V99.
           05  LED-WTD               PIC S9(07)V99.
           05  LED-ROLL              PIC X(01).
           05  LED-CLAW              PIC X(01).
           05  LED-CLAW-TRCD         PIC X(02).
           05  FILLER                PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PLAN
           PERFORM 1200-LOAD-QUEUES
           PERFORM 1300-LOAD-LEDGER
           PERFORM 2000-SCAN-PAYMENTS
           PERFORM 3000-TALLY
           PERFORM 4000-STATEMENTS
           PERFORM 5000-WRITE-LEDGER
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CINPRM-FILE
           READ CINPRM-FILE
               AT END MOVE ZEROS TO CINPRM-REC
           END-READ
           CLOSE CINPRM-FILE
           IF CIP-MONTH NUMERIC AND CIP-MONTH NOT = 0
              MOVE CIP-MONTH TO WS-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-MONTH
              IF WS-MONTH-MM = 1
                 MOVE 12 TO WS-MONTH-MM
                 SUBTRACT 1 FROM WS-MONTH-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF
           MOVE WS-MONTH TO WS-PRIOR-MONTH
           IF WS-PRIOR-MM = 1
              MOVE 12 TO WS-PRIOR-MM
              SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           OPEN INPUT  INCPLN-FILE
           OPEN INPUT  WQMON-FILE
           OPEN INPUT  CINPRV-FILE
           OPEN INPUT  LPCEXT-FILE
           OPEN OUTPUT CINLED-FILE
           OPEN OUTPUT PAYINC-FILE
           OPEN OUTPUT STMT-FILE
           OPEN OUTPUT COLINC-RPT
           MOVE SPACES TO RPT-LINE
           STRING "COLLECTOR INCENTIVE CALCULATION  MONTH " WS-MONTH
                  "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF INCPLN-STATUS NOT = "00" OR WQMON-STATUS NOT = "00"
              OR LPCEXT-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "RUN STOPPED - INCPLN " INCPLN-STATUS
                     "  WQMON " WQMON-STATUS
                     "  LPCEXT " LPCEXT-STATUS
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF.

       1100-LOAD-PLAN.
           READ INCPLN-FILE AT END SET INCPLN-EOF TO TRUE END-READ
           PERFORM UNTIL INCPLN-EOF
               EVALUATE TRUE
                   WHEN IPL-TYPE = "B" AND WS-BK-CNT < WS-MAX-BK
                       ADD 1 TO WS-BK-CNT
                       MOVE IPL-DAYS-LO TO WS-BK-LO(WS-BK-CNT)
                       MOVE IPL-DAYS-HI TO WS-BK-HI(WS-BK-CNT)
                       MOVE IPL-WEIGHT  TO WS-BK-WEIGHT(WS-BK-CNT)
                   WHEN IPL-TYPE = "T" AND WS-TR-CNT < WS-MAX-TR
                       ADD 1 TO WS-TR-CNT
                       MOVE IPL-TIER-FLOOR TO WS-TR-FLOOR(WS-TR-CNT)
                       MOVE IPL-TIER-RATE  TO WS-TR-RATE(WS-TR-CNT)
                   WHEN IPL-TYPE = "R"
                       MOVE IPL-ROLL-BONUS TO WS-ROLL-BONUS
               END-EVALUATE
               READ INCPLN-FILE AT END SET INCPLN-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-BK-CNT = 0 OR WS-TR-CNT = 0
              MOVE "RUN STOPPED - PLAN HAS NO BUCKETS OR NO TIERS"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF.

       1200-LOAD-QUEUES.
           READ WQMON-FILE AT END SET WQMON-EOF TO TRUE END-READ
           PERFORM UNTIL WQMON-EOF
               PERFORM 1250-FIND-QUEUE
               IF WS-WQ-SUB > WS-WQ-CNT
                  IF WS-WQ-CNT < WS-MAX-WQ
                     ADD 1 TO WS-WQ-CNT
                     MOVE WS-WQ-CNT  TO WS-WQ-SUB
                     MOVE WQM-BRNO   TO WS-WQ-BRNO(WS-WQ-SUB)
                     MOVE WQM-ACCTNO TO WS-WQ-ACCT(WS-WQ-SUB)
                  ELSE
                     ADD 1 TO WS-CNT-OVFL
                     MOVE 0 TO WS-WQ-SUB
                  END-IF
               END-IF
               IF WS-WQ-SUB NOT = 0
                  MOVE WQM-COLLECTOR TO WS-WQ-COLL(WS-WQ-SUB)
               END-IF
               READ WQMON-FILE AT END SET WQMON-EOF TO TRUE END-READ
           END-PERFORM.

       1250-FIND-QUEUE.
           PERFORM VARYING WS-WQ-SUB FROM 1 BY 1
                   UNTIL WS-WQ-SUB > WS-WQ-CNT
                      OR (WS-WQ-BRNO(WS-WQ-SUB) = WQM-BRNO
                          AND WS-WQ-ACCT(WS-WQ-SUB) = WQM-ACCTNO)
               CONTINUE
           END-PERFORM.

      * ONLY LAST MONTH'S CREDITS CAN STILL BE CLAWED BACK.
       1300-LOAD-LEDGER.
           IF CINPRV-STATUS = "00"
              READ CINPRV-FILE AT END SET CINPRV-EOF TO TRUE END-READ
           ELSE
              SET CINPRV-EOF TO TRUE
           END-IF
           PERFORM UNTIL CINPRV-EOF
               MOVE CINPRV-REC TO WS-LED-REC
               IF LED-MONTH = WS-PRIOR-MONTH
                  IF WS-CR-CNT < WS-MAX-CR
                     ADD 1 TO WS-CR-CNT
                     MOVE WS-CR-CNT TO WS-CR-SUB
                     MOVE LED-MONTH     TO WS-CR-MONTH(WS-CR-SUB)
                     MOVE LED-BRNO      TO WS-CR-BRNO(WS-CR-SUB)
                     MOVE LED-ACCTNO    TO WS-CR-ACCT(WS-CR-SUB)
                     MOVE LED-SEQNO     TO WS-CR-SEQNO(WS-CR-SUB)
                     MOVE LED-PAYDATE   TO WS-CR-PAYDATE(WS-CR-SUB)
                     MOVE LED-COLLECTOR TO WS-CR-COLL(WS-CR-SUB)
                     MOVE LED-AMT       TO WS-CR-AMT(WS-CR-SUB)
                     MOVE LED-DAYS      TO WS-CR-DAYS(WS-CR-SUB)
                     MOVE LED-WEIGHT    TO WS-CR-WEIGHT(WS-CR-SUB)
                     MOVE LED-WTD       TO WS-CR-WTD(WS-CR-SUB)
                     MOVE LED-ROLL      TO WS-CR-ROLL(WS-CR-SUB)
                     MOVE LED-CLAW      TO WS-CR-CLAW(WS-CR-SUB)
                     MOVE 0             TO WS-CR-CLAW-DATE(WS-CR-SUB)
                     MOVE LED-CLAW-TRCD TO WS-CR-CLAW-TRCD(WS-CR-SUB)
                  ELSE
                     ADD 1 TO WS-CNT-OVFL
                  END-IF
               END-IF
               READ CINPRV-FILE AT END SET CINPRV-EOF TO TRUE END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * ONE PASS OF LP1 (BRANCH/ACCOUNT, SEQNO ORDER).  EVERY PAYMENT
      * ROW CARRIES THE PAID-THRU DATE FORWARD FOR THE NEXT ONE'S
      * BUCKET, WHATEVER ITS MONTH.
      *----------------------------------------------------------------*
       2000-SCAN-PAYMENTS.
           READ LPCEXT-FILE AT END SET LPCEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ROW THRU 2100-EXIT UNTIL LPCEXT-EOF.

       2100-ONE-ROW.
           IF LPC-BRNO NOT = WS-CUR-BRNO
              OR LPC-ACCTNO NOT = WS-CUR-ACCT
              MOVE LPC-BRNO   TO WS-CUR-BRNO
              MOVE LPC-ACCTNO TO WS-CUR-ACCT
              MOVE 0 TO WS-PRIOR-PDTH
           END-IF
           IF LPC-TRCD = "PA" OR LPC-TRCD = "PY"
              IF LPC-PAYDATE NUMERIC AND LPC-PAY-MONTH = WS-MONTH
                 PERFORM 2200-CREDIT-PAYMENT THRU 2200-EXIT
              END-IF
              IF LPC-PDTH-DATE NUMERIC AND LPC-PDTH-DATE NOT = 0
                 MOVE LPC-PDTH-DATE TO WS-PRIOR-PDTH
              END-IF
              GO TO 2100-NEXT.
           IF LPC-TRCD = "RV" OR LPC-TRCD = "NF" OR LPC-TRCD = "DP"
              IF LPC-PAYDATE NUMERIC AND LPC-PAY-MONTH = WS-MONTH
                 PERFORM 2400-CLAW-BACK THRU 2400-EXIT
              END-IF
           END-IF.
       2100-NEXT.
           READ LPCEXT-FILE AT END SET LPCEXT-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-CREDIT-PAYMENT.
           MOVE WS-CUR-BRNO TO WQM-BRNO
           MOVE WS-CUR-ACCT TO WQM-ACCTNO
           PERFORM 1250-FIND-QUEUE
           IF WS-WQ-SUB > WS-WQ-CNT
              ADD 1 TO WS-CNT-NOT-QUEUED
              GO TO 2200-EXIT.
           IF LPC-COLLECTOR NOT = SPACES
              MOVE LPC-COLLECTOR TO WS-COLLECTOR
           ELSE
              MOVE WS-WQ-COLL(WS-WQ-SUB) TO WS-COLLECTOR
           END-IF

      * THE BUCKET THE ACCOUNT WAS IN WHEN THE MONEY ARRIVED.
           MOVE 0 TO WS-DAYS WS-WEIGHT
           IF WS-PRIOR-PDTH NOT = 0 AND LPC-PAYDATE > WS-PRIOR-PDTH
              COMPUTE WS-DAYS =
                  FUNCTION INTEGER-OF-DATE(LPC-PAYDATE)
                - FUNCTION INTEGER-OF-DATE(WS-PRIOR-PDTH)
           END-IF
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-CNT
               IF WS-DAYS NOT < WS-BK-LO(WS-BK-SUB)
                  AND WS-DAYS NOT > WS-BK-HI(WS-BK-SUB)
                  MOVE WS-BK-WEIGHT(WS-BK-SUB) TO WS-WEIGHT
               END-IF
           END-PERFORM
           IF WS-WEIGHT = 0
              ADD 1 TO WS-CNT-NOT-DLQ
              GO TO 2200-EXIT.

           IF WS-CR-CNT = WS-MAX-CR
              ADD 1 TO WS-CNT-OVFL
              GO TO 2200-EXIT.

      * ROLLED BACK TO CURRENT - PAID THRU AT LEAST TO THE PAYMENT'S
      * OWN DATE - COUNTS ONCE PER ACCOUNT, COLLECTOR AND MONTH.
           MOVE "N" TO WS-ROLL-FG
           IF LPC-PDTH-DATE NUMERIC
              AND LPC-PDTH-DATE NOT < LPC-PAYDATE
              MOVE "Y" TO WS-ROLL-FG
              PERFORM 2300-ALREADY-ROLLED
           END-IF

           ADD 1 TO WS-CR-CNT
           ADD 1 TO WS-CNT-CREDITED
           MOVE WS-CR-CNT     TO WS-CR-SUB
           MOVE WS-MONTH      TO WS-CR-MONTH(WS-CR-SUB)
           MOVE WS-CUR-BRNO   TO WS-CR-BRNO(WS-CR-SUB)
           MOVE WS-CUR-ACCT   TO WS-CR-ACCT(WS-CR-SUB)
           MOVE LPC-SEQNO     TO WS-CR-SEQNO(WS-CR-SUB)
           MOVE LPC-PAYDATE   TO WS-CR-PAYDATE(WS-CR-SUB)
           MOVE WS-COLLECTOR  TO WS-CR-COLL(WS-CR-SUB)
           MOVE LPC-TRAMT     TO WS-CR-AMT(WS-CR-SUB)
           MOVE WS-DAYS       TO WS-CR-DAYS(WS-CR-SUB)
           MOVE WS-WEIGHT     TO WS-CR-WEIGHT(WS-CR-SUB)
           COMPUTE WS-CR-WTD(WS-CR-SUB) ROUNDED =
              LPC-TRAMT * WS-WEIGHT
           MOVE WS-ROLL-FG    TO WS-CR-ROLL(WS-CR-SUB)
           MOVE SPACE         TO WS-CR-CLAW(WS-CR-SUB)
           MOVE 0             TO WS-CR-CLAW-DATE(WS-CR-SUB)
           MOVE SPACES        TO WS-CR-CLAW-TRCD(WS-CR-SUB).
       2200-EXIT.
           EXIT.

      * THIS MONTH'S CREDITS FOR THE ACCOUNT ARE THE LAST ENTRIES.
       2300-ALREADY-ROLLED.
           PERFORM VARYING WS-CR-SUB FROM WS-CR-CNT BY -1
                   UNTIL WS-CR-SUB < 1 OR WS-ROLL-FG = "N"
                      OR WS-CR-MONTH(WS-CR-SUB) NOT = WS-MONTH
                      OR WS-CR-BRNO(WS-CR-SUB) NOT = WS-CUR-BRNO
                      OR WS-CR-ACCT(WS-CR-SUB) NOT = WS-CUR-ACCT
               IF WS-CR-COLL(WS-CR-SUB) = WS-COLLECTOR
                  AND WS-CR-ROLL(WS-CR-SUB) = "Y"
                  AND WS-CR-CLAW(WS-CR-SUB) = SPACE
                  MOVE "N" TO WS-ROLL-FG
               END-IF
           END-PERFORM.

      * THE LATEST UNCLAWED CREDIT OF THE SAME AMOUNT ON THE ACCOUNT,
      * THIS MONTH'S FIRST, THEN LAST MONTH'S.
       2400-CLAW-BACK.
           MOVE LPC-TRAMT TO WS-CLAW-AMT
           IF WS-CLAW-AMT < 0
              COMPUTE WS-CLAW-AMT = 0 - WS-CLAW-AMT
           END-IF
           MOVE 0 TO WS-CR-HIT
           PERFORM VARYING WS-CR-SUB FROM WS-CR-CNT BY -1
                   UNTIL WS-CR-SUB < 1 OR WS-CR-HIT NOT = 0
               IF WS-CR-BRNO(WS-CR-SUB) = WS-CUR-BRNO
                  AND WS-CR-ACCT(WS-CR-SUB) = WS-CUR-ACCT
                  AND WS-CR-AMT(WS-CR-SUB) = WS-CLAW-AMT
                  AND WS-CR-CLAW(WS-CR-SUB) = SPACE
                  AND WS-CR-PAYDATE(WS-CR-SUB) NOT > LPC-PAYDATE
                  MOVE WS-CR-SUB TO WS-CR-HIT
               END-IF
           END-PERFORM
           IF WS-CR-HIT = 0
              ADD 1 TO WS-CNT-CLAW-NONE
              GO TO 2400-EXIT.
           MOVE LPC-PAYDATE TO WS-CR-CLAW-DATE(WS-CR-HIT)
           MOVE LPC-TRCD    TO WS-CR-CLAW-TRCD(WS-CR-HIT)
           IF WS-CR-MONTH(WS-CR-HIT) = WS-MONTH
              ADD 1 TO WS-CNT-CLAW-SAME
              MOVE "S" TO WS-CR-CLAW(WS-CR-HIT)
           ELSE
              ADD 1 TO WS-CNT-CLAW-PRIOR
              MOVE "P" TO WS-CR-CLAW(WS-CR-HIT)
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PER COLLECTOR: THIS MONTH'S STANDING CREDITS, LESS LAST
      * MONTH'S CREDITS CLAWED BACK THIS MONTH.  A COLLECTOR WHOSE
      * CREDITS WERE ALL CLAWED BACK STILL GETS A STATEMENT.
      *----------------------------------------------------------------*
       3000-TALLY.
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-CNT
               IF WS-CR-MONTH(WS-CR-SUB) = WS-MONTH
                  OR WS-CR-CLAW(WS-CR-SUB) = "P"
                  PERFORM 3100-FIND-COLLECTOR
                  IF WS-COL-SUB NOT = 0
                     PERFORM 3200-ADD-CREDIT
                  END-IF
               END-IF
           END-PERFORM.

       3100-FIND-COLLECTOR.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-CNT
                      OR WS-COL-ID(WS-COL-SUB) = WS-CR-COLL(WS-CR-SUB)
               CONTINUE
           END-PERFORM
           IF WS-COL-SUB > WS-COL-CNT
              IF WS-COL-CNT < WS-MAX-COL
                 ADD 1 TO WS-COL-CNT
                 MOVE WS-COL-CNT TO WS-COL-SUB
                 MOVE WS-CR-COLL(WS-CR-SUB) TO WS-COL-ID(WS-COL-SUB)
                 MOVE 0 TO WS-COL-PMTS(WS-COL-SUB)
                           WS-COL-AMT(WS-COL-SUB)
                           WS-COL-WTD(WS-COL-SUB)
                           WS-COL-CLAW-WTD(WS-COL-SUB)
                           WS-COL-ROLLS(WS-COL-SUB)
              ELSE
                 ADD 1 TO WS-CNT-OVFL
                 MOVE 0 TO WS-COL-SUB
              END-IF
           END-IF.

       3200-ADD-CREDIT.
           IF WS-CR-CLAW(WS-CR-SUB) = "S"
              CONTINUE
           ELSE
           IF WS-CR-CLAW(WS-CR-SUB) = "P"
              ADD WS-CR-WTD(WS-CR-SUB) TO WS-COL-CLAW-WTD(WS-COL-SUB)
              IF WS-CR-ROLL(WS-CR-SUB) = "Y"
                 SUBTRACT 1 FROM WS-COL-ROLLS(WS-COL-SUB)
              END-IF
           ELSE
              ADD 1 TO WS-COL-PMTS(WS-COL-SUB)
              ADD WS-CR-AMT(WS-CR-SUB) TO WS-COL-AMT(WS-COL-SUB)
              ADD WS-CR-WTD(WS-CR-SUB) TO WS-COL-WTD(WS-COL-SUB)
              IF WS-CR-ROLL(WS-CR-SUB) = "Y"
                 ADD 1 TO WS-COL-ROLLS(WS-COL-SUB)
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ONE STATEMENT PER COLLECTOR: EVERY PAYMENT LOOKED AT, EVERY
      * CLAWBACK, THE TIER REACHED AND THE INCENTIVE.
      *----------------------------------------------------------------*
       4000-STATEMENTS.
           PERFORM 4100-ONE-STATEMENT
              VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > WS-COL-CNT.

       4100-ONE-STATEMENT.
           MOVE SPACES TO STMT-LINE
           STRING "COLLECTOR INCENTIVE STATEMENT  "
                  WS-COL-ID(WS-COL-SUB)
                  "  MONTH " WS-MONTH
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "BRNO ACCOUNT    PAID            AMOUNT DAYS WGT "
                  "        CREDIT  NOTE"
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-CNT
               IF WS-CR-COLL(WS-CR-SUB) = WS-COL-ID(WS-COL-SUB)
                  AND (WS-CR-MONTH(WS-CR-SUB) = WS-MONTH
                       OR WS-CR-CLAW(WS-CR-SUB) = "P")
                  PERFORM 4200-STATEMENT-LINE
               END-IF
           END-PERFORM

      * THE HIGHEST TIER THE NET WEIGHTED CREDIT REACHES.
           MOVE 0 TO WS-TIER-FLOOR WS-TIER-RATE
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-CNT
               IF WS-COL-WTD(WS-COL-SUB) - WS-COL-CLAW-WTD(WS-COL-SUB)
                     NOT < WS-TR-FLOOR(WS-TR-SUB)
                  AND WS-TR-FLOOR(WS-TR-SUB) NOT < WS-TIER-FLOOR
                  MOVE WS-TR-FLOOR(WS-TR-SUB) TO WS-TIER-FLOOR
                  MOVE WS-TR-RATE(WS-TR-SUB)  TO WS-TIER-RATE
               END-IF
           END-PERFORM
           COMPUTE WS-PAYOUT ROUNDED =
              (WS-COL-WTD(WS-COL-SUB) - WS-COL-CLAW-WTD(WS-COL-SUB))
                 * WS-TIER-RATE / 100
              + WS-COL-ROLLS(WS-COL-SUB) * WS-ROLL-BONUS
           IF WS-PAYOUT < 0
              MOVE 0 TO WS-PAYOUT
           END-IF

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-COL-AMT(WS-COL-SUB) TO WS-EDIT-AMT
           MOVE WS-COL-PMTS(WS-COL-SUB) TO WS-EDIT-CNT
           MOVE SPACES TO STMT-LINE
           STRING "COLLECTED        " WS-EDIT-AMT
                  "   PAYMENTS " WS-EDIT-CNT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-COL-WTD(WS-COL-SUB) TO WS-EDIT-AMT
           MOVE SPACES TO STMT-LINE
           STRING "WEIGHTED CREDIT  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-COL-CLAW-WTD(WS-COL-SUB) TO WS-EDIT-AMT
           MOVE SPACES TO STMT-LINE
           STRING "LESS CLAWBACKS   " WS-EDIT-AMT
                  "   (LAST MONTH'S CREDITS)"
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           COMPUTE WS-EDIT-AMT =
              WS-COL-WTD(WS-COL-SUB) - WS-COL-CLAW-WTD(WS-COL-SUB)
           MOVE WS-TIER-RATE TO WS-EDIT-RATE
           MOVE SPACES TO STMT-LINE
           STRING "NET CREDIT       " WS-EDIT-AMT
                  "   TIER RATE " WS-EDIT-RATE "%"
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-COL-ROLLS(WS-COL-SUB) TO WS-EDIT-ROLLS
           MOVE WS-ROLL-BONUS TO WS-EDIT-AMT2
           MOVE SPACES TO STMT-LINE
           STRING "ROLLED TO CURRENT    " WS-EDIT-ROLLS
                  "   BONUS EACH " WS-EDIT-AMT2
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-PAYOUT TO WS-EDIT-AMT
           MOVE SPACES TO STMT-LINE
           STRING "INCENTIVE        " WS-EDIT-AMT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE ALL "=" TO STMT-LINE
           WRITE STMT-LINE

           ADD WS-PAYOUT TO WS-TOT-PAYOUT
           IF WS-PAYOUT > 0
              ADD 1 TO WS-CNT-PAYROLL
              MOVE WS-COL-ID(WS-COL-SUB) TO PIF-COLLECTOR
              MOVE "CINC"                TO PIF-EARN-CODE
              MOVE WS-MONTH              TO PIF-PERIOD
              MOVE WS-PAYOUT             TO PIF-AMOUNT
              MOVE WS-RUN-DATE           TO PIF-RUN-DATE
              WRITE PAYINC-REC
           END-IF.

       4200-STATEMENT-LINE.
           MOVE WS-CR-AMT(WS-CR-SUB)    TO WS-EDIT-AMT2
           MOVE WS-CR-DAYS(WS-CR-SUB)   TO WS-EDIT-DAYS
           MOVE WS-CR-WEIGHT(WS-CR-SUB) TO WS-EDIT-WGT
           MOVE SPACES TO STMT-LINE
           STRING WS-CR-BRNO(WS-CR-SUB) " "
                  WS-CR-ACCT(WS-CR-SUB) " "
                  WS-CR-PAYDATE(WS-CR-SUB) " "
                  WS-EDIT-AMT2 " "
                  WS-EDIT-DAYS " "
                  WS-EDIT-WGT " "
               DELIMITED BY SIZE INTO STMT-LINE
           EVALUATE WS-CR-CLAW(WS-CR-SUB)
               WHEN SPACE
                   MOVE WS-CR-WTD(WS-CR-SUB) TO WS-EDIT-AMT2
                   MOVE WS-EDIT-AMT2 TO STMT-LINE(52:13)
                   IF WS-CR-ROLL(WS-CR-SUB) = "Y"
                      MOVE "ROLLED TO CURRENT" TO STMT-LINE(67:17)
                   END-IF
               WHEN "S"
                   MOVE 0 TO WS-EDIT-AMT2
                   MOVE WS-EDIT-AMT2 TO STMT-LINE(52:13)
                   STRING "CLAWED " WS-CR-CLAW-TRCD(WS-CR-SUB)
                          " " WS-CR-CLAW-DATE(WS-CR-SUB)
                       DELIMITED BY SIZE INTO STMT-LINE(67:20)
               WHEN OTHER
                   COMPUTE WS-EDIT-AMT2 = 0 - WS-CR-WTD(WS-CR-SUB)
                   MOVE WS-EDIT-AMT2 TO STMT-LINE(52:13)
                   STRING "LAST MONTH - CLAWED "
                          WS-CR-CLAW-TRCD(WS-CR-SUB)
                          " " WS-CR-CLAW-DATE(WS-CR-SUB)
                       DELIMITED BY SIZE INTO STMT-LINE(67:34)
           END-EVALUATE
           WRITE STMT-LINE.

      * THIS MONTH'S CREDITS, FOR NEXT MONTH'S CLAWBACKS.
       5000-WRITE-LEDGER.
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-CNT
               IF WS-CR-MONTH(WS-CR-SUB) = WS-MONTH
                  MOVE SPACES TO WS-LED-REC
                  MOVE WS-CR-MONTH(WS-CR-SUB)     TO LED-MONTH
                  MOVE WS-CR-BRNO(WS-CR-SUB)      TO LED-BRNO
                  MOVE WS-CR-ACCT(WS-CR-SUB)      TO LED-ACCTNO
                  MOVE WS-CR-SEQNO(WS-CR-SUB)     TO LED-SEQNO
                  MOVE WS-CR-PAYDATE(WS-CR-SUB)   TO LED-PAYDATE
                  MOVE WS-CR-COLL(WS-CR-SUB)      TO LED-COLLECTOR
                  MOVE WS-CR-AMT(WS-CR-SUB)       TO LED-AMT
                  MOVE WS-CR-DAYS(WS-CR-SUB)      TO LED-DAYS
                  MOVE WS-CR-WEIGHT(WS-CR-SUB)    TO LED-WEIGHT
                  MOVE WS-CR-WTD(WS-CR-SUB)       TO LED-WTD
                  MOVE WS-CR-ROLL(WS-CR-SUB)      TO LED-ROLL
                  MOVE WS-CR-CLAW(WS-CR-SUB)      TO LED-CLAW
                  MOVE WS-CR-CLAW-TRCD(WS-CR-SUB) TO LED-CLAW-TRCD
                  WRITE CINLED-REC FROM WS-LED-REC
               END-IF
           END-PERFORM.

       6000-TOTALS.
           MOVE WS-COL-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "COLLECTORS              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CREDITED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PAYMENTS CREDITED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NOT-QUEUED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PAYMENTS NOT ON A QUEUE " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NOT-DLQ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PAYMENTS NOT IN A BUCKET" WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CLAW-SAME TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CLAWED BACK SAME MONTH  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CLAW-PRIOR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CLAWED BACK FROM PRIOR  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CLAW-NONE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "RETURNS NOT CREDITED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PAYROLL TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PAYROLL ROWS            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-PAYOUT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL INCENTIVE    " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-OVFL NOT = 0
              MOVE WS-CNT-OVFL TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** TABLE FULL - ROWS NOT USED " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE INCPLN-FILE WQMON-FILE CINPRV-FILE LPCEXT-FILE
                 CINLED-FILE PAYINC-FILE STMT-FILE COLINC-RPT
           STOP RUN.
