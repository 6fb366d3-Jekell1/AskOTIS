      *================================================================*
      *   P R O G R A M :  N A C S C N                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-05-22
      *  DESC: NIGHTLY NON-ACCRUAL POLICY SCAN FOR INTEREST-BEARING
      *        LOANS.  RUNS AHEAD OF ACCRUE.  EACH OPEN IB ACCOUNT ON
      *        THE NAEXT EXTRACT IS TESTED AGAINST THE POLICY: AN
      *        ACCOUNT 120 OR MORE CONTRACTUAL DAYS PAST DUE, IN
      *        BANKRUPTCY (LN-BNKRPTDATE), IN REPOSSESSION (LN-REPOCD
      *        "X"/"S") OR UNDER A JUDGMENT GOES ON NON-ACCRUAL.  THE
      *        MOVE REVERSES ITS UNCOLLECTED ACCRUED INTEREST -
      *          DR INTEREST INCOME / CR ACCRUED INTEREST RECEIVABLE -
      *        ON NALXG (LXGEXT LAYOUT, PICKED UP BY GLEXTR), AND
      *        NASTAT.OUT TELLS THE LOAN LOAD TO SET LN-NONACCR-FG AND
      *        ZERO THE ACCRUED FIGURE SO ACCRUE STOPS.  WHILE THE FLAG
      *        IS ON, THE POSTING TAKES INTEREST CASH-BASIS.
      *        AN ACCOUNT COMES BACK TO ACCRUAL ONLY ON SUSTAINED
      *        PERFORMANCE: NONE OF THE TRIGGERS PRESENT AND LESS THAN
      *        30 DAYS PAST DUE ON EVERY NIGHTLY SCAN FOR 180 DAYS IN
      *        A ROW (THE RUN IS TRACKED ON THE KEYED NAS STATUS FILE;
      *        ONE BAD NIGHT STARTS IT OVER).  THE RETURN REINSTATES
      *        THE CONTRACTUAL INTEREST STILL OWED -
      *          DR ACCRUED INTEREST RECEIVABLE / CR INTEREST INCOME -
      *        AND ACCRUE PICKS UP FROM THERE.  EVERY TRANSITION IS
      *        APPENDED TO THE NATRN HISTORY FOR THE MONTHLY NACRPT.
      *
      *  MOD HISTORY:
      *   052228 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACSCN.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-05-22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAEXT-FILE ASSIGN TO "NAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NAEXT-STATUS.

           SELECT NAS-FILE ASSIGN TO "NAS"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS NAS-KEY
               FILE STATUS IS NAS-STATUS.

           SELECT NATRN-FILE ASSIGN TO "NATRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NATRN-STATUS.

           SELECT NASTAT-FILE ASSIGN TO "NASTAT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NASTAT-STATUS.

           SELECT NALXG-FILE ASSIGN TO "NALXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NALXG-STATUS.

           SELECT NACSCN-RPT ASSIGN TO "NACSCN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAEXT-FILE.
       01  NAEXT-REC.
           05  NAX-BRNO              PIC X(04).
           05  NAX-ACCTNO            PIC X(10).
           05  NAX-CLASS             PIC X(02).
      * GI-INTEREST AND GI-ACR-INT-AR FOR THE ACCOUNT'S CLASS.
           05  NAX-GL-INT            PIC X(10).
           05  NAX-GL-ACR            PIC X(10).
           05  NAX-CURBAL            PIC S9(07)V99.
      * ACCRUED AND NOT YET COLLECTED / CONTRACTUAL INTEREST OWED.
           05  NAX-ACCERN            PIC S9(07)V99.
           05  NAX-INTBAL            PIC S9(07)V99.
           05  NAX-CONTR-DAYS        PIC 9(04).
           05  NAX-BNKRPTDATE        PIC 9(08).
           05  NAX-REPOCD            PIC X(01).
           05  NAX-JUDGMENT-FG       PIC X(01).
           05  NAX-NONACCR-FG        PIC X(01).

       FD  NAS-FILE.
       01  NAS-REC.
           05  NAS-KEY.
               10  NAS-BRNO          PIC X(04).
               10  NAS-ACCTNO        PIC X(10).
      * N = ON NON-ACCRUAL, A = RETURNED TO ACCRUAL.
           05  NAS-STATUS-CD         PIC X(01).
           05  NAS-REASON            PIC X(01).
           05  NAS-NA-DATE           PIC 9(08).
           05  NAS-REVERSED          PIC S9(07)V99.
           05  NAS-CURE-START        PIC 9(08).
           05  NAS-RETURN-DATE       PIC 9(08).
           05  NAS-REINSTATED        PIC S9(07)V99.

       FD  NATRN-FILE.
       01  NATRN-REC.
           05  NTR-DATE              PIC 9(08).
           05  NTR-BRNO              PIC X(04).
           05  NTR-ACCTNO            PIC X(10).
           05  NTR-CLASS             PIC X(02).
      * N = TO NON-ACCRUAL, A = BACK TO ACCRUAL.
           05  NTR-TYPE              PIC X(01).
      * D = DELINQUENCY, B = BANKRUPTCY, R = REPOSSESSION,
      * J = JUDGMENT, P = SUSTAINED PERFORMANCE.
           05  NTR-REASON            PIC X(01).
           05  NTR-CONTR-DAYS        PIC 9(04).
           05  NTR-CURBAL            PIC S9(07)V99.
           05  NTR-AMOUNT            PIC S9(07)V99.

       FD  NASTAT-FILE.
       01  NASTAT-REC.
           05  NST-BRNO              PIC X(04).
           05  NST-ACCTNO            PIC X(10).
           05  NST-NONACCR-FG        PIC X(01).
           05  NST-NONACCR-DATE      PIC 9(08).
           05  NST-NEW-ACCERN        PIC S9(07)V99.

       FD  NALXG-FILE.
       01  NALXG-REC.
           05  NAL-BRNO              PIC X(04).
           05  NAL-ACCTNO            PIC X(10).
           05  NAL-SEQNO             PIC 9(05).
           05  NAL-LTOUCH-DATE       PIC 9(08).
           05  NAL-GLNO  OCCURS 3 TIMES PIC X(10).
           05  NAL-GLAMT OCCURS 3 TIMES PIC S9(07)V99.

       FD  NACSCN-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  NAEXT-STATUS              PIC XX.
           88  NAEXT-EOF                        VALUE "10".
       01  NAS-STATUS                PIC XX.
       01  NATRN-STATUS              PIC XX.
       01  NASTAT-STATUS             PIC XX.
       01  NALXG-STATUS              PIC XX.
       01  RPT-STATUS                PIC XX.

      * POLICY: DAYS PAST DUE THAT FORCE NON-ACCRUAL; THE MOST DAYS
      * PAST DUE A PERFORMING ACCOUNT MAY SHOW; DAYS OF UNBROKEN
      * PERFORMANCE BEFORE IT RETURNS TO ACCRUAL.
       77  WS-NA-DAYS                PIC 9(04) COMP VALUE 120.
       77  WS-PERF-MAX-DAYS          PIC 9(04) COMP VALUE 30.
       77  WS-CURE-DAYS              PIC 9(04) COMP VALUE 180.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-REASON                 PIC X(01).
       01  WS-AMOUNT                 PIC S9(07)V99.
       01  WS-DAYS                   PIC S9(05) COMP.
       01  WS-NAS-FOUND              PIC X(01).

       01  WS-CNT-READ               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ON-NA              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-TO-NA              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TO-ACCR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CURING             PIC 9(05) COMP VALUE 0.
       01  WS-TOT-REVERSED           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-REINSTATED         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CLASS             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-MOVE              PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-WHY               PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DAYS              PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-CURBAL            PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT            PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  NAEXT-FILE
           OPEN I-O NAS-FILE
           IF NAS-STATUS = "35"
              OPEN OUTPUT NAS-FILE
              CLOSE NAS-FILE
              OPEN I-O NAS-FILE
           END-IF
           OPEN EXTEND NATRN-FILE
           IF NATRN-STATUS = "35"
              OPEN OUTPUT NATRN-FILE
           END-IF
           OPEN OUTPUT NASTAT-FILE
           OPEN OUTPUT NALXG-FILE
           OPEN OUTPUT NACSCN-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "NON-ACCRUAL POLICY SCAN FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BR    ACCOUNT     CL  MOVE            WHY"
                  "           DAYS      BALANCE       AMOUNT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-SCAN.
           READ NAEXT-FILE AT END SET NAEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ACCOUNT THRU 2100-EXIT UNTIL NAEXT-EOF.

       2100-ONE-ACCOUNT.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN NAX-REPOCD = "X" OR NAX-REPOCD = "S"
                  MOVE "R" TO WS-REASON
               WHEN NAX-BNKRPTDATE NOT = 0
                  MOVE "B" TO WS-REASON
               WHEN NAX-JUDGMENT-FG = "Y"
                  MOVE "J" TO WS-REASON
               WHEN NAX-CONTR-DAYS NOT < WS-NA-DAYS
                  MOVE "D" TO WS-REASON
           END-EVALUATE

           MOVE NAX-BRNO   TO NAS-BRNO
           MOVE NAX-ACCTNO TO NAS-ACCTNO
           READ NAS-FILE
           IF NAS-STATUS = "00"
              MOVE "Y" TO WS-NAS-FOUND
           ELSE
              MOVE "N" TO WS-NAS-FOUND
           END-IF

           IF NAX-NONACCR-FG NOT = "Y"
              IF WS-REASON NOT = SPACES
                 PERFORM 2200-TO-NONACCRUAL
              END-IF
              GO TO 2100-NEXT.

           ADD 1 TO WS-CNT-ON-NA
      * AN ACCOUNT FLAGGED BEFORE THE STATUS FILE EXISTED STARTS ITS
      * RECORD TONIGHT WITH NOTHING REVERSED.
           IF WS-NAS-FOUND NOT = "Y" OR NAS-STATUS-CD NOT = "N"
              MOVE NAX-BRNO    TO NAS-BRNO
              MOVE NAX-ACCTNO  TO NAS-ACCTNO
              MOVE "N"         TO NAS-STATUS-CD
              MOVE WS-REASON   TO NAS-REASON
              MOVE WS-RUN-DATE TO NAS-NA-DATE
              MOVE 0 TO NAS-REVERSED NAS-CURE-START
                        NAS-RETURN-DATE NAS-REINSTATED
              PERFORM 2800-SAVE-NAS
              MOVE "Y" TO WS-NAS-FOUND
           END-IF

           IF WS-REASON NOT = SPACES
              OR NAX-CONTR-DAYS NOT < WS-PERF-MAX-DAYS
              IF NAS-CURE-START NOT = 0
                 MOVE 0 TO NAS-CURE-START
                 PERFORM 2800-SAVE-NAS
              END-IF
              GO TO 2100-NEXT.

           IF NAS-CURE-START = 0
              MOVE WS-RUN-DATE TO NAS-CURE-START
              PERFORM 2800-SAVE-NAS
           END-IF
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE(NAS-CURE-START)
           IF WS-DAYS NOT < WS-CURE-DAYS
              PERFORM 2300-TO-ACCRUAL
           ELSE
              ADD 1 TO WS-CNT-CURING
           END-IF.
       2100-NEXT.
           READ NAEXT-FILE AT END SET NAEXT-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      * THE INTEREST ACCRUED BUT NEVER COLLECTED COMES BACK OUT OF
      * INCOME.
       2200-TO-NONACCRUAL.
           ADD 1 TO WS-CNT-TO-NA
           MOVE 0 TO WS-AMOUNT
           IF NAX-ACCERN > 0
              MOVE NAX-ACCERN TO WS-AMOUNT
           END-IF
           ADD WS-AMOUNT TO WS-TOT-REVERSED
           IF WS-AMOUNT NOT = 0
              MOVE NAX-GL-INT TO NAL-GLNO(1)
              MOVE WS-AMOUNT  TO NAL-GLAMT(1)
              MOVE NAX-GL-ACR TO NAL-GLNO(2)
              COMPUTE NAL-GLAMT(2) = 0 - WS-AMOUNT
              PERFORM 2700-WRITE-GL
           END-IF

           MOVE NAX-BRNO    TO NAS-BRNO
           MOVE NAX-ACCTNO  TO NAS-ACCTNO
           MOVE "N"         TO NAS-STATUS-CD
           MOVE WS-REASON   TO NAS-REASON
           MOVE WS-RUN-DATE TO NAS-NA-DATE
           MOVE WS-AMOUNT   TO NAS-REVERSED
           MOVE 0 TO NAS-CURE-START NAS-RETURN-DATE NAS-REINSTATED
           PERFORM 2800-SAVE-NAS
           MOVE "Y" TO WS-NAS-FOUND

           MOVE "Y"         TO NST-NONACCR-FG
           MOVE WS-RUN-DATE TO NST-NONACCR-DATE
           MOVE 0           TO NST-NEW-ACCERN
           MOVE "N"         TO NTR-TYPE
           MOVE WS-REASON   TO NTR-REASON
           MOVE "TO NON-ACCRUAL" TO DTL-MOVE
           PERFORM 2600-RECORD-MOVE.

      * SUSTAINED PERFORMANCE - THE CONTRACTUAL INTEREST STILL OWED
      * GOES BACK ON THE BOOKS AS ACCRUED.
       2300-TO-ACCRUAL.
           ADD 1 TO WS-CNT-TO-ACCR
           MOVE 0 TO WS-AMOUNT
           IF NAX-INTBAL > 0
              MOVE NAX-INTBAL TO WS-AMOUNT
           END-IF
           ADD WS-AMOUNT TO WS-TOT-REINSTATED
           IF WS-AMOUNT NOT = 0
              MOVE NAX-GL-ACR TO NAL-GLNO(1)
              MOVE WS-AMOUNT  TO NAL-GLAMT(1)
              MOVE NAX-GL-INT TO NAL-GLNO(2)
              COMPUTE NAL-GLAMT(2) = 0 - WS-AMOUNT
              PERFORM 2700-WRITE-GL
           END-IF

           MOVE "A"         TO NAS-STATUS-CD
           MOVE WS-RUN-DATE TO NAS-RETURN-DATE
           MOVE WS-AMOUNT   TO NAS-REINSTATED
           PERFORM 2800-SAVE-NAS

           MOVE "N"         TO NST-NONACCR-FG
           MOVE 0           TO NST-NONACCR-DATE
           MOVE WS-AMOUNT   TO NST-NEW-ACCERN
           MOVE "A"         TO NTR-TYPE
           MOVE "P"         TO NTR-REASON
           MOVE "TO ACCRUAL"  TO DTL-MOVE
           PERFORM 2600-RECORD-MOVE.

       2600-RECORD-MOVE.
           MOVE NAX-BRNO       TO NST-BRNO
           MOVE NAX-ACCTNO     TO NST-ACCTNO
           WRITE NASTAT-REC
           MOVE WS-RUN-DATE    TO NTR-DATE
           MOVE NAX-BRNO       TO NTR-BRNO
           MOVE NAX-ACCTNO     TO NTR-ACCTNO
           MOVE NAX-CLASS      TO NTR-CLASS
           MOVE NAX-CONTR-DAYS TO NTR-CONTR-DAYS
           MOVE NAX-CURBAL     TO NTR-CURBAL
           MOVE WS-AMOUNT      TO NTR-AMOUNT
           WRITE NATRN-REC
           MOVE NAX-BRNO       TO DTL-BRNO
           MOVE NAX-ACCTNO     TO DTL-ACCTNO
           MOVE NAX-CLASS      TO DTL-CLASS
           EVALUATE NTR-REASON
               WHEN "D" MOVE "DELINQUENCY"  TO DTL-WHY
               WHEN "B" MOVE "BANKRUPTCY"   TO DTL-WHY
               WHEN "R" MOVE "REPOSSESSION" TO DTL-WHY
               WHEN "J" MOVE "JUDGMENT"     TO DTL-WHY
               WHEN OTHER MOVE "PERFORMING" TO DTL-WHY
           END-EVALUATE
           MOVE NAX-CONTR-DAYS TO DTL-DAYS
           MOVE NAX-CURBAL     TO DTL-CURBAL
           MOVE WS-AMOUNT      TO DTL-AMOUNT
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2700-WRITE-GL.
           MOVE NAX-BRNO    TO NAL-BRNO
           MOVE NAX-ACCTNO  TO NAL-ACCTNO
           MOVE 0           TO NAL-SEQNO
           MOVE WS-RUN-DATE TO NAL-LTOUCH-DATE
           MOVE SPACES      TO NAL-GLNO(3)
           MOVE 0           TO NAL-GLAMT(3)
           WRITE NALXG-REC.

       2800-SAVE-NAS.
           IF WS-NAS-FOUND = "Y"
              REWRITE NAS-REC
           ELSE
              WRITE NAS-REC
           END-IF.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-READ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "IB ACCOUNTS SCANNED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TO-NA TO WS-EDIT-CNT
           MOVE WS-TOT-REVERSED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "MOVED TO NON-ACCRUAL: " WS-EDIT-CNT
                  "  INTEREST REVERSED: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TO-ACCR TO WS-EDIT-CNT
           MOVE WS-TOT-REINSTATED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED TO ACCRUAL: " WS-EDIT-CNT
                  "  INTEREST REINSTATED: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ON-NA TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY ON NON-ACCRUAL: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CURING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OF THOSE, PERFORMING TOWARD RETURN: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE NAEXT-FILE NAS-FILE NATRN-FILE NASTAT-FILE
                 NALXG-FILE NACSCN-RPT
           STOP RUN.
