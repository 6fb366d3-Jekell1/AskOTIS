      *================================================================*
      *   P R O G R A M :  E X P R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-11-20
      *  DESC: NIGHTLY AGGREGATE BORROWER EXPOSURE.  DISTRIBUTE-BY-SSN
      *        FINDS A BORROWER'S OPEN LOANS ONE PAYMENT AT A TIME;
      *        NOTHING ADDED THEM UP.  THIS RUN READS THE EXPEXT
      *        EXTRACT (ONE ROW PER LOAN STILL ON LN, WITH BOTH
      *        OBLIGOR SSNS) AND FILES EVERY LOAN AGAINST EACH SSN
      *        THAT OWES IT - THE PRIMARY BORROWER (LN-SSNO(1), ROLE
      *        P) AND THE CO-BORROWER OR CO-MAKER (LN-SSNO(2), ROLE
      *        C) - ON THE KEYED EXPOSE FILE, REBUILT EACH NIGHT.
      *        EACH EXPOSE ROW CARRIES THE BORROWER'S TOTAL BALANCE
      *        ACROSS ALL BRANCHES, THE DELINQUENT LOANS, BALANCE AND
      *        WORST DAYS PAST DUE, AND THE WORST STATUS, RANKED
      *          X  CHARGED OFF       R  IN REPOSSESSION
      *          D  DELINQUENT        C  CURRENT
      *        (THE DLQSNP STATUSES; A PAID LOAN IS LEFT OUT).  TWO
      *        CONDITIONS ARE FLAGGED ON THE ROW AND LISTED HERE:
      *          L  TOTAL BALANCE OVER THE PER-BORROWER POLICY LIMIT
      *          X  A CHARGED-OFF LOAN ANYWHERE WHILE ANOTHER LOAN IS
      *             STILL OPEN (CURRENT OR DELINQUENT) ELSEWHERE.
      *        THE LIMIT IS THE OPTIONAL EXPPRM RECORD, DEFAULT
      *        50,000.00.  BRANCHES QUERY A BORROWER'S EXPOSURE
      *        BEFORE A NEW LOAN OR RENEWAL THROUGH EXPLKP, WHICH
      *        READS THE EXPOSE FILE THIS RUN LEAVES.  RETURN CODE 4
      *        WHEN ANY BORROWER IS FLAGGED.
      *
      *  MOD HISTORY:
      *   112028 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-11-20.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXPPRM-FILE ASSIGN TO "EXPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPPRM-STATUS.

           SELECT EXPEXT-FILE ASSIGN TO "EXPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPEXT-STATUS.

           SELECT EXPOSE-FILE ASSIGN TO "EXPOSE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXP-SSNO
               FILE STATUS IS EXPOSE-STATUS.

           SELECT EXPRPT-RPT ASSIGN TO "EXPRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPPRM-FILE.
       01  EXPPRM-REC.
           05  PRM-LIMIT             PIC 9(09)V99.

       FD  EXPEXT-FILE.
       01  EXPEXT-REC.
           05  EXX-BRNO              PIC X(04).
           05  EXX-ACCTNO            PIC X(10).
           05  EXX-SSNO-1            PIC 9(09).
           05  EXX-SSNO-2            PIC 9(09).
           05  EXX-CURBAL            PIC S9(07)V99.
           05  EXX-CONTR-PDTH        PIC 9(08).
           05  EXX-CHGOFF-DATE       PIC 9(08).
           05  EXX-PAYOFF-DATE       PIC 9(08).
           05  EXX-REPOCD            PIC X(01).

       FD  EXPOSE-FILE.
       01  EXPOSE-REC.
           05  EXP-SSNO              PIC 9(09).
           05  EXP-ASOF-DATE         PIC 9(08).
           05  EXP-LIMIT             PIC 9(09)V99.
           05  EXP-LOAN-CNT          PIC 9(03).
           05  EXP-PRI-CNT           PIC 9(03).
           05  EXP-CO-CNT            PIC 9(03).
           05  EXP-OPEN-CNT          PIC 9(03).
           05  EXP-CHGOFF-CNT        PIC 9(03).
           05  EXP-DLQ-CNT           PIC 9(03).
           05  EXP-TOT-BAL           PIC S9(09)V99.
           05  EXP-CHGOFF-BAL        PIC S9(09)V99.
           05  EXP-DLQ-BAL           PIC S9(09)V99.
           05  EXP-MAX-DAYS          PIC 9(04).
           05  EXP-WORST-CD          PIC X(01).
           05  EXP-WORST-RANK        PIC 9(01).
           05  EXP-FLAG-LIMIT        PIC X(01).
           05  EXP-FLAG-CHGOFF       PIC X(01).
      * THE FIRST 12 LOANS ARE LISTED; ANY MORE ARE COUNTED IN THE
      * TOTALS AND IN EXP-OVFL-CNT.
           05  EXP-OVFL-CNT          PIC 9(03).
           05  EXP-LOAN OCCURS 12 TIMES.
               10  EXP-LN-BRNO       PIC X(04).
               10  EXP-LN-ACCTNO     PIC X(10).
               10  EXP-LN-ROLE       PIC X(01).
               10  EXP-LN-STATUS     PIC X(01).
               10  EXP-LN-DAYS       PIC 9(04).
               10  EXP-LN-BAL        PIC S9(07)V99.

       FD  EXPRPT-RPT.
       01  RPT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  EXPPRM-STATUS             PIC XX.
           88  EXPPRM-EOF                       VALUE "10".
       01  EXPEXT-STATUS             PIC XX.
           88  EXPEXT-EOF                       VALUE "10".
       01  EXPOSE-STATUS             PIC XX.
           88  EXPOSE-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-ASOF-DATE              PIC 9(08).
       01  WS-ASOF-INT               PIC 9(08) COMP.
       01  WS-LIMIT                  PIC 9(09)V99 VALUE 50000.00.
       01  WS-SSNO                   PIC 9(09).
       01  WS-ROLE                   PIC X(01).
       01  WS-STATUS-CD              PIC X(01).
       01  WS-RANK                   PIC 9(01).
       01  WS-DAYS                   PIC S9(05) COMP.
       01  WS-SUB                    PIC 9(02) COMP.
       01  WS-MAX-SUB                PIC 9(02) COMP.

       01  WS-CNT-READ               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-PAID               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-POSTED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BORR               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-MULTI              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-LIMIT              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CHGOFF             PIC 9(07) COMP VALUE 0.
       01  WS-TOT-BAL                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-BAL               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-DAYS              PIC ZZZ9.
       01  WS-EDIT-N3                PIC ZZ9.
       01  WS-FLAGS                  PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-UP
           PERFORM 3000-FLAG-AND-LIST
           PERFORM 4000-SUMMARY
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  EXPPRM-FILE
           OPEN INPUT  EXPEXT-FILE
           IF EXPEXT-STATUS NOT = "00"
              DISPLAY "EXPRPT: EXPEXT EXTRACT NOT AVAILABLE, STATUS "
                      EXPEXT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      * THE EXPOSURE FILE IS REBUILT FROM NOTHING EVERY NIGHT - A LOAN
      * PAID OR A CO-BORROWER RELEASED SINCE LAST NIGHT MUST DROP OFF.
           OPEN OUTPUT EXPOSE-FILE
           CLOSE EXPOSE-FILE
           OPEN I-O EXPOSE-FILE
           OPEN OUTPUT EXPRPT-RPT
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           READ EXPPRM-FILE AT END SET EXPPRM-EOF TO TRUE END-READ
           IF NOT EXPPRM-EOF AND PRM-LIMIT NUMERIC
              AND PRM-LIMIT > 0
              MOVE PRM-LIMIT TO WS-LIMIT
           END-IF
           MOVE WS-LIMIT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "AGGREGATE BORROWER EXPOSURE AS OF " WS-ASOF-DATE
                  "   POLICY LIMIT " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-ROLL-UP.
           READ EXPEXT-FILE AT END SET EXPEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOAN UNTIL EXPEXT-EOF.

       2100-ONE-LOAN.
           ADD 1 TO WS-CNT-READ
           PERFORM 2200-LOAN-STATUS
           IF WS-STATUS-CD = "P"
              ADD 1 TO WS-CNT-PAID
           ELSE
              IF EXX-SSNO-1 NUMERIC AND EXX-SSNO-1 NOT = 0
                 MOVE EXX-SSNO-1 TO WS-SSNO
                 MOVE "P"        TO WS-ROLE
                 PERFORM 2300-POST-OBLIGOR
              END-IF
      * A SECOND SSN EQUAL TO THE FIRST IS A KEYING SLIP, NOT A SECOND
      * OBLIGATION - THE LOAN IS COUNTED ONCE.
              IF EXX-SSNO-2 NUMERIC AND EXX-SSNO-2 NOT = 0
                 AND EXX-SSNO-2 NOT = EXX-SSNO-1
                 MOVE EXX-SSNO-2 TO WS-SSNO
                 MOVE "C"        TO WS-ROLE
                 PERFORM 2300-POST-OBLIGOR
              END-IF
           END-IF
           READ EXPEXT-FILE AT END SET EXPEXT-EOF TO TRUE END-READ.

      * THE DLQSNP STATUS OF THE LOAN AND ITS CONTRACTUAL DAYS PAST
      * DUE, RANKED FOR THE WORST-STATUS TEST (X 4, R 3, D 2, C 1).
       2200-LOAN-STATUS.
           MOVE 0 TO WS-DAYS
           IF EXX-CONTR-PDTH NUMERIC AND EXX-CONTR-PDTH NOT = 0
              AND EXX-CONTR-PDTH < WS-ASOF-DATE
              COMPUTE WS-DAYS = WS-ASOF-INT
                      - FUNCTION INTEGER-OF-DATE(EXX-CONTR-PDTH)
           END-IF
           IF WS-DAYS > 9999
              MOVE 9999 TO WS-DAYS
           END-IF
           EVALUATE TRUE
               WHEN EXX-CHGOFF-DATE NOT = 0
                AND EXX-CHGOFF-DATE NOT > WS-ASOF-DATE
                  MOVE "X" TO WS-STATUS-CD
                  MOVE 4   TO WS-RANK
               WHEN EXX-REPOCD = "X" OR EXX-REPOCD = "S"
                  MOVE "R" TO WS-STATUS-CD
                  MOVE 3   TO WS-RANK
               WHEN EXX-CURBAL NOT > 0
                OR (EXX-PAYOFF-DATE NOT = 0
                    AND EXX-PAYOFF-DATE NOT > WS-ASOF-DATE)
                  MOVE "P" TO WS-STATUS-CD
                  MOVE 0   TO WS-RANK
               WHEN WS-DAYS = 0
                  MOVE "C" TO WS-STATUS-CD
                  MOVE 1   TO WS-RANK
               WHEN OTHER
                  MOVE "D" TO WS-STATUS-CD
                  MOVE 2   TO WS-RANK
           END-EVALUATE.

       2300-POST-OBLIGOR.
           ADD 1 TO WS-CNT-POSTED
           MOVE WS-SSNO TO EXP-SSNO
           READ EXPOSE-FILE
           IF EXPOSE-STATUS NOT = "00"
              INITIALIZE EXPOSE-REC
              MOVE WS-SSNO      TO EXP-SSNO
              MOVE WS-ASOF-DATE TO EXP-ASOF-DATE
              MOVE WS-LIMIT     TO EXP-LIMIT
              MOVE "N"          TO EXP-FLAG-LIMIT
                                   EXP-FLAG-CHGOFF
              MOVE SPACE        TO EXP-WORST-CD
           END-IF
           ADD 1 TO EXP-LOAN-CNT
           IF WS-ROLE = "P"
              ADD 1 TO EXP-PRI-CNT
           ELSE
              ADD 1 TO EXP-CO-CNT
           END-IF
           ADD EXX-CURBAL TO EXP-TOT-BAL
           EVALUATE WS-STATUS-CD
               WHEN "X"
                  ADD 1          TO EXP-CHGOFF-CNT
                  ADD EXX-CURBAL TO EXP-CHGOFF-BAL
               WHEN "D"
                  ADD 1          TO EXP-OPEN-CNT
                  ADD 1          TO EXP-DLQ-CNT
                  ADD EXX-CURBAL TO EXP-DLQ-BAL
               WHEN "C"
                  ADD 1          TO EXP-OPEN-CNT
           END-EVALUATE
           IF WS-STATUS-CD NOT = "X" AND WS-DAYS > EXP-MAX-DAYS
              MOVE WS-DAYS TO EXP-MAX-DAYS
           END-IF
           IF WS-RANK > EXP-WORST-RANK
              MOVE WS-RANK      TO EXP-WORST-RANK
              MOVE WS-STATUS-CD TO EXP-WORST-CD
           END-IF
           IF EXP-LOAN-CNT > 12
              ADD 1 TO EXP-OVFL-CNT
           ELSE
              MOVE EXP-LOAN-CNT   TO WS-SUB
              MOVE EXX-BRNO       TO EXP-LN-BRNO(WS-SUB)
              MOVE EXX-ACCTNO     TO EXP-LN-ACCTNO(WS-SUB)
              MOVE WS-ROLE        TO EXP-LN-ROLE(WS-SUB)
              MOVE WS-STATUS-CD   TO EXP-LN-STATUS(WS-SUB)
              MOVE WS-DAYS        TO EXP-LN-DAYS(WS-SUB)
              MOVE EXX-CURBAL     TO EXP-LN-BAL(WS-SUB)
           END-IF
           IF EXPOSE-STATUS = "00"
              REWRITE EXPOSE-REC
           ELSE
              WRITE EXPOSE-REC
              ADD 1 TO WS-CNT-BORR
           END-IF.

      * ONE PASS OVER THE FINISHED FILE SETS THE FLAGS AND LISTS EVERY
      * FLAGGED BORROWER WITH EVERY LOAN ON THE ROW.
       3000-FLAG-AND-LIST.
           MOVE "SSN        LOANS  P  C       TOTAL BALANCE  DLQ"
             TO RPT-LINE
           MOVE "     DLQ BALANCE  MAX DAYS  WORST  FLAGS"
             TO RPT-LINE(50:41)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO EXP-SSNO
           START EXPOSE-FILE KEY NOT < EXP-SSNO
               INVALID KEY SET EXPOSE-EOF TO TRUE
           END-START
           IF NOT EXPOSE-EOF
              READ EXPOSE-FILE NEXT
                  AT END SET EXPOSE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-BORROWER UNTIL EXPOSE-EOF.

       3100-ONE-BORROWER.
           IF EXP-LOAN-CNT > 1
              ADD 1 TO WS-CNT-MULTI
           END-IF
           ADD EXP-TOT-BAL TO WS-TOT-BAL
           IF EXP-TOT-BAL > EXP-LIMIT
              MOVE "Y" TO EXP-FLAG-LIMIT
              ADD 1 TO WS-CNT-LIMIT
           END-IF
           IF EXP-CHGOFF-CNT > 0 AND EXP-OPEN-CNT > 0
              MOVE "Y" TO EXP-FLAG-CHGOFF
              ADD 1 TO WS-CNT-CHGOFF
           END-IF
           IF EXP-FLAG-LIMIT = "Y" OR EXP-FLAG-CHGOFF = "Y"
              REWRITE EXPOSE-REC
              PERFORM 3200-LIST-BORROWER
           END-IF
           READ EXPOSE-FILE NEXT
               AT END SET EXPOSE-EOF TO TRUE
           END-READ.

       3200-LIST-BORROWER.
           MOVE SPACES TO WS-FLAGS
           IF EXP-FLAG-LIMIT = "Y"
              MOVE "L" TO WS-FLAGS(1:1)
           END-IF
           IF EXP-FLAG-CHGOFF = "Y"
              MOVE "X" TO WS-FLAGS(2:1)
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE EXP-SSNO      TO RPT-LINE(1:9)
           MOVE EXP-LOAN-CNT  TO WS-EDIT-N3
           MOVE WS-EDIT-N3    TO RPT-LINE(13:3)
           MOVE EXP-PRI-CNT   TO WS-EDIT-N3
           MOVE WS-EDIT-N3    TO RPT-LINE(16:3)
           MOVE EXP-CO-CNT    TO WS-EDIT-N3
           MOVE WS-EDIT-N3    TO RPT-LINE(19:3)
           MOVE EXP-TOT-BAL   TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT   TO RPT-LINE(27:15)
           MOVE EXP-DLQ-CNT   TO WS-EDIT-N3
           MOVE WS-EDIT-N3    TO RPT-LINE(44:3)
           MOVE EXP-DLQ-BAL   TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT   TO RPT-LINE(50:15)
           MOVE EXP-MAX-DAYS  TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS  TO RPT-LINE(71:4)
           MOVE EXP-WORST-CD  TO RPT-LINE(80:1)
           MOVE WS-FLAGS      TO RPT-LINE(86:2)
           WRITE RPT-LINE
           IF EXP-LOAN-CNT > 12
              MOVE 12 TO WS-MAX-SUB
           ELSE
              MOVE EXP-LOAN-CNT TO WS-MAX-SUB
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-MAX-SUB
              MOVE EXP-LN-BAL(WS-SUB)  TO WS-EDIT-BAL
              MOVE EXP-LN-DAYS(WS-SUB) TO WS-EDIT-DAYS
              MOVE SPACES TO RPT-LINE
              STRING "    BR " EXP-LN-BRNO(WS-SUB)
                     " ACCT " EXP-LN-ACCTNO(WS-SUB)
                     "  ROLE " EXP-LN-ROLE(WS-SUB)
                     "  STATUS " EXP-LN-STATUS(WS-SUB)
                     "  DAYS " WS-EDIT-DAYS
                     "  BAL " WS-EDIT-BAL
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-PERFORM
           IF EXP-OVFL-CNT > 0
              MOVE EXP-OVFL-CNT TO WS-EDIT-N3
              MOVE SPACES TO RPT-LINE
              STRING "    ... AND " WS-EDIT-N3
                     " MORE LOANS IN THE TOTALS"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       4000-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-READ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOANS READ                " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PAID TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PAID, NOT COUNTED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-POSTED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OBLIGATIONS FILED         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BORR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BORROWERS                 " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-MULTI TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  WITH MORE THAN ONE LOAN " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LIMIT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OVER THE POLICY LIMIT   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CHGOFF TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  CHARGE-OFF WITH OPEN    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-BAL TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL EXPOSURE FILED  " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-LIMIT > 0 OR WS-CNT-CHGOFF > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE EXPPRM-FILE EXPEXT-FILE EXPOSE-FILE EXPRPT-RPT
           STOP RUN.
