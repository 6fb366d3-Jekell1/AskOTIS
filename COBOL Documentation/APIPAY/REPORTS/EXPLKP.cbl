      *================================================================*
      *   P R O G R A M :  E X P L K P                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-11-20
      *  DESC: BRANCH EXPOSURE QUERY BEFORE A NEW LOAN OR RENEWAL.
      *        FOR EACH EXPREQ REQUEST (REQUESTING BRANCH, BORROWER
      *        SSN, PROPOSED AMOUNT AND - FOR A RENEWAL - THE ACCOUNT
      *        BEING RENEWED) PRINTS THE BORROWER'S ROW FROM LAST
      *        NIGHT'S EXPOSE FILE (BUILT BY EXPRPT): EVERY LOAN THE
      *        SSN OWES AS BORROWER OR CO-BORROWER AT ANY BRANCH, THE
      *        TOTAL BALANCE, DELINQUENCY AND WORST STATUS - THEN THE
      *        EXPOSURE THE PROPOSED LOAN WOULD LEAVE (THE RENEWED
      *        ACCOUNT'S BALANCE IS PAID FROM THE NEW LOAN, SO IT
      *        COMES OFF) AGAINST THE POLICY LIMIT, AND A DECISION:
      *          REFER - CHARGE-OFF ON FILE
      *          REFER - OVER POLICY LIMIT
      *          REFER - DELINQUENT LOAN OPEN
      *          WITHIN LIMIT
      *        THE FIRST THAT APPLIES IS PRINTED.  THE LIMIT IS THE
      *        SAME OPTIONAL EXPPRM RECORD EXPRPT USES.  AN SSN NOT ON
      *        EXPOSE OWES NOTHING ON LN.  RETURN CODE 4 WHEN ANY
      *        REQUEST IS REFERRED.
      *
      *  MOD HISTORY:
      *   112028 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLKP.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-11-20.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXPPRM-FILE ASSIGN TO "EXPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPPRM-STATUS.

           SELECT EXPREQ-FILE ASSIGN TO "EXPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPREQ-STATUS.

           SELECT EXPOSE-FILE ASSIGN TO "EXPOSE"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EXP-SSNO
               FILE STATUS IS EXPOSE-STATUS.

           SELECT EXPLKP-RPT ASSIGN TO "EXPLKP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPPRM-FILE.
       01  EXPPRM-REC.
           05  PRM-LIMIT             PIC 9(09)V99.

       FD  EXPREQ-FILE.
       01  EXPREQ-REC.
           05  ERQ-BRNO              PIC X(04).
           05  ERQ-SSNO              PIC 9(09).
           05  ERQ-AMOUNT            PIC 9(07)V99.
           05  ERQ-RENEW-ACCTNO      PIC X(10).

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
           05  EXP-OVFL-CNT          PIC 9(03).
           05  EXP-LOAN OCCURS 12 TIMES.
               10  EXP-LN-BRNO       PIC X(04).
               10  EXP-LN-ACCTNO     PIC X(10).
               10  EXP-LN-ROLE       PIC X(01).
               10  EXP-LN-STATUS     PIC X(01).
               10  EXP-LN-DAYS       PIC 9(04).
               10  EXP-LN-BAL        PIC S9(07)V99.

       FD  EXPLKP-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  EXPPRM-STATUS             PIC XX.
           88  EXPPRM-EOF                       VALUE "10".
       01  EXPREQ-STATUS             PIC XX.
           88  EXPREQ-EOF                       VALUE "10".
       01  EXPOSE-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-LIMIT                  PIC 9(09)V99 VALUE 50000.00.
       01  WS-RENEW-BAL              PIC S9(07)V99.
       01  WS-PROJECTED              PIC S9(09)V99.
       01  WS-DECISION               PIC X(30).
       01  WS-SUB                    PIC 9(02) COMP.
       01  WS-MAX-SUB                PIC 9(02) COMP.

       01  WS-CNT-REQ                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REFER              PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-BAL               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-DAYS              PIC ZZZ9.
       01  WS-EDIT-N3                PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 3000-SUMMARY
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  EXPPRM-FILE
           OPEN INPUT  EXPREQ-FILE
           OPEN INPUT  EXPOSE-FILE
           OPEN OUTPUT EXPLKP-RPT
           IF EXPOSE-STATUS NOT = "00"
              MOVE "EXPOSE FILE NOT AVAILABLE - RUN EXPRPT FIRST"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              CLOSE EXPPRM-FILE EXPREQ-FILE EXPLKP-RPT
              STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ EXPPRM-FILE AT END SET EXPPRM-EOF TO TRUE END-READ
           IF NOT EXPPRM-EOF AND PRM-LIMIT NUMERIC
              AND PRM-LIMIT > 0
              MOVE PRM-LIMIT TO WS-LIMIT
           END-IF
           MOVE WS-LIMIT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "BORROWER EXPOSURE QUERY " WS-RUN-DATE
                  "   POLICY LIMIT " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2000-PROCESS-REQUESTS.
           READ EXPREQ-FILE AT END SET EXPREQ-EOF TO TRUE END-READ
           PERFORM 2100-ONE-REQUEST UNTIL EXPREQ-EOF.

       2100-ONE-REQUEST.
           ADD 1 TO WS-CNT-REQ
           MOVE ERQ-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           IF ERQ-RENEW-ACCTNO = SPACES
              STRING "BR " ERQ-BRNO "  SSN " ERQ-SSNO
                     "  NEW LOAN " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              STRING "BR " ERQ-BRNO "  SSN " ERQ-SSNO
                     "  RENEWAL OF " ERQ-RENEW-ACCTNO
                     " FOR " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE 0 TO WS-RENEW-BAL
           MOVE ERQ-SSNO TO EXP-SSNO
           READ EXPOSE-FILE
           IF EXPOSE-STATUS = "00"
              PERFORM 2200-LIST-EXPOSURE
           ELSE
              INITIALIZE EXPOSE-REC
              MOVE "    NO LOANS ON FILE FOR THIS SSN" TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           COMPUTE WS-PROJECTED = EXP-TOT-BAL - WS-RENEW-BAL
                                + ERQ-AMOUNT
           EVALUATE TRUE
               WHEN EXP-CHGOFF-CNT > 0
                  MOVE "REFER - CHARGE-OFF ON FILE" TO WS-DECISION
               WHEN WS-PROJECTED > WS-LIMIT
                  MOVE "REFER - OVER POLICY LIMIT"  TO WS-DECISION
               WHEN EXP-DLQ-CNT > 0
                  MOVE "REFER - DELINQUENT LOAN OPEN" TO WS-DECISION
               WHEN OTHER
                  MOVE "WITHIN LIMIT"               TO WS-DECISION
           END-EVALUATE
           IF WS-DECISION NOT = "WITHIN LIMIT"
              ADD 1 TO WS-CNT-REFER
           END-IF
           MOVE WS-PROJECTED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "    EXPOSURE AFTER THIS LOAN " WS-EDIT-AMT
                  "   " WS-DECISION
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ EXPREQ-FILE AT END SET EXPREQ-EOF TO TRUE END-READ.

      * THE RENEWED ACCOUNT IS MATCHED AT THE REQUESTING BRANCH.  A
      * RENEWAL OF A LOAN PAST THE 12 LISTED IS NOT FOUND, AND ITS
      * BALANCE STAYS IN THE PROJECTION - THE CAUTIOUS SIDE.
       2200-LIST-EXPOSURE.
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
              IF ERQ-RENEW-ACCTNO NOT = SPACES
                 AND EXP-LN-BRNO(WS-SUB)   = ERQ-BRNO
                 AND EXP-LN-ACCTNO(WS-SUB) = ERQ-RENEW-ACCTNO
                 MOVE EXP-LN-BAL(WS-SUB) TO WS-RENEW-BAL
                 MOVE "RENEWED" TO RPT-LINE(80:7)
              END-IF
              WRITE RPT-LINE
           END-PERFORM
           IF EXP-OVFL-CNT > 0
              MOVE EXP-OVFL-CNT TO WS-EDIT-N3
              MOVE SPACES TO RPT-LINE
              STRING "    ... AND " WS-EDIT-N3
                     " MORE LOANS IN THE TOTALS"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE EXP-TOT-BAL TO WS-EDIT-AMT
           MOVE EXP-LOAN-CNT TO WS-EDIT-N3
           MOVE SPACES TO RPT-LINE
           STRING "    " WS-EDIT-N3 " LOANS, TOTAL " WS-EDIT-AMT
                  "  WORST STATUS " EXP-WORST-CD
                  "  AS OF " EXP-ASOF-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE EXP-DLQ-BAL TO WS-EDIT-AMT
           MOVE EXP-DLQ-CNT TO WS-EDIT-N3
           MOVE EXP-MAX-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO RPT-LINE
           STRING "    " WS-EDIT-N3 " DELINQUENT, " WS-EDIT-AMT
                  "  MOST DAYS PAST DUE " WS-EDIT-DAYS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF EXP-CHGOFF-CNT > 0
              MOVE EXP-CHGOFF-BAL TO WS-EDIT-AMT
              MOVE EXP-CHGOFF-CNT TO WS-EDIT-N3
              MOVE SPACES TO RPT-LINE
              STRING "    " WS-EDIT-N3 " CHARGED OFF, " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       3000-SUMMARY.
           MOVE WS-CNT-REQ TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REQUESTS       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFER TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REFERRED       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-REFER > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE EXPPRM-FILE EXPREQ-FILE EXPOSE-FILE EXPLKP-RPT
           STOP RUN.
