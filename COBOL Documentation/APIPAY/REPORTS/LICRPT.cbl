      *================================================================*
      *   P R O G R A M :  L I C R P T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-07-03
      *  DESC: ANNUAL STATE CONSUMER-FINANCE LICENSING REPORT.  EACH
      *        LICENSING AGENCY'S YEARLY SCHEDULE IS COMPILED BY LOAN
      *        STATE (LN-ORGST) AND LAW CODE (LN-LAWCODE) FROM:
      *          LCTPL  THE STATE REPORT-TEMPLATE TABLE.  PER STATE
      *                 AND LAW CODE ("**" FOR EVERY LAW CODE IN THE
      *                 STATE NOT GIVEN ITS OWN TEMPLATE):
      *                   S  THE SCHEDULE AND THE AGENCY'S NAME
      *                   R  AN ANNUAL-PERCENTAGE-RATE BAND
      *                   A  A LOAN-SIZE (AMOUNT FINANCED) BAND
      *                   L  A LINE ITEM, PRINTED IN SEQUENCE:
      *                      MADE  LOANS MADE IN THE YEAR
      *                      WAPR  THEIR DOLLAR-WEIGHTED APR
      *                      OUTS  OUTSTANDING AT YEAR END
      *                      DLQ   OF THOSE, DELINQUENT AT LEAST THE
      *                            DAYS IN THE ITEM ARGUMENT
      *                      CHGO  CHARGED OFF IN THE YEAR
      *                      RCOV  RECOVERIES COLLECTED IN THE YEAR
      *                      REPO  REPOSSESSIONS IN THE YEAR
      *                      FEE   FEES COLLECTED OF THE TYPE IN THE
      *                            ITEM ARGUMENT
      *                      FEES  FEES COLLECTED OF EVERY TYPE
      *                 SO A NEW STATE'S LAYOUT IS TEMPLATE ROWS, NOT A
      *                 PROGRAM CHANGE.
      *          LCEXT  ONE ROW PER LOAN FROM LN1 AND THE CHARGE-OFF,
      *                 RECOVERY AND REPOSSESSION SIDE FILES.
      *          LCFEE  THE YEAR'S FEE POSTINGS FROM LP1.
      *          LCRCV  THE RECEIVABLE BALANCES RCVRFW WRITES
      *                 (RFBAL.NEW) FOR THE YEAR-END MONTH.
      *        ONE SCHEDULE PRINTS PER TEMPLATE - LOANS MADE BY SIZE
      *        BAND AND BY RATE BAND, THEN THE LINE ITEMS - FOLLOWED BY
      *        THE RECONCILIATION OF THE OUTSTANDING IN THE SCHEDULES,
      *        PLUS ANY LOANS NO TEMPLATE COVERS, TO THE YEAR-END
      *        RECEIVABLE.  RETURN-CODE 4 ON A TEMPLATE ERROR OR AN
      *        UNRECONCILED DIFFERENCE.
      *
      *  MOD HISTORY:
      *   070328 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICRPT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-07-03.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LCPRM-FILE ASSIGN TO "LCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCPRM-STATUS.

           SELECT LCTPL-FILE ASSIGN TO "LCTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCTPL-STATUS.

           SELECT LCEXT-FILE ASSIGN TO "LCEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCEXT-STATUS.

           SELECT OPTIONAL LCFEE-FILE ASSIGN TO "LCFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCFEE-STATUS.

           SELECT OPTIONAL LCRCV-FILE ASSIGN TO "LCRCV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCRCV-STATUS.

           SELECT LICRPT-RPT ASSIGN TO "LICRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LCPRM-FILE.
       01  LCPRM-REC.
           05  PRM-REPORT-YEAR       PIC 9(04).

       FD  LCTPL-FILE.
       01  LCTPL-REC.
           05  TPL-TYPE              PIC X(01).
               88  TPL-SCHEDULE                 VALUE "S".
               88  TPL-RATE-BAND                VALUE "R".
               88  TPL-SIZE-BAND                VALUE "A".
               88  TPL-LINE-ITEM                VALUE "L".
           05  TPL-STATE             PIC X(02).
           05  TPL-LAWCODE           PIC X(02).
           05  TPL-SEQ               PIC 9(02).
           05  TPL-BODY              PIC X(60).
           05  TPL-SCHED-BODY REDEFINES TPL-BODY.
               10  TPL-AGENCY        PIC X(40).
               10  FILLER            PIC X(20).
      * A HIGH OF ZERO LEAVES THE BAND OPEN AT THE TOP.
           05  TPL-RATE-BODY REDEFINES TPL-BODY.
               10  TPL-RATE-LO       PIC 9(03)V9(04).
               10  TPL-RATE-HI       PIC 9(03)V9(04).
               10  TPL-RATE-LABEL    PIC X(20).
               10  FILLER            PIC X(26).
           05  TPL-SIZE-BODY REDEFINES TPL-BODY.
               10  TPL-SIZE-LO       PIC 9(07)V99.
               10  TPL-SIZE-HI       PIC 9(07)V99.
               10  TPL-SIZE-LABEL    PIC X(20).
               10  FILLER            PIC X(22).
           05  TPL-ITEM-BODY REDEFINES TPL-BODY.
               10  TPL-ITEM          PIC X(04).
               10  TPL-ITEM-ARG      PIC X(04).
               10  TPL-ITEM-LABEL    PIC X(40).
               10  FILLER            PIC X(12).

       FD  LCEXT-FILE.
       01  LCEXT-REC.
           05  LCX-BRNO              PIC X(04).
           05  LCX-ACCTNO            PIC X(10).
           05  LCX-ORGST             PIC X(02).
           05  LCX-LAWCODE           PIC X(02).
           05  LCX-LOANDATE          PIC 9(08).
           05  LCX-AMTFIN            PIC S9(07)V99.
           05  LCX-APR               PIC 9(03)V9(04).
           05  LCX-YE-CURBAL         PIC S9(07)V99.
           05  LCX-YE-DAYS-PD        PIC 9(04).
           05  LCX-CHGOFF-DATE       PIC 9(08).
           05  LCX-CHGOFF-AMT        PIC S9(07)V99.
           05  LCX-RECOVERY-AMT      PIC S9(07)V99.
           05  LCX-REPO-DATE         PIC 9(08).

       FD  LCFEE-FILE.
       01  LCFEE-REC.
           05  LCF-BRNO              PIC X(04).
           05  LCF-ACCTNO            PIC X(10).
           05  LCF-ORGST             PIC X(02).
           05  LCF-LAWCODE           PIC X(02).
           05  LCF-FEE-CODE          PIC X(04).
           05  LCF-POST-DATE         PIC 9(08).
           05  LCF-AMOUNT            PIC S9(07)V99.

      * RFBAL LAYOUT.
       FD  LCRCV-FILE.
       01  LCRCV-REC.
           05  RCV-BRNO              PIC X(04).
           05  RCV-CLASS             PIC X(02).
           05  RCV-PERIOD-END        PIC 9(08).
           05  RCV-GROSS             PIC S9(11)V99.
           05  RCV-UNEARNED          PIC S9(11)V99.

       FD  LICRPT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  LCPRM-STATUS              PIC XX.
           88  LCPRM-EOF                        VALUE "10".
       01  LCTPL-STATUS              PIC XX.
           88  LCTPL-EOF                        VALUE "10".
       01  LCEXT-STATUS              PIC XX.
           88  LCEXT-EOF                        VALUE "10".
       01  LCFEE-STATUS              PIC XX.
           88  LCFEE-EOF                        VALUE "10".
       01  LCRCV-STATUS              PIC XX.
           88  LCRCV-EOF                        VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-YEAR                   PIC 9(04).
       01  WS-YEAR-BEGIN             PIC 9(08).
       01  WS-YEAR-END               PIC 9(08).
       01  WS-DATE                   PIC 9(08).
       01  WS-DAYS-ARG               PIC 9(04).
       01  WS-IN-YEAR                PIC X(01).
       01  WS-OUTSTANDING            PIC X(01).
       01  WS-HIT                    PIC X(01).
       01  WS-TPL-MSG                PIC X(40).
       01  WS-HIT-AMT                PIC S9(09)V99.
       01  WS-APR-AVG                PIC 9(03)V9(04).
       01  WS-DIFF                   PIC S9(11)V99.

       01  WS-CNT-TPL                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-TPL-ERR            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-EXT                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FEE                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FEE-SKIP           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OVERFLOW           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

      * ONE ENTRY PER TEMPLATE.  THE BAND TABLES HOLD ONE MORE ROW
      * THAN THE TEMPLATE MAY DEFINE, FOR LOANS IN NO BAND; THE
      * SCHEDULE'S OWN OUTSTANDING IS KEPT FOR THE RECONCILIATION
      * WHETHER OR NOT IT HAS AN OUTS ITEM.
       01  WS-SC-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-SC-SUB                 PIC 9(03) COMP.
       01  WS-BD-SUB                 PIC 9(03) COMP.
       01  WS-IT-SUB                 PIC 9(03) COMP.
       01  WS-SHIFT-SUB              PIC 9(03) COMP.
       01  WS-LAST-BAND              PIC 9(03) COMP.
       01  WS-SC-KEY.
           05  WS-SC-KEY-STATE       PIC X(02).
           05  WS-SC-KEY-LAWCODE     PIC X(02).
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 60 TIMES.
               10  WS-SC-ROW-KEY.
                   15  WS-SC-STATE   PIC X(02).
                   15  WS-SC-LAWCODE PIC X(02).
               10  WS-SC-AGENCY      PIC X(40).
               10  WS-SC-OUT-CNT     PIC 9(07) COMP.
               10  WS-SC-OUT-AMT     PIC S9(11)V99 COMP-3.
               10  WS-SC-RB-CNT      PIC 9(02) COMP.
               10  WS-SC-RB OCCURS 11 TIMES.
                   15  WS-RB-LO      PIC 9(03)V9(04).
                   15  WS-RB-HI      PIC 9(03)V9(04).
                   15  WS-RB-LABEL   PIC X(20).
                   15  WS-RB-LOANS   PIC 9(07) COMP.
                   15  WS-RB-AMT     PIC S9(11)V99 COMP-3.
               10  WS-SC-AB-CNT      PIC 9(02) COMP.
               10  WS-SC-AB OCCURS 11 TIMES.
                   15  WS-AB-LO      PIC 9(07)V99.
                   15  WS-AB-HI      PIC 9(07)V99.
                   15  WS-AB-LABEL   PIC X(20).
                   15  WS-AB-LOANS   PIC 9(07) COMP.
                   15  WS-AB-AMT     PIC S9(11)V99 COMP-3.
                   15  WS-AB-APR-WT  PIC S9(15)V9(04) COMP-3.
               10  WS-SC-IT-CNT      PIC 9(02) COMP.
               10  WS-SC-IT OCCURS 30 TIMES.
                   15  WS-IT-SEQ     PIC 9(02).
                   15  WS-IT-CODE    PIC X(04).
                   15  WS-IT-ARG     PIC X(04).
                   15  WS-IT-LABEL   PIC X(40).
                   15  WS-IT-CNT     PIC 9(07) COMP.
                   15  WS-IT-AMT     PIC S9(15)V9(04) COMP-3.
                   15  WS-IT-BASE    PIC S9(11)V99 COMP-3.

      * OUTSTANDING NO TEMPLATE COVERS, BY STATE AND LAW CODE.
       01  WS-NS-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-NS-SUB                 PIC 9(03) COMP.
       01  WS-NS-TABLE.
           05  WS-NS-ENTRY OCCURS 201 TIMES.
               10  WS-NS-ROW-KEY     PIC X(04).
               10  WS-NS-LOANS       PIC 9(07) COMP.
               10  WS-NS-AMT         PIC S9(11)V99 COMP-3.

       01  WS-RECON.
           05  WS-RC-SCHED-CNT       PIC 9(07) COMP.
           05  WS-RC-SCHED-AMT       PIC S9(11)V99 COMP-3.
           05  WS-RC-NOSCH-CNT       PIC 9(07) COMP.
           05  WS-RC-NOSCH-AMT       PIC S9(11)V99 COMP-3.
           05  WS-RC-RCV-AMT         PIC S9(11)V99 COMP-3.
           05  WS-RC-RCV-ROWS        PIC 9(07) COMP.
           05  WS-RC-RCV-END         PIC 9(08).

       01  WS-BAND-HDR.
           05  FILLER PIC X(40) VALUE
               "  BAND                    LOANS  AMT FIN".
           05  FILLER PIC X(18) VALUE
               "ANCED      AVG APR".
       01  WS-BAND-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BDL-LABEL             PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BDL-LOANS             PIC ZZZ,ZZ9.
           05  BDL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  BDL-APR               PIC ZZ9.9999.

       01  WS-ITEM-HDR.
           05  FILLER PIC X(40) VALUE
               "  LINE ITEM                             ".
           05  FILLER PIC X(29) VALUE
               "          COUNT        AMOUNT".
       01  WS-ITEM-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ITL-LABEL             PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ITL-CNT               PIC ZZZ,ZZZ,ZZ9.
           05  ITL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  ITL-RATE REDEFINES ITL-AMT
                                     PIC X(15).

       01  WS-REC-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RCL-LABEL             PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RCL-CNT               PIC ZZZ,ZZZ,ZZ9.
           05  RCL-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RATE-EDIT              PIC ZZ9.9999.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-TEMPLATE
           PERFORM 2000-PROCESS-LOANS
           PERFORM 2500-PROCESS-FEES
           PERFORM 2800-LOAD-RECEIVABLE
           PERFORM 3000-PRINT-SCHEDULES
           PERFORM 4000-RECONCILE
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LCPRM-FILE
           OPEN INPUT  LCTPL-FILE
           OPEN INPUT  LCEXT-FILE
           OPEN INPUT  LCFEE-FILE
           OPEN INPUT  LCRCV-FILE
           OPEN OUTPUT LICRPT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      * THE REPORTS ARE BUILT IN THE SPRING FOR THE YEAR BEFORE.
           COMPUTE WS-YEAR = WS-RUN-DATE / 10000 - 1
           READ LCPRM-FILE AT END SET LCPRM-EOF TO TRUE END-READ
           IF NOT LCPRM-EOF AND PRM-REPORT-YEAR NUMERIC
              AND PRM-REPORT-YEAR NOT = 0
              MOVE PRM-REPORT-YEAR TO WS-YEAR
           END-IF
           COMPUTE WS-YEAR-BEGIN = WS-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END   = WS-YEAR * 10000 + 1231
           INITIALIZE WS-SC-TABLE WS-NS-TABLE WS-RECON
           MOVE SPACES TO RPT-LINE
           STRING "STATE CONSUMER-FINANCE LICENSING REPORTS - YEAR "
                  WS-YEAR "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE TEMPLATE.  AN S ROW OPENS A SCHEDULE; ITS BANDS AND ITEMS
      * MAY FOLLOW IN ANY ORDER AND ARE KEPT IN SEQUENCE.
      *----------------------------------------------------------------*
       1100-LOAD-TEMPLATE.
           READ LCTPL-FILE AT END SET LCTPL-EOF TO TRUE END-READ
           PERFORM 1110-SCHEDULE-ROWS UNTIL LCTPL-EOF
           CLOSE LCTPL-FILE
           OPEN INPUT LCTPL-FILE
           MOVE "00" TO LCTPL-STATUS
           READ LCTPL-FILE AT END SET LCTPL-EOF TO TRUE END-READ
           PERFORM 1200-DETAIL-ROW THRU 1200-EXIT UNTIL LCTPL-EOF
           IF WS-CNT-TPL-ERR > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       1110-SCHEDULE-ROWS.
           ADD 1 TO WS-CNT-TPL
           IF TPL-SCHEDULE
              MOVE TPL-STATE   TO WS-SC-KEY-STATE
              MOVE TPL-LAWCODE TO WS-SC-KEY-LAWCODE
              PERFORM 1500-FIND-SCHEDULE
              IF WS-SC-SUB NOT = 0
                 MOVE "DUPLICATE SCHEDULE ROW" TO WS-TPL-MSG
                 PERFORM 1300-TEMPLATE-ERROR
              ELSE
                 IF WS-SC-CNT NOT < 60
                    MOVE "MORE THAN 60 SCHEDULES" TO WS-TPL-MSG
                    PERFORM 1300-TEMPLATE-ERROR
                 ELSE
                    ADD 1 TO WS-SC-CNT
                    MOVE WS-SC-KEY  TO WS-SC-ROW-KEY(WS-SC-CNT)
                    MOVE TPL-AGENCY TO WS-SC-AGENCY(WS-SC-CNT)
                 END-IF
              END-IF
           END-IF
           READ LCTPL-FILE AT END SET LCTPL-EOF TO TRUE END-READ.

       1200-DETAIL-ROW.
           IF TPL-SCHEDULE
              GO TO 1200-NEXT.
           MOVE TPL-STATE   TO WS-SC-KEY-STATE
           MOVE TPL-LAWCODE TO WS-SC-KEY-LAWCODE
           PERFORM 1500-FIND-SCHEDULE
           IF WS-SC-SUB = 0
              MOVE "NO S ROW FOR THIS STATE/LAW CODE" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1200-NEXT.
           EVALUATE TRUE
               WHEN TPL-RATE-BAND
                  PERFORM 1210-RATE-BAND THRU 1210-EXIT
               WHEN TPL-SIZE-BAND
                  PERFORM 1220-SIZE-BAND THRU 1220-EXIT
               WHEN TPL-LINE-ITEM
                  PERFORM 1230-LINE-ITEM THRU 1230-EXIT
               WHEN OTHER
                  MOVE "ROW TYPE MUST BE S, R, A OR L"
                    TO WS-TPL-MSG
                  PERFORM 1300-TEMPLATE-ERROR
           END-EVALUATE.
       1200-NEXT.
           READ LCTPL-FILE AT END SET LCTPL-EOF TO TRUE END-READ.
       1200-EXIT.
           EXIT.

       1210-RATE-BAND.
           IF TPL-RATE-LO NOT NUMERIC OR TPL-RATE-HI NOT NUMERIC
              MOVE "RATE BAND NOT NUMERIC" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1210-EXIT.
           IF TPL-RATE-HI NOT = 0 AND TPL-RATE-HI < TPL-RATE-LO
              MOVE "RATE BAND HIGH UNDER LOW" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1210-EXIT.
           IF WS-SC-RB-CNT(WS-SC-SUB) NOT < 10
              MOVE "MORE THAN 10 RATE BANDS" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1210-EXIT.
           ADD 1 TO WS-SC-RB-CNT(WS-SC-SUB)
           MOVE WS-SC-RB-CNT(WS-SC-SUB) TO WS-BD-SUB
           MOVE TPL-RATE-LO    TO WS-RB-LO(WS-SC-SUB, WS-BD-SUB)
           MOVE TPL-RATE-HI    TO WS-RB-HI(WS-SC-SUB, WS-BD-SUB)
           MOVE TPL-RATE-LABEL TO WS-RB-LABEL(WS-SC-SUB, WS-BD-SUB).
       1210-EXIT.
           EXIT.

       1220-SIZE-BAND.
           IF TPL-SIZE-LO NOT NUMERIC OR TPL-SIZE-HI NOT NUMERIC
              MOVE "SIZE BAND NOT NUMERIC" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1220-EXIT.
           IF TPL-SIZE-HI NOT = 0 AND TPL-SIZE-HI < TPL-SIZE-LO
              MOVE "SIZE BAND HIGH UNDER LOW" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1220-EXIT.
           IF WS-SC-AB-CNT(WS-SC-SUB) NOT < 10
              MOVE "MORE THAN 10 SIZE BANDS" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1220-EXIT.
           ADD 1 TO WS-SC-AB-CNT(WS-SC-SUB)
           MOVE WS-SC-AB-CNT(WS-SC-SUB) TO WS-BD-SUB
           MOVE TPL-SIZE-LO    TO WS-AB-LO(WS-SC-SUB, WS-BD-SUB)
           MOVE TPL-SIZE-HI    TO WS-AB-HI(WS-SC-SUB, WS-BD-SUB)
           MOVE TPL-SIZE-LABEL TO WS-AB-LABEL(WS-SC-SUB, WS-BD-SUB).
       1220-EXIT.
           EXIT.

      * ITEMS ARE KEPT IN TPL-SEQ ORDER BY SHIFT-INSERT.
       1230-LINE-ITEM.
           IF TPL-ITEM NOT = "MADE" AND NOT = "WAPR" AND NOT = "OUTS"
              AND NOT = "DLQ " AND NOT = "CHGO" AND NOT = "RCOV"
              AND NOT = "REPO" AND NOT = "FEE " AND NOT = "FEES"
              MOVE "UNKNOWN LINE ITEM" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1230-EXIT.
           IF TPL-ITEM = "DLQ " AND TPL-ITEM-ARG NOT NUMERIC
              MOVE "DLQ NEEDS DAYS, E.G. 0030" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1230-EXIT.
           IF TPL-ITEM = "FEE " AND TPL-ITEM-ARG = SPACES
              MOVE "FEE NEEDS A FEE CODE" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1230-EXIT.
           IF WS-SC-IT-CNT(WS-SC-SUB) NOT < 30
              MOVE "MORE THAN 30 LINE ITEMS" TO WS-TPL-MSG
              PERFORM 1300-TEMPLATE-ERROR
              GO TO 1230-EXIT.
           PERFORM VARYING WS-IT-SUB FROM 1 BY 1
                   UNTIL WS-IT-SUB > WS-SC-IT-CNT(WS-SC-SUB)
                      OR WS-IT-SEQ(WS-SC-SUB, WS-IT-SUB) > TPL-SEQ
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB
                   FROM WS-SC-IT-CNT(WS-SC-SUB) BY -1
                   UNTIL WS-SHIFT-SUB < WS-IT-SUB
               MOVE WS-SC-IT(WS-SC-SUB, WS-SHIFT-SUB)
                 TO WS-SC-IT(WS-SC-SUB, WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-SC-IT-CNT(WS-SC-SUB)
           INITIALIZE WS-SC-IT(WS-SC-SUB, WS-IT-SUB)
           MOVE TPL-SEQ        TO WS-IT-SEQ(WS-SC-SUB, WS-IT-SUB)
           MOVE TPL-ITEM       TO WS-IT-CODE(WS-SC-SUB, WS-IT-SUB)
           MOVE TPL-ITEM-ARG   TO WS-IT-ARG(WS-SC-SUB, WS-IT-SUB)
           MOVE TPL-ITEM-LABEL TO WS-IT-LABEL(WS-SC-SUB, WS-IT-SUB).
       1230-EXIT.
           EXIT.

       1300-TEMPLATE-ERROR.
           ADD 1 TO WS-CNT-TPL-ERR
           IF WS-CNT-TPL-ERR = 1
              MOVE "TEMPLATE ERRORS" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "*** " LCTPL-REC(1:33) "  " WS-TPL-MSG
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1500-FIND-SCHEDULE.
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-CNT
                      OR WS-SC-ROW-KEY(WS-SC-SUB) = WS-SC-KEY
               CONTINUE
           END-PERFORM
           IF WS-SC-SUB > WS-SC-CNT
              MOVE 0 TO WS-SC-SUB
           END-IF.

      *----------------------------------------------------------------*
      * EVERY LOAN: ITS TEMPLATE IS THE ONE FOR ITS LAW CODE, ELSE THE
      * STATE'S "**" ONE.
      *----------------------------------------------------------------*
       2000-PROCESS-LOANS.
           READ LCEXT-FILE AT END SET LCEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-LOAN THRU 2100-NEXT UNTIL LCEXT-EOF.

       2100-ONE-LOAN.
           ADD 1 TO WS-CNT-EXT
           MOVE "N" TO WS-OUTSTANDING
           IF LCX-YE-CURBAL > 0
              AND (LCX-CHGOFF-DATE = 0
                   OR LCX-CHGOFF-DATE > WS-YEAR-END)
              AND LCX-LOANDATE NOT > WS-YEAR-END
              MOVE "Y" TO WS-OUTSTANDING
           END-IF
           MOVE LCX-ORGST   TO WS-SC-KEY-STATE
           MOVE LCX-LAWCODE TO WS-SC-KEY-LAWCODE
           PERFORM 1500-FIND-SCHEDULE
           IF WS-SC-SUB = 0
              MOVE "**" TO WS-SC-KEY-LAWCODE
              PERFORM 1500-FIND-SCHEDULE
           END-IF
           IF WS-SC-SUB = 0
              IF WS-OUTSTANDING = "Y"
                 PERFORM 2400-NO-SCHEDULE THRU 2400-EXIT
              END-IF
              GO TO 2100-NEXT
           END-IF
           IF WS-OUTSTANDING = "Y"
              ADD 1 TO WS-SC-OUT-CNT(WS-SC-SUB) WS-RC-SCHED-CNT
              ADD LCX-YE-CURBAL TO WS-SC-OUT-AMT(WS-SC-SUB)
                                   WS-RC-SCHED-AMT
           END-IF
           MOVE LCX-LOANDATE TO WS-DATE
           PERFORM 2900-IN-YEAR
           IF WS-IN-YEAR = "Y"
              PERFORM 2200-BANDS
           END-IF
           PERFORM 2300-LOAN-ITEM
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-SC-IT-CNT(WS-SC-SUB).
       2100-NEXT.
           READ LCEXT-FILE AT END SET LCEXT-EOF TO TRUE END-READ.

      * A LOAN IN NO BAND FALLS TO THE ROW PAST THE LAST ONE.
       2200-BANDS.
           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-SC-AB-CNT(WS-SC-SUB)
                      OR (LCX-AMTFIN NOT < WS-AB-LO(WS-SC-SUB,
                                                     WS-BD-SUB)
                          AND (WS-AB-HI(WS-SC-SUB, WS-BD-SUB) = 0
                               OR LCX-AMTFIN NOT >
                                  WS-AB-HI(WS-SC-SUB, WS-BD-SUB)))
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-AB-LOANS(WS-SC-SUB, WS-BD-SUB)
           ADD LCX-AMTFIN TO WS-AB-AMT(WS-SC-SUB, WS-BD-SUB)
           COMPUTE WS-AB-APR-WT(WS-SC-SUB, WS-BD-SUB) =
                   WS-AB-APR-WT(WS-SC-SUB, WS-BD-SUB)
                 + LCX-AMTFIN * LCX-APR
           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-SC-RB-CNT(WS-SC-SUB)
                      OR (LCX-APR NOT < WS-RB-LO(WS-SC-SUB, WS-BD-SUB)
                          AND (WS-RB-HI(WS-SC-SUB, WS-BD-SUB) = 0
                               OR LCX-APR NOT >
                                  WS-RB-HI(WS-SC-SUB, WS-BD-SUB)))
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-RB-LOANS(WS-SC-SUB, WS-BD-SUB)
           ADD LCX-AMTFIN TO WS-RB-AMT(WS-SC-SUB, WS-BD-SUB).

       2300-LOAN-ITEM.
           MOVE "N" TO WS-HIT
           MOVE 0   TO WS-HIT-AMT
           EVALUATE WS-IT-CODE(WS-SC-SUB, WS-IT-SUB)
               WHEN "MADE"
               WHEN "WAPR"
                  MOVE LCX-LOANDATE TO WS-DATE
                  PERFORM 2900-IN-YEAR
                  MOVE WS-IN-YEAR TO WS-HIT
                  MOVE LCX-AMTFIN TO WS-HIT-AMT
               WHEN "OUTS"
                  MOVE WS-OUTSTANDING TO WS-HIT
                  MOVE LCX-YE-CURBAL  TO WS-HIT-AMT
               WHEN "DLQ "
                  MOVE WS-IT-ARG(WS-SC-SUB, WS-IT-SUB) TO WS-DAYS-ARG
                  IF WS-OUTSTANDING = "Y"
                     AND LCX-YE-DAYS-PD NOT < WS-DAYS-ARG
                     MOVE "Y" TO WS-HIT
                  END-IF
                  MOVE LCX-YE-CURBAL TO WS-HIT-AMT
               WHEN "CHGO"
                  MOVE LCX-CHGOFF-DATE TO WS-DATE
                  PERFORM 2900-IN-YEAR
                  MOVE WS-IN-YEAR      TO WS-HIT
                  MOVE LCX-CHGOFF-AMT  TO WS-HIT-AMT
               WHEN "RCOV"
                  IF LCX-RECOVERY-AMT NOT = 0
                     MOVE "Y" TO WS-HIT
                  END-IF
                  MOVE LCX-RECOVERY-AMT TO WS-HIT-AMT
               WHEN "REPO"
                  MOVE LCX-REPO-DATE TO WS-DATE
                  PERFORM 2900-IN-YEAR
                  MOVE WS-IN-YEAR    TO WS-HIT
                  MOVE LCX-YE-CURBAL TO WS-HIT-AMT
           END-EVALUATE
           IF WS-HIT = "Y"
              ADD 1 TO WS-IT-CNT(WS-SC-SUB, WS-IT-SUB)
              IF WS-IT-CODE(WS-SC-SUB, WS-IT-SUB) = "WAPR"
                 ADD LCX-AMTFIN TO WS-IT-BASE(WS-SC-SUB, WS-IT-SUB)
                 COMPUTE WS-IT-AMT(WS-SC-SUB, WS-IT-SUB) =
                         WS-IT-AMT(WS-SC-SUB, WS-IT-SUB)
                       + LCX-AMTFIN * LCX-APR
              ELSE
                 ADD WS-HIT-AMT TO WS-IT-AMT(WS-SC-SUB, WS-IT-SUB)
              END-IF
           END-IF.

       2400-NO-SCHEDULE.
           ADD 1 TO WS-RC-NOSCH-CNT
           ADD LCX-YE-CURBAL TO WS-RC-NOSCH-AMT
           MOVE LCX-ORGST   TO WS-SC-KEY-STATE
           MOVE LCX-LAWCODE TO WS-SC-KEY-LAWCODE
           PERFORM VARYING WS-NS-SUB FROM 1 BY 1
                   UNTIL WS-NS-SUB > WS-NS-CNT
                      OR WS-NS-ROW-KEY(WS-NS-SUB) NOT < WS-SC-KEY
               CONTINUE
           END-PERFORM
           IF WS-NS-SUB NOT > WS-NS-CNT
              IF WS-NS-ROW-KEY(WS-NS-SUB) = WS-SC-KEY
                 GO TO 2400-ADD
              END-IF
           END-IF
           IF WS-NS-CNT NOT < 200
              ADD 1 TO WS-CNT-OVERFLOW
              MOVE WS-NS-CNT TO WS-NS-SUB
              GO TO 2400-ADD
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-NS-CNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-NS-SUB
               MOVE WS-NS-ENTRY(WS-SHIFT-SUB)
                 TO WS-NS-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-NS-CNT
           INITIALIZE WS-NS-ENTRY(WS-NS-SUB)
           MOVE WS-SC-KEY TO WS-NS-ROW-KEY(WS-NS-SUB).
       2400-ADD.
           ADD 1 TO WS-NS-LOANS(WS-NS-SUB)
           ADD LCX-YE-CURBAL TO WS-NS-AMT(WS-NS-SUB).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE YEAR'S FEE POSTINGS AGAINST THE FEE AND FEES ITEMS.
      *----------------------------------------------------------------*
       2500-PROCESS-FEES.
           READ LCFEE-FILE AT END SET LCFEE-EOF TO TRUE END-READ
           PERFORM 2600-ONE-FEE THRU 2600-NEXT UNTIL LCFEE-EOF.

       2600-ONE-FEE.
           MOVE LCF-POST-DATE TO WS-DATE
           PERFORM 2900-IN-YEAR
           IF WS-IN-YEAR NOT = "Y"
              ADD 1 TO WS-CNT-FEE-SKIP
              GO TO 2600-NEXT
           END-IF
           ADD 1 TO WS-CNT-FEE
           MOVE LCF-ORGST   TO WS-SC-KEY-STATE
           MOVE LCF-LAWCODE TO WS-SC-KEY-LAWCODE
           PERFORM 1500-FIND-SCHEDULE
           IF WS-SC-SUB = 0
              MOVE "**" TO WS-SC-KEY-LAWCODE
              PERFORM 1500-FIND-SCHEDULE
           END-IF
           IF WS-SC-SUB = 0
              GO TO 2600-NEXT
           END-IF
           PERFORM 2700-FEE-ITEM
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-SC-IT-CNT(WS-SC-SUB).
       2600-NEXT.
           READ LCFEE-FILE AT END SET LCFEE-EOF TO TRUE END-READ.

       2700-FEE-ITEM.
           IF WS-IT-CODE(WS-SC-SUB, WS-IT-SUB) = "FEES"
              OR (WS-IT-CODE(WS-SC-SUB, WS-IT-SUB) = "FEE "
                  AND WS-IT-ARG(WS-SC-SUB, WS-IT-SUB) = LCF-FEE-CODE)
              ADD 1 TO WS-IT-CNT(WS-SC-SUB, WS-IT-SUB)
              ADD LCF-AMOUNT TO WS-IT-AMT(WS-SC-SUB, WS-IT-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * THE YEAR-END RECEIVABLE FROM THE ROLL-FORWARD'S BALANCES.  ONLY
      * THE LAST PERIOD END INSIDE THE YEAR IS KEPT.
      *----------------------------------------------------------------*
       2800-LOAD-RECEIVABLE.
           READ LCRCV-FILE AT END SET LCRCV-EOF TO TRUE END-READ
           PERFORM 2810-ONE-BALANCE UNTIL LCRCV-EOF.

       2810-ONE-BALANCE.
           MOVE RCV-PERIOD-END TO WS-DATE
           PERFORM 2900-IN-YEAR
           IF WS-IN-YEAR = "Y"
              IF RCV-PERIOD-END > WS-RC-RCV-END
                 MOVE RCV-PERIOD-END TO WS-RC-RCV-END
                 MOVE 0 TO WS-RC-RCV-AMT WS-RC-RCV-ROWS
              END-IF
              IF RCV-PERIOD-END = WS-RC-RCV-END
                 ADD RCV-GROSS TO WS-RC-RCV-AMT
                 ADD 1 TO WS-RC-RCV-ROWS
              END-IF
           END-IF
           READ LCRCV-FILE AT END SET LCRCV-EOF TO TRUE END-READ.

       2900-IN-YEAR.
           IF WS-DATE NOT < WS-YEAR-BEGIN AND WS-DATE NOT > WS-YEAR-END
              MOVE "Y" TO WS-IN-YEAR
           ELSE
              MOVE "N" TO WS-IN-YEAR
           END-IF.

      *----------------------------------------------------------------*
      * ONE SCHEDULE PER TEMPLATE.
      *----------------------------------------------------------------*
       3000-PRINT-SCHEDULES.
           PERFORM 3100-ONE-SCHEDULE
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-CNT.

       3100-ONE-SCHEDULE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "=" TO RPT-LINE(1:100)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "STATE " WS-SC-STATE(WS-SC-SUB)
                  "   LAW CODE " WS-SC-LAWCODE(WS-SC-SUB)
                  "   " WS-SC-AGENCY(WS-SC-SUB)
                  "   CALENDAR YEAR " WS-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "=" TO RPT-LINE(1:100)
           WRITE RPT-LINE
           IF WS-SC-AB-CNT(WS-SC-SUB) > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "LOANS MADE BY SIZE OF LOAN" TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-BAND-HDR TO RPT-LINE
              WRITE RPT-LINE
              COMPUTE WS-LAST-BAND = WS-SC-AB-CNT(WS-SC-SUB) + 1
              PERFORM 3200-SIZE-LINE
                  VARYING WS-BD-SUB FROM 1 BY 1
                  UNTIL WS-BD-SUB > WS-LAST-BAND
           END-IF
           IF WS-SC-RB-CNT(WS-SC-SUB) > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "LOANS MADE BY ANNUAL PERCENTAGE RATE" TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-BAND-HDR TO RPT-LINE
              MOVE SPACES TO RPT-LINE(47:)
              WRITE RPT-LINE
              COMPUTE WS-LAST-BAND = WS-SC-RB-CNT(WS-SC-SUB) + 1
              PERFORM 3300-RATE-LINE
                  VARYING WS-BD-SUB FROM 1 BY 1
                  UNTIL WS-BD-SUB > WS-LAST-BAND
           END-IF
           IF WS-SC-IT-CNT(WS-SC-SUB) > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-ITEM-HDR TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 3400-ITEM-LINE
                  VARYING WS-IT-SUB FROM 1 BY 1
                  UNTIL WS-IT-SUB > WS-SC-IT-CNT(WS-SC-SUB)
           END-IF.

      * THE ROW PAST THE LAST BAND PRINTS ONLY WHEN A LOAN FELL IN IT.
       3200-SIZE-LINE.
           IF WS-BD-SUB = WS-LAST-BAND
              AND WS-AB-LOANS(WS-SC-SUB, WS-BD-SUB) = 0
              CONTINUE
           ELSE
              MOVE SPACES TO WS-BAND-LINE
              MOVE WS-AB-LABEL(WS-SC-SUB, WS-BD-SUB) TO BDL-LABEL
              IF WS-BD-SUB = WS-LAST-BAND
                 MOVE "NOT IN ANY BAND" TO BDL-LABEL
              END-IF
              MOVE WS-AB-LOANS(WS-SC-SUB, WS-BD-SUB) TO BDL-LOANS
              MOVE WS-AB-AMT(WS-SC-SUB, WS-BD-SUB)   TO BDL-AMT
              MOVE 0 TO WS-APR-AVG
              IF WS-AB-AMT(WS-SC-SUB, WS-BD-SUB) > 0
                 COMPUTE WS-APR-AVG ROUNDED =
                         WS-AB-APR-WT(WS-SC-SUB, WS-BD-SUB)
                       / WS-AB-AMT(WS-SC-SUB, WS-BD-SUB)
              END-IF
              MOVE WS-APR-AVG TO BDL-APR
              MOVE WS-BAND-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       3300-RATE-LINE.
           IF WS-BD-SUB = WS-LAST-BAND
              AND WS-RB-LOANS(WS-SC-SUB, WS-BD-SUB) = 0
              CONTINUE
           ELSE
              MOVE SPACES TO WS-BAND-LINE
              MOVE WS-RB-LABEL(WS-SC-SUB, WS-BD-SUB) TO BDL-LABEL
              IF WS-BD-SUB = WS-LAST-BAND
                 MOVE "NOT IN ANY BAND" TO BDL-LABEL
              END-IF
              MOVE WS-RB-LOANS(WS-SC-SUB, WS-BD-SUB) TO BDL-LOANS
              MOVE WS-RB-AMT(WS-SC-SUB, WS-BD-SUB)   TO BDL-AMT
              MOVE WS-BAND-LINE TO RPT-LINE
              MOVE SPACES TO RPT-LINE(47:)
              WRITE RPT-LINE
           END-IF.

       3400-ITEM-LINE.
           MOVE SPACES TO WS-ITEM-LINE
           MOVE WS-IT-LABEL(WS-SC-SUB, WS-IT-SUB) TO ITL-LABEL
           MOVE WS-IT-CNT(WS-SC-SUB, WS-IT-SUB)   TO ITL-CNT
           EVALUATE WS-IT-CODE(WS-SC-SUB, WS-IT-SUB)
               WHEN "WAPR"
                  MOVE 0 TO WS-APR-AVG
                  IF WS-IT-BASE(WS-SC-SUB, WS-IT-SUB) > 0
                     COMPUTE WS-APR-AVG ROUNDED =
                             WS-IT-AMT(WS-SC-SUB, WS-IT-SUB)
                           / WS-IT-BASE(WS-SC-SUB, WS-IT-SUB)
                  END-IF
                  MOVE WS-APR-AVG TO WS-RATE-EDIT
                  MOVE SPACES TO ITL-RATE
                  STRING "      " WS-RATE-EDIT "%"
                      DELIMITED BY SIZE INTO ITL-RATE
               WHEN "REPO"
                  MOVE SPACES TO ITL-RATE
               WHEN OTHER
                  MOVE WS-IT-AMT(WS-SC-SUB, WS-IT-SUB) TO ITL-AMT
           END-EVALUATE
           MOVE WS-ITEM-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE SCHEDULES' OUTSTANDING, PLUS WHAT NO TEMPLATE COVERS,
      * AGAINST THE YEAR-END RECEIVABLE.
      *----------------------------------------------------------------*
       4000-RECONCILE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "=" TO RPT-LINE(1:100)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RECONCILIATION TO THE YEAR-END RECEIVABLE - YEAR "
                  WS-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "=" TO RPT-LINE(1:100)
           WRITE RPT-LINE
           PERFORM 4100-SCHEDULE-OUT
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-CNT
           MOVE SPACES TO WS-REC-LINE
           MOVE "OUTSTANDING IN THE STATE SCHEDULES" TO RCL-LABEL
           MOVE WS-RC-SCHED-CNT TO RCL-CNT
           MOVE WS-RC-SCHED-AMT TO RCL-AMT
           MOVE WS-REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4200-NO-SCHEDULE-OUT
               VARYING WS-NS-SUB FROM 1 BY 1
               UNTIL WS-NS-SUB > WS-NS-CNT
           MOVE SPACES TO WS-REC-LINE
           MOVE "OUTSTANDING NO TEMPLATE COVERS" TO RCL-LABEL
           MOVE WS-RC-NOSCH-CNT TO RCL-CNT
           MOVE WS-RC-NOSCH-AMT TO RCL-AMT
           MOVE WS-REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REC-LINE
           MOVE "TOTAL OUTSTANDING ON THE LOAN EXTRACT" TO RCL-LABEL
           COMPUTE RCL-CNT = WS-RC-SCHED-CNT + WS-RC-NOSCH-CNT
           COMPUTE RCL-AMT = WS-RC-SCHED-AMT + WS-RC-NOSCH-AMT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REC-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REC-LINE
           IF WS-RC-RCV-ROWS = 0
              MOVE "NO RECEIVABLE BALANCES FOR THE YEAR" TO RCL-LABEL
              MOVE WS-REC-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES TO RCL-LABEL
              STRING "YEAR-END RECEIVABLE AT " WS-RC-RCV-END
                  DELIMITED BY SIZE INTO RCL-LABEL
              MOVE WS-RC-RCV-AMT TO RCL-AMT
              MOVE WS-REC-LINE TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO WS-REC-LINE
              COMPUTE WS-DIFF = WS-RC-SCHED-AMT + WS-RC-NOSCH-AMT
                              - WS-RC-RCV-AMT
              MOVE "DIFFERENCE" TO RCL-LABEL
              MOVE WS-DIFF TO RCL-AMT
              MOVE WS-REC-LINE TO RPT-LINE
              WRITE RPT-LINE
              IF WS-DIFF NOT = 0
                 MOVE "*** EXTRACT DOES NOT TIE TO THE RECEIVABLE"
                   TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-EXT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOANS ON EXTRACT           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FEE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FEE POSTINGS IN THE YEAR   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FEE-SKIP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FEE POSTINGS OUT OF YEAR   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SC-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SCHEDULES                  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TPL-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TEMPLATE ERRORS            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-TPL-ERR > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CNT-OVERFLOW > 0
              MOVE WS-CNT-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** STATE TABLE FULL - LOANS IN LAST ENTRY "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       4100-SCHEDULE-OUT.
           MOVE SPACES TO WS-REC-LINE
           STRING "  " WS-SC-STATE(WS-SC-SUB) " "
                  WS-SC-LAWCODE(WS-SC-SUB)
               DELIMITED BY SIZE INTO RCL-LABEL
           MOVE WS-SC-OUT-CNT(WS-SC-SUB) TO RCL-CNT
           MOVE WS-SC-OUT-AMT(WS-SC-SUB) TO RCL-AMT
           MOVE WS-REC-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4200-NO-SCHEDULE-OUT.
           MOVE SPACES TO WS-REC-LINE
           STRING "  " WS-NS-ROW-KEY(WS-NS-SUB)(1:2) " "
                  WS-NS-ROW-KEY(WS-NS-SUB)(3:2) "  NO TEMPLATE"
               DELIMITED BY SIZE INTO RCL-LABEL
           MOVE WS-NS-LOANS(WS-NS-SUB) TO RCL-CNT
           MOVE WS-NS-AMT(WS-NS-SUB)   TO RCL-AMT
           MOVE WS-REC-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE LCPRM-FILE LCTPL-FILE LCEXT-FILE LCFEE-FILE
                 LCRCV-FILE LICRPT-RPT
           STOP RUN.
