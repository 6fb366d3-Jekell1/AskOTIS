      *================================================================*
      *   P R O G R A M :  C O R L K P                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-08-07
      *  DESC: BORROWER CORRESPONDENCE HISTORY LOOKUP.  EVERY NOTICE
      *        PROGRAM - DELNTC, CURNTC, RATENTC, POFLTR, BALNTC,
      *        ACCTST, POCGEN AND THE ACDV RESPONSES - APPENDS A ROW
      *        TO CORHIS FOR EACH NOTICE IT SENDS: THE NOTICE TYPE,
      *        TEMPLATE AND VERSION, WHEN IT WAS GENERATED, THE
      *        CHANNEL, THE MAILING OR DELIVERY REFERENCE, AND THE
      *        KEY FIGURES THE NOTICE STATED.  THE PROGRAMS' OWN
      *        OUTPUT FILES AGE OFF UNDER RPTDST; CORHIS DOES NOT.
      *        READS A SMALL PARM RECORD AND ANSWERS ONE OF TWO
      *        QUESTIONS:
      *          BRANCH/ACCOUNT GIVEN - THE ACCOUNT'S COMPLETE
      *          CORRESPONDENCE TIMELINE, IN THE ORDER SENT, FOR
      *          THE DATE RANGE (NO RANGE MEANS ALL OF IT);
      *          NO ACCOUNT - EVERY NOTICE GENERATED IN THE DATE
      *          RANGE, FOR AUDIT SAMPLING.  THE LIST CAN BE CUT TO
      *          ONE NOTICE TYPE, TO THE NOTICES THAT DRIVE A LEGAL
      *          DEADLINE (RIGHT-TO-CURE, RATE CHANGE, PROOF OF CLAIM,
      *          ACDV RESPONSE), AND TO EVERY NTH MATCH.
      *
      *  MOD HISTORY:
      *   080728 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORLKP.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-08-07.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LKUP-PARM-FILE ASSIGN TO "CORLKP.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL CORHIS-FILE ASSIGN TO "CORHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORHIS-STATUS.

           SELECT CORLKP-RPT ASSIGN TO "CORLKP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LKUP-PARM-FILE.
       01  LKUP-PARM-REC.
           05  LKUP-P-BRNO           PIC X(04).
           05  LKUP-P-ACCTNO         PIC X(10).
           05  LKUP-P-BEGDATE        PIC 9(08).
           05  LKUP-P-ENDDATE        PIC 9(08).
           05  LKUP-P-NOTICE         PIC X(12).
           05  LKUP-P-LEGAL-ONLY     PIC X(01).
           05  LKUP-P-SAMPLE-EVERY   PIC 9(04).

      * BORROWER CORRESPONDENCE HISTORY - ONE ROW PER NOTICE SENT,
      * APPENDED BY EVERY NOTICE PROGRAM AND NEVER PURGED (CORLKP).
       FD  CORHIS-FILE.
       01  CORHIS-REC.
           05  COR-BRNO              PIC X(04).
           05  COR-ACCTNO            PIC X(10).
           05  COR-GEN-DATE          PIC 9(08).
           05  COR-GEN-TIME          PIC 9(06).
           05  COR-PROGRAM           PIC X(08).
           05  COR-NOTICE            PIC X(12).
           05  COR-TEMPLATE          PIC X(10).
           05  COR-VERSION           PIC X(06).
      * M MAIL, C CERTIFIED MAIL, E EMAIL, A MAILED TO THE ATTORNEY,
      * F FILED OR TRANSMITTED ELECTRONICALLY (COURT, BUREAU).
           05  COR-CHANNEL           PIC X(01).
           05  COR-DELIVER-REF       PIC X(50).
      * Y - THE NOTICE STARTS OR STATES A LEGAL DEADLINE.
           05  COR-LEGAL-FG          PIC X(01).
           05  COR-KEY-DATE          PIC 9(08).
           05  COR-KEY-DATE-DESC     PIC X(10).
           05  COR-AMT1              PIC S9(09)V99.
           05  COR-AMT1-DESC         PIC X(10).
           05  COR-AMT2              PIC S9(09)V99.
           05  COR-AMT2-DESC         PIC X(10).
           05  COR-RATE              PIC 9(02)V9(04).

       FD  CORLKP-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  PARM-STATUS               PIC XX.
       01  CORHIS-STATUS             PIC XX.
           88  CORHIS-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-LKUP-BRNO              PIC X(04).
       01  WS-LKUP-ACCTNO            PIC X(10).
       01  WS-LKUP-BEGDATE           PIC 9(08).
       01  WS-LKUP-ENDDATE           PIC 9(08).
       01  WS-LKUP-NOTICE            PIC X(12).
       01  WS-LKUP-LEGAL-ONLY        PIC X(01).
       01  WS-LKUP-SAMPLE            PIC 9(04).
       01  WS-LKUP-MODE              PIC X(01).
           88  WS-MODE-ACCOUNT                  VALUE "A".
           88  WS-MODE-AUDIT                    VALUE "S".

       01  WS-READ-CNT               PIC 9(07) COMP VALUE 0.
       01  WS-MATCH-CNT              PIC 9(07) COMP VALUE 0.
       01  WS-LIST-CNT               PIC 9(07) COMP VALUE 0.
       01  WS-SKIP-CNT               PIC 9(04) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE              PIC Z9.9999.

       01  WS-DTL-LINE1.
           05  DL1-DATE              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-TIME              PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL1-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-PROGRAM           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-NOTICE            PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-TEMPLATE          PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-VERSION           PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-CHANNEL           PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-LEGAL             PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL1-KEY-DESC          PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL1-KEY-DATE          PIC X(08).

       01  WS-DTL-LINE2.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  DL2-AMT1-DESC         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL2-AMT1              PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL2-AMT2-DESC         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL2-AMT2              PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL2-RATE-LBL          PIC X(05).
           05  DL2-RATE              PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL2-REF               PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-CORHIS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  LKUP-PARM-FILE
           READ LKUP-PARM-FILE
              AT END
                 MOVE SPACES TO LKUP-PARM-REC
           END-READ
           MOVE LKUP-P-BRNO       TO WS-LKUP-BRNO
           MOVE LKUP-P-ACCTNO     TO WS-LKUP-ACCTNO
           MOVE LKUP-P-NOTICE     TO WS-LKUP-NOTICE
           MOVE LKUP-P-LEGAL-ONLY TO WS-LKUP-LEGAL-ONLY
           MOVE 0        TO WS-LKUP-BEGDATE
           MOVE 99999999 TO WS-LKUP-ENDDATE
           MOVE 1        TO WS-LKUP-SAMPLE
           IF LKUP-P-BEGDATE NUMERIC
              MOVE LKUP-P-BEGDATE TO WS-LKUP-BEGDATE
           END-IF
           IF LKUP-P-ENDDATE NUMERIC AND LKUP-P-ENDDATE NOT = 0
              MOVE LKUP-P-ENDDATE TO WS-LKUP-ENDDATE
           END-IF
           IF LKUP-P-SAMPLE-EVERY NUMERIC
              AND LKUP-P-SAMPLE-EVERY > 1
              MOVE LKUP-P-SAMPLE-EVERY TO WS-LKUP-SAMPLE
           END-IF
           IF WS-LKUP-ACCTNO = SPACES
              SET WS-MODE-AUDIT TO TRUE
           ELSE
              SET WS-MODE-ACCOUNT TO TRUE
           END-IF
           CLOSE LKUP-PARM-FILE

           OPEN INPUT  CORHIS-FILE
           OPEN OUTPUT CORLKP-RPT
           IF WS-MODE-ACCOUNT
              MOVE "BORROWER CORRESPONDENCE TIMELINE" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "ACCOUNT: " WS-LKUP-BRNO "/" WS-LKUP-ACCTNO
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE "CORRESPONDENCE AUDIT SAMPLE" TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-LKUP-SAMPLE TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "NOTICE TYPE: " WS-LKUP-NOTICE
                     "  LEGAL-DEADLINE ONLY: " WS-LKUP-LEGAL-ONLY
                     "  EVERY NTH MATCH: " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "GENERATED " WS-LKUP-BEGDATE " THRU " WS-LKUP-ENDDATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "DATE      TIME    BRCH ACCOUNT     PROGR"
                  "AM   NOTICE        TEMPLATE    VERSN   C"
                  "  L  KEY DATE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "          FIGURES STATED" TO RPT-LINE
           MOVE "DELIVERY REFERENCE" TO RPT-LINE(81:18)
           WRITE RPT-LINE.

       2000-SCAN-CORHIS.
           READ CORHIS-FILE AT END SET CORHIS-EOF TO TRUE END-READ
           PERFORM 2100-CHECK-ONE UNTIL CORHIS-EOF.

      *----------------------------------------------------------------*
      * CORHIS IS APPENDED AS NOTICES GO OUT, SO FILE ORDER IS THE
      * ORDER SENT - THE TIMELINE NEEDS NO SORT.
      *----------------------------------------------------------------*
       2100-CHECK-ONE.
           ADD 1 TO WS-READ-CNT
           IF COR-GEN-DATE < WS-LKUP-BEGDATE
              OR COR-GEN-DATE > WS-LKUP-ENDDATE
              GO TO 2100-NEXT.
           IF WS-MODE-ACCOUNT
              IF COR-BRNO NOT = WS-LKUP-BRNO
                 OR COR-ACCTNO NOT = WS-LKUP-ACCTNO
                 GO TO 2100-NEXT
              END-IF
           ELSE
              IF WS-LKUP-NOTICE NOT = SPACES
                 AND COR-NOTICE NOT = WS-LKUP-NOTICE
                 GO TO 2100-NEXT
              END-IF
              IF WS-LKUP-LEGAL-ONLY = "Y" AND COR-LEGAL-FG NOT = "Y"
                 GO TO 2100-NEXT
              END-IF
           END-IF
           ADD 1 TO WS-MATCH-CNT
      * THE SAMPLE TAKES THE NTH, 2NTH, ... MATCH.
           ADD 1 TO WS-SKIP-CNT
           IF WS-SKIP-CNT < WS-LKUP-SAMPLE
              GO TO 2100-NEXT.
           MOVE 0 TO WS-SKIP-CNT
           PERFORM 2200-PRINT-ONE.
       2100-NEXT.
           READ CORHIS-FILE AT END SET CORHIS-EOF TO TRUE END-READ.

       2200-PRINT-ONE.
           ADD 1 TO WS-LIST-CNT
           MOVE COR-GEN-DATE      TO DL1-DATE
           MOVE COR-GEN-TIME      TO DL1-TIME
           MOVE COR-BRNO          TO DL1-BRNO
           MOVE COR-ACCTNO        TO DL1-ACCTNO
           MOVE COR-PROGRAM       TO DL1-PROGRAM
           MOVE COR-NOTICE        TO DL1-NOTICE
           MOVE COR-TEMPLATE      TO DL1-TEMPLATE
           MOVE COR-VERSION       TO DL1-VERSION
           MOVE COR-CHANNEL       TO DL1-CHANNEL
           MOVE COR-LEGAL-FG      TO DL1-LEGAL
           MOVE COR-KEY-DATE-DESC TO DL1-KEY-DESC
           IF COR-KEY-DATE = 0
              MOVE SPACES TO DL1-KEY-DATE
           ELSE
              MOVE COR-KEY-DATE TO DL1-KEY-DATE
           END-IF
           MOVE WS-DTL-LINE1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE COR-AMT1-DESC TO DL2-AMT1-DESC
           MOVE COR-AMT2-DESC TO DL2-AMT2-DESC
           MOVE SPACES TO DL2-AMT1 DL2-AMT2 DL2-RATE-LBL DL2-RATE
           IF COR-AMT1-DESC NOT = SPACES
              MOVE COR-AMT1 TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO DL2-AMT1
           END-IF
           IF COR-AMT2-DESC NOT = SPACES
              MOVE COR-AMT2 TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO DL2-AMT2
           END-IF
           IF COR-RATE NOT = 0
              MOVE "RATE " TO DL2-RATE-LBL
              MOVE COR-RATE TO WS-EDIT-RATE
              MOVE WS-EDIT-RATE TO DL2-RATE
           END-IF
           MOVE COR-DELIVER-REF TO DL2-REF
           MOVE WS-DTL-LINE2 TO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-READ-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS READ:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MATCH-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS MATCHED:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LIST-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS LISTED:    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE CORHIS-FILE CORLKP-RPT
           STOP RUN.
