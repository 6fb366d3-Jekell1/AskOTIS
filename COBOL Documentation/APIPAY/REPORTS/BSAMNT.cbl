      *================================================================*
      *   P R O G R A M :  B S A M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-08-21
      *  DESC: BSA CASE FILE.  STRSCN FLAGS CASH STRUCTURING, RAPID
      *        CASH PAYOFFS OF NEW LOANS AND THIRD-PARTY CASH AND
      *        APPENDS EACH FLAG TO BSAFLG.  EACH RUN:
      *          (1) NEW FLAGS ARE TAKEN ONTO THE KEYED BSACAS CASE
      *              FILE.  A SUBJECT AND RULE THAT ALREADY HAVE AN
      *              OPEN CASE UPDATE IT WITH THE LATEST WINDOW
      *              FIGURES - THE ROLLING SCAN FLAGS THE SAME PATTERN
      *              DAY AFTER DAY - OTHERWISE A NEW CASE IS OPENED
      *              WITH ITS SAR DUE DATE 30 DAYS AFTER DETECTION;
      *              BSAFLG IS THEN EMPTIED;
      *          (2) THE ANALYSTS' BSAACT DISPOSITIONS ARE APPLIED -
      *                R  TAKE FOR REVIEW (OPEN CASES ONLY);
      *                S  SAR FILED - NEEDS THE BSA FILING ID; A
      *                   FILING AFTER THE DUE DATE IS NOTED LATE;
      *                N  CLOSED, NO SAR;
      *              EVERY ONE NEEDS A USER AND A NOTE, AND A CLOSED
      *              CASE TAKES NO FURTHER ACTION;
      *          (3) EVERY CASE STILL OPEN OR IN REVIEW IS LISTED WITH
      *              ITS DUE DATE AND THE DAYS LEFT - OVERDUE AND
      *              DUE-WITHIN-5-DAYS CASES MARKED.
      *        EVERY STEP IS APPENDED TO THE BSAAUD AUDIT TRAIL.
      *        CASES ARE NEVER DELETED.
      *
      *  MOD HISTORY:
      *   082128 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSAMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-08-21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BSAFLG-FILE ASSIGN TO "BSAFLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSAFLG-STATUS.

           SELECT BSACAS-FILE ASSIGN TO "BSACAS"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BSC-KEY
               FILE STATUS IS BSACAS-STATUS.

           SELECT OPTIONAL BSAACT-FILE ASSIGN TO "BSAACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSAACT-STATUS.

           SELECT OPTIONAL BSAAUD-FILE ASSIGN TO "BSAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSAAUD-STATUS.

           SELECT BSAMNT-RPT ASSIGN TO "BSAMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER FLAG, APPENDED BY STRSCN.
       FD  BSAFLG-FILE.
       01  BSAFLG-REC.
           05  FLG-SUBJECT.
      * S BORROWER SSN, A ACCOUNT.
               10  FLG-SUBJ-TYPE     PIC X(01).
               10  FLG-SUBJ-ID       PIC X(14).
           05  FLG-RULE              PIC X(02).
           05  FLG-DETECT-DATE       PIC 9(08).
           05  FLG-SSNO              PIC 9(09).
           05  FLG-BRNO              PIC X(04).
           05  FLG-ACCTNO            PIC X(10).
           05  FLG-FIRST-DATE        PIC 9(08).
           05  FLG-LAST-DATE         PIC 9(08).
           05  FLG-CASH-TOTAL        PIC S9(09)V99.
           05  FLG-ITEMS             PIC 9(05).
           05  FLG-DAYS              PIC 9(03).
           05  FLG-BRANCHES          PIC 9(03).
           05  FLG-REASON            PIC X(40).

       FD  BSACAS-FILE.
       01  BSACAS-REC.
           05  BSC-KEY.
               10  BSC-SUBJECT.
                   15  BSC-SUBJ-TYPE PIC X(01).
                   15  BSC-SUBJ-ID   PIC X(14).
      * ST STRUCTURING, RP RAPID CASH PAYOFF, TP THIRD-PARTY CASH.
               10  BSC-RULE          PIC X(02).
               10  BSC-DETECT-DATE   PIC 9(08).
           05  BSC-SSNO              PIC 9(09).
           05  BSC-BRNO              PIC X(04).
           05  BSC-ACCTNO            PIC X(10).
           05  BSC-FIRST-DATE        PIC 9(08).
           05  BSC-LAST-DATE         PIC 9(08).
           05  BSC-CASH-TOTAL        PIC S9(09)V99.
           05  BSC-ITEMS             PIC 9(05).
           05  BSC-DAYS              PIC 9(03).
           05  BSC-BRANCHES          PIC 9(03).
           05  BSC-REASON            PIC X(40).
           05  BSC-LAST-SEEN         PIC 9(08).
           05  BSC-TIMES-SEEN        PIC 9(03).
           05  BSC-SAR-DUE-DATE      PIC 9(08).
      * O OPEN, R IN REVIEW, S SAR FILED, N CLOSED - NO SAR.
           05  BSC-STATUS-CD         PIC X(01).
               88  BSC-OPEN                     VALUE "O".
               88  BSC-IN-REVIEW                VALUE "R".
               88  BSC-SAR-FILED                VALUE "S".
               88  BSC-NO-SAR                   VALUE "N".
               88  BSC-ACTIVE                   VALUE "O" "R".
           05  BSC-ANALYST           PIC X(08).
           05  BSC-REVIEW-DATE       PIC 9(08).
           05  BSC-DISP-DATE         PIC 9(08).
           05  BSC-DISP-USER         PIC X(08).
           05  BSC-BSA-ID            PIC X(14).
           05  BSC-NOTE              PIC X(40).

       FD  BSAACT-FILE.
       01  BSAACT-REC.
           05  ACT-KEY               PIC X(25).
           05  ACT-ACTION            PIC X(01).
               88  ACT-REVIEW                   VALUE "R".
               88  ACT-SAR                      VALUE "S".
               88  ACT-NO-SAR                   VALUE "N".
           05  ACT-USERID            PIC X(08).
           05  ACT-BSA-ID            PIC X(14).
           05  ACT-NOTE              PIC X(40).

       FD  BSAAUD-FILE.
       01  BSAAUD-REC.
           05  AUD-DATE              PIC 9(08).
           05  AUD-TIME              PIC 9(06).
           05  AUD-KEY               PIC X(25).
           05  AUD-EVENT             PIC X(10).
           05  AUD-USERID            PIC X(08).
           05  AUD-CASH-TOTAL        PIC S9(09)V99.
           05  AUD-BSA-ID            PIC X(14).
           05  AUD-NOTE              PIC X(40).

       FD  BSAMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  BSAFLG-STATUS             PIC XX.
           88  BSAFLG-EOF                       VALUE "10".
       01  BSACAS-STATUS             PIC XX.
           88  BSACAS-EOF                       VALUE "10".
       01  BSAACT-STATUS             PIC XX.
           88  BSAACT-EOF                       VALUE "10".
       01  BSAAUD-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-SAR-DAYS               PIC 9(03) VALUE 30.
       01  WS-DUE-SOON-DAYS          PIC 9(03) VALUE 5.
       01  WS-DAYS-LEFT              PIC S9(05).
       01  WS-DAYS-LATE              PIC S9(05).
       01  WS-NOTE                   PIC X(40).
       01  WS-USERID                 PIC X(08).
       01  WS-SCAN-END-SW            PIC X(01).
       01  WS-FOUND-SW               PIC X(01).
           88  WS-CASE-FOUND                    VALUE "Y".

       01  WS-CNT-OPENED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-UPDATED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-DUP                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REVIEW             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SAR                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SAR-LATE           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-NO-SAR             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ACTIVE             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OVERDUE            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-DUE-SOON           PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-DAYS              PIC ZZZ9.

       01  WS-ACT-LINE.
           05  ACL-KEY               PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-RESULT            PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ACL-NOTE              PIC X(60).

       01  WS-CAS-LINE.
           05  CSL-KEY               PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSL-STATUS            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSL-DUE               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSL-DAYS-LEFT         PIC ZZZ9-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSL-FLAG              PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSL-ANALYST           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CSL-SEEN              PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CSL-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-FLAGS
           PERFORM 3000-APPLY-DISPOSITIONS
           PERFORM 5000-LIST-ACTIVE
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  BSAFLG-FILE
           OPEN I-O BSACAS-FILE
           IF BSACAS-STATUS = "35"
              OPEN OUTPUT BSACAS-FILE
              CLOSE BSACAS-FILE
              OPEN I-O BSACAS-FILE
           END-IF
           OPEN INPUT  BSAACT-FILE
           OPEN EXTEND BSAAUD-FILE
           OPEN OUTPUT BSAMNT-RPT
           MOVE SPACES TO RPT-LINE
           STRING "BSA CASE FILE - SAR CANDIDATES FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * NEW FLAGS FROM STRSCN.  THE KEY LEADS WITH SUBJECT AND RULE, SO
      * A START AT DETECTION DATE ZERO WALKS EVERY CASE THE PAIR HAS
      * EVER HAD; AN ACTIVE ONE TAKES THE FLAG.
      *----------------------------------------------------------------*
       2000-TAKE-FLAGS.
           READ BSAFLG-FILE AT END SET BSAFLG-EOF TO TRUE END-READ
           PERFORM 2100-TAKE-ONE UNTIL BSAFLG-EOF
           CLOSE BSAFLG-FILE
           OPEN OUTPUT BSAFLG-FILE
           CLOSE BSAFLG-FILE.

       2100-TAKE-ONE.
           MOVE "N" TO WS-FOUND-SW WS-SCAN-END-SW
           MOVE FLG-SUBJECT TO BSC-SUBJECT
           MOVE FLG-RULE    TO BSC-RULE
           MOVE 0           TO BSC-DETECT-DATE
           START BSACAS-FILE KEY IS NOT LESS THAN BSC-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-END-SW
           END-START
           PERFORM 2200-NEXT-CASE UNTIL WS-SCAN-END-SW = "Y"
           IF WS-CASE-FOUND
              PERFORM 2300-UPDATE-CASE
           ELSE
              PERFORM 2400-OPEN-CASE
           END-IF
           READ BSAFLG-FILE AT END SET BSAFLG-EOF TO TRUE END-READ.

       2200-NEXT-CASE.
           READ BSACAS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SCAN-END-SW
           END-READ
           IF WS-SCAN-END-SW = "N"
              IF BSC-SUBJECT NOT = FLG-SUBJECT
                 OR BSC-RULE NOT = FLG-RULE
                 MOVE "Y" TO WS-SCAN-END-SW
              ELSE
                 IF BSC-ACTIVE
                    MOVE "Y" TO WS-FOUND-SW WS-SCAN-END-SW
                 END-IF
              END-IF
           END-IF.

       2300-UPDATE-CASE.
      * A RERUN OF THE SAME DAY'S FLAGS CHANGES NOTHING.
           IF BSC-LAST-SEEN NOT < FLG-DETECT-DATE
              ADD 1 TO WS-CNT-DUP
           ELSE
              IF FLG-FIRST-DATE < BSC-FIRST-DATE
                 MOVE FLG-FIRST-DATE TO BSC-FIRST-DATE
              END-IF
              MOVE FLG-LAST-DATE   TO BSC-LAST-DATE
              MOVE FLG-CASH-TOTAL  TO BSC-CASH-TOTAL
              MOVE FLG-ITEMS       TO BSC-ITEMS
              MOVE FLG-DAYS        TO BSC-DAYS
              MOVE FLG-BRANCHES    TO BSC-BRANCHES
              MOVE FLG-REASON      TO BSC-REASON
              MOVE FLG-DETECT-DATE TO BSC-LAST-SEEN
              ADD 1 TO BSC-TIMES-SEEN
              REWRITE BSACAS-REC
              ADD 1 TO WS-CNT-UPDATED
              MOVE "UPDATED"  TO AUD-EVENT
              MOVE "STRSCN"   TO WS-USERID
              MOVE FLG-REASON TO WS-NOTE
              PERFORM 8000-WRITE-AUDIT
           END-IF.

       2400-OPEN-CASE.
           MOVE FLG-SUBJECT     TO BSC-SUBJECT
           MOVE FLG-RULE        TO BSC-RULE
           MOVE FLG-DETECT-DATE TO BSC-DETECT-DATE
           MOVE FLG-SSNO        TO BSC-SSNO
           MOVE FLG-BRNO        TO BSC-BRNO
           MOVE FLG-ACCTNO      TO BSC-ACCTNO
           MOVE FLG-FIRST-DATE  TO BSC-FIRST-DATE
           MOVE FLG-LAST-DATE   TO BSC-LAST-DATE
           MOVE FLG-CASH-TOTAL  TO BSC-CASH-TOTAL
           MOVE FLG-ITEMS       TO BSC-ITEMS
           MOVE FLG-DAYS        TO BSC-DAYS
           MOVE FLG-BRANCHES    TO BSC-BRANCHES
           MOVE FLG-REASON      TO BSC-REASON
           MOVE FLG-DETECT-DATE TO BSC-LAST-SEEN
           MOVE 1               TO BSC-TIMES-SEEN
           COMPUTE BSC-SAR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FLG-DETECT-DATE) + WS-SAR-DAYS)
           MOVE "O"             TO BSC-STATUS-CD
           MOVE SPACES TO BSC-ANALYST BSC-DISP-USER BSC-BSA-ID
                          BSC-NOTE
           MOVE 0 TO BSC-REVIEW-DATE BSC-DISP-DATE
           WRITE BSACAS-REC
           IF BSACAS-STATUS = "00"
              ADD 1 TO WS-CNT-OPENED
              MOVE "OPENED"   TO AUD-EVENT
              MOVE "STRSCN"   TO WS-USERID
              MOVE FLG-REASON TO WS-NOTE
              PERFORM 8000-WRITE-AUDIT
           ELSE
              ADD 1 TO WS-CNT-DUP
           END-IF.

      *----------------------------------------------------------------*
      * THE ANALYSTS' DISPOSITIONS.
      *----------------------------------------------------------------*
       3000-APPLY-DISPOSITIONS.
           READ BSAACT-FILE AT END SET BSAACT-EOF TO TRUE END-READ
           IF NOT BSAACT-EOF
              MOVE "DISPOSITIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "CASE KEY                   A  USER      RESULT   "
                     "  NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 3100-ONE-ACTION THRU 3100-EXIT UNTIL BSAACT-EOF.

       3100-ONE-ACTION.
           MOVE ACT-KEY    TO ACL-KEY
           MOVE ACT-ACTION TO ACL-ACTION
           MOVE ACT-USERID TO ACL-USERID
           MOVE "REFUSED  " TO ACL-RESULT
           MOVE SPACES     TO ACL-NOTE
      * UNTIL THE CASE IS READ THE AUDIT CARRIES THE KEY ALONE.
           MOVE ACT-KEY    TO BSC-KEY
           MOVE 0          TO BSC-CASH-TOTAL
           MOVE SPACES     TO BSC-BSA-ID
           IF NOT ACT-REVIEW AND NOT ACT-SAR AND NOT ACT-NO-SAR
              MOVE "ACTION MUST BE R, S OR N" TO ACL-NOTE
              GO TO 3100-REFUSE.
           IF ACT-USERID = SPACES OR ACT-NOTE = SPACES
              MOVE "A DISPOSITION NEEDS A USER AND A NOTE" TO ACL-NOTE
              GO TO 3100-REFUSE.
           IF ACT-SAR AND ACT-BSA-ID = SPACES
              MOVE "A SAR FILING NEEDS THE BSA ID" TO ACL-NOTE
              GO TO 3100-REFUSE.
           READ BSACAS-FILE
           IF BSACAS-STATUS NOT = "00"
              MOVE ACT-KEY TO BSC-KEY
              MOVE 0       TO BSC-CASH-TOTAL
              MOVE SPACES  TO BSC-BSA-ID
              MOVE "NO SUCH CASE" TO ACL-NOTE
              GO TO 3100-REFUSE.
           IF NOT BSC-ACTIVE
              MOVE SPACES TO ACL-NOTE
              STRING "ALREADY CLOSED " BSC-DISP-DATE
                     " BY " BSC-DISP-USER
                  DELIMITED BY SIZE INTO ACL-NOTE
              GO TO 3100-REFUSE.
           IF ACT-REVIEW AND NOT BSC-OPEN
              MOVE SPACES TO ACL-NOTE
              STRING "ALREADY IN REVIEW WITH " BSC-ANALYST
                  DELIMITED BY SIZE INTO ACL-NOTE
              GO TO 3100-REFUSE.
           MOVE ACT-NOTE TO BSC-NOTE
           IF ACT-REVIEW
              MOVE "R"         TO BSC-STATUS-CD
              MOVE ACT-USERID  TO BSC-ANALYST
              MOVE WS-RUN-DATE TO BSC-REVIEW-DATE
           ELSE
              MOVE ACT-ACTION  TO BSC-STATUS-CD
              MOVE WS-RUN-DATE TO BSC-DISP-DATE
              MOVE ACT-USERID  TO BSC-DISP-USER
              IF BSC-ANALYST = SPACES
                 MOVE ACT-USERID TO BSC-ANALYST
              END-IF
              IF ACT-SAR
                 MOVE ACT-BSA-ID TO BSC-BSA-ID
              END-IF
           END-IF
           REWRITE BSACAS-REC
           IF BSACAS-STATUS NOT = "00"
              MOVE SPACES TO ACL-NOTE
              STRING "CASE UPDATE FAILED, STATUS " BSACAS-STATUS
                  DELIMITED BY SIZE INTO ACL-NOTE
              GO TO 3100-REFUSE.
           MOVE ACT-USERID TO WS-USERID
           MOVE ACT-NOTE   TO WS-NOTE
           MOVE ACT-NOTE   TO ACL-NOTE
           EVALUATE TRUE
               WHEN ACT-REVIEW
                  ADD 1 TO WS-CNT-REVIEW
                  MOVE "IN REVIEW" TO ACL-RESULT
                  MOVE "REVIEW"    TO AUD-EVENT
               WHEN ACT-SAR
                  ADD 1 TO WS-CNT-SAR
                  MOVE "SAR FILED" TO ACL-RESULT
                  MOVE "SARFILED"  TO AUD-EVENT
                  IF WS-RUN-DATE > BSC-SAR-DUE-DATE
                     ADD 1 TO WS-CNT-SAR-LATE
                     COMPUTE WS-DAYS-LATE =
                        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - FUNCTION INTEGER-OF-DATE(BSC-SAR-DUE-DATE)
                     MOVE WS-DAYS-LATE TO WS-EDIT-DAYS
                     MOVE SPACES TO ACL-NOTE WS-NOTE
                     STRING "FILED " WS-EDIT-DAYS
                            " DAYS PAST THE SAR DUE DATE"
                         DELIMITED BY SIZE INTO ACL-NOTE
                     MOVE ACL-NOTE TO WS-NOTE
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-CNT-NO-SAR
                  MOVE "NO SAR   " TO ACL-RESULT
                  MOVE "NOSAR"     TO AUD-EVENT
           END-EVALUATE
           PERFORM 8000-WRITE-AUDIT
           GO TO 3100-PRINT.
       3100-REFUSE.
           ADD 1 TO WS-CNT-REFUSED
           MOVE ACT-USERID TO WS-USERID
           MOVE "REFUSED"  TO AUD-EVENT
           MOVE ACL-NOTE   TO WS-NOTE
           PERFORM 8000-WRITE-AUDIT.
       3100-PRINT.
           MOVE WS-ACT-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ BSAACT-FILE AT END SET BSAACT-EOF TO TRUE END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EVERY CASE STILL OPEN OR IN REVIEW, WITH THE DAYS LEFT BEFORE
      * THE SAR IS DUE.
      *----------------------------------------------------------------*
       5000-LIST-ACTIVE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPEN CASES" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CASE KEY                  S SAR DUE  LEFT  "
                  "          ANALYST             CASH SEEN  REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO BSC-KEY
           START BSACAS-FILE KEY IS NOT LESS THAN BSC-KEY
               INVALID KEY SET BSACAS-EOF TO TRUE
           END-START
           IF NOT BSACAS-EOF
              READ BSACAS-FILE NEXT RECORD
                  AT END SET BSACAS-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 5100-ONE-CASE UNTIL BSACAS-EOF.

       5100-ONE-CASE.
           IF BSC-ACTIVE
              ADD 1 TO WS-CNT-ACTIVE
              COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(BSC-SAR-DUE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              MOVE SPACES TO CSL-FLAG
              IF WS-DAYS-LEFT < 0
                 ADD 1 TO WS-CNT-OVERDUE
                 MOVE "OVERDUE" TO CSL-FLAG
              ELSE
                 IF WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                    ADD 1 TO WS-CNT-DUE-SOON
                    MOVE "DUE SOON" TO CSL-FLAG
                 END-IF
              END-IF
              MOVE BSC-KEY          TO CSL-KEY
              MOVE BSC-STATUS-CD    TO CSL-STATUS
              MOVE BSC-SAR-DUE-DATE TO CSL-DUE
              MOVE WS-DAYS-LEFT     TO CSL-DAYS-LEFT
              MOVE BSC-ANALYST      TO CSL-ANALYST
              MOVE BSC-CASH-TOTAL   TO CSL-AMT
              MOVE BSC-TIMES-SEEN   TO CSL-SEEN
              MOVE BSC-REASON       TO CSL-REASON
              MOVE WS-CAS-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           READ BSACAS-FILE NEXT RECORD
               AT END SET BSACAS-EOF TO TRUE
           END-READ.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OPENED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW CASES OPENED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-UPDATED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OPEN CASES REFLAGGED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DUP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FLAGS ALREADY TAKEN  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REVIEW TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TAKEN FOR REVIEW     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SAR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SARS FILED           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SAR-LATE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH LATE      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NO-SAR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSED - NO SAR      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "DISPOSITIONS REFUSED " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ACTIVE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CASES STILL OPEN     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DUE-SOON TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  DUE WITHIN 5 DAYS  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OVERDUE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  PAST THE SAR DUE DATE " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW FOR THE CASE IN HAND.  THE CALLER SETS THE
      * EVENT, USER AND NOTE.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE      TO AUD-DATE
           MOVE WS-TIME-RAW(1:6) TO AUD-TIME
           MOVE BSC-KEY          TO AUD-KEY
           MOVE WS-USERID        TO AUD-USERID
           MOVE BSC-CASH-TOTAL   TO AUD-CASH-TOTAL
           MOVE BSC-BSA-ID       TO AUD-BSA-ID
           MOVE WS-NOTE          TO AUD-NOTE
           WRITE BSAAUD-REC.

       9999-EXIT.
           CLOSE BSACAS-FILE BSAACT-FILE BSAAUD-FILE BSAMNT-RPT
           STOP RUN.
