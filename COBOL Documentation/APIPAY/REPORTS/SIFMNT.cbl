      *================================================================*
      *   P R O G R A M :  S I F M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-03-13
      *  DESC: SETTLEMENT-IN-FULL AGREEMENT MAINTENANCE.  APPLIES
      *        THE SIFTRN TRANSACTIONS COLLECTIONS KEYS (ACTION "A" =
      *        RECORD AN APPROVED AGREEMENT - AGREED TOTAL, UP TO SIX
      *        DUE DATES AND AMOUNTS, APPROVER; "C" = CANCEL THE
      *        ACTIVE AGREEMENT) TO THE KEYED SIF MASTER THAT
      *        SETTLEMENT-CHECK AND SETTLEMENT-APPLY USE AT POSTING
      *        TIME.  AN "A" IS REFUSED WHILE THE ACCOUNT ALREADY HAS
      *        AN ACTIVE AGREEMENT OR HAS SETTLED.  THE MASTER IS THEN
      *        SWEPT: AN ACTIVE AGREEMENT WHOSE INSTALLMENTS DUE
      *        THROUGH (RUN DATE LESS THE GRACE DAYS) EXCEED WHAT HAS
      *        BEEN PAID IS MARKED BROKEN ("B"), AFTER WHICH "ST"
      *        ITEMS ARE REFUSED AND THE ACCOUNT FALLS BACK TO NORMAL
      *        DELINQUENCY HANDLING.  EVERY AGREEMENT STILL ACTIVE
      *        GOES OUT ON SIFACT SO THE DELINQUENCY NOTICES LEAVE IT
      *        ALONE, AND EVERY ACTION AND BREAK IS LISTED FOR THE
      *        COLLECTIONS SUPERVISOR.
      *
      *  MOD HISTORY:
      *   031328 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIFMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-03-13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIFTRN-FILE ASSIGN TO "SIFTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIFTRN-STATUS.

           SELECT SIF-FILE ASSIGN TO "SIF"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SIF-KEY
               FILE STATUS IS SIF-STATUS.

           SELECT SIFACT-FILE ASSIGN TO "SIFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIFACT-STATUS.

           SELECT SIFMNT-RPT ASSIGN TO "SIFMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIFTRN-FILE.
       01  SIFTRN-REC.
           05  TRN-ACTION            PIC X(01).
           05  TRN-BRNO              PIC X(04).
           05  TRN-ACCTNO            PIC X(10).
           05  TRN-APPROVER          PIC X(08).
           05  TRN-AGREED-AMT        PIC S9(07)V99.
           05  TRN-DUE-CNT           PIC 9(01).
           05  TRN-DUE OCCURS 6 TIMES.
               10  TRN-DUE-DATE      PIC 9(08).
               10  TRN-DUE-AMT       PIC S9(07)V99.

       FD  SIF-FILE.
       01  SIF-REC.
           05  SIF-KEY.
               10  SIF-BRNO          PIC X(04).
               10  SIF-ACCTNO        PIC X(10).
           05  SIF-STATUS-CD         PIC X(01).
           05  SIF-AGREED-AMT        PIC S9(07)V99.
           05  SIF-PAID-AMT          PIC S9(07)V99.
           05  SIF-PMT-CNT           PIC 9(03).
           05  SIF-DUE-CNT           PIC 9(01).
           05  SIF-DUE OCCURS 6 TIMES.
               10  SIF-DUE-DATE      PIC 9(08).
               10  SIF-DUE-AMT       PIC S9(07)V99.
           05  SIF-APPROVER          PIC X(08).
           05  SIF-AGREE-DATE        PIC 9(08).
           05  SIF-SETTLE-DATE       PIC 9(08).
           05  SIF-FORGIVEN-AMT      PIC S9(07)V99.
           05  SIF-LAST-PAY-DATE     PIC 9(08).
           05  SIF-BROKEN-DATE       PIC 9(08).

       FD  SIFACT-FILE.
       01  SIFACT-REC.
           05  ACT-BRNO              PIC X(04).
           05  ACT-ACCTNO            PIC X(10).

       FD  SIFMNT-RPT.
       01  RPT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  SIFTRN-STATUS             PIC XX.
           88  SIFTRN-EOF                       VALUE "10".
       01  SIF-STATUS                PIC XX.
           88  SIF-EOF                          VALUE "10".
       01  SIFACT-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
      * A MISSED INSTALLMENT IS NOT A BREAK UNTIL IT IS THIS MANY
      * DAYS PAST ITS DUE DATE.
       01  WS-GRACE-DAYS             PIC 9(03) COMP VALUE 10.
       01  WS-CUTOFF-DATE            PIC 9(08).
       01  WS-DUE-TO-DATE            PIC S9(07)V99.
       01  WS-DUE-SUB                PIC 9(02) COMP.
       01  WS-DUE-TOTAL              PIC S9(07)V99.

       01  WS-CNT-ADDED              PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CANCELLED          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BROKEN             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ACTIVE             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ERRORS             PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-ACTION            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-NOTE              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANS
           PERFORM 3000-SWEEP
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT SIFTRN-FILE
           OPEN I-O SIF-FILE
           IF SIF-STATUS = "35"
              OPEN OUTPUT SIF-FILE
              CLOSE SIF-FILE
              OPEN I-O SIF-FILE
           END-IF
           OPEN OUTPUT SIFACT-FILE
           OPEN OUTPUT SIFMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-GRACE-DAYS)
           MOVE "SETTLEMENT AGREEMENT MAINTENANCE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ SIFTRN-FILE AT END SET SIFTRN-EOF TO TRUE END-READ.

       2000-APPLY-TRANS.
           PERFORM 2100-ONE-TRAN UNTIL SIFTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-BRNO   TO DTL-BRNO
           MOVE TRN-ACCTNO TO DTL-ACCTNO
           EVALUATE TRN-ACTION
               WHEN "A" PERFORM 2200-ADD-AGREEMENT THRU 2200-EXIT
               WHEN "C" PERFORM 2300-CANCEL-AGREEMENT
               WHEN OTHER
                   ADD 1 TO WS-CNT-ERRORS
                   MOVE "INVALID   " TO DTL-ACTION
                   MOVE "UNKNOWN ACTION CODE" TO DTL-NOTE
           END-EVALUATE
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ SIFTRN-FILE AT END SET SIFTRN-EOF TO TRUE END-READ.

       2200-ADD-AGREEMENT.
           MOVE "ERROR     " TO DTL-ACTION
      * THE SCHEDULE HAS TO ADD UP TO THE DEAL THE APPROVER SIGNED.
           IF TRN-DUE-CNT < 1 OR TRN-DUE-CNT > 6
              ADD 1 TO WS-CNT-ERRORS
              MOVE "DUE COUNT MUST BE 1 THRU 6" TO DTL-NOTE
              GO TO 2200-EXIT.
           IF TRN-APPROVER = SPACES
              ADD 1 TO WS-CNT-ERRORS
              MOVE "NO APPROVER ON AGREEMENT" TO DTL-NOTE
              GO TO 2200-EXIT.
           MOVE 0 TO WS-DUE-TOTAL
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > TRN-DUE-CNT
               ADD TRN-DUE-AMT(WS-DUE-SUB) TO WS-DUE-TOTAL
           END-PERFORM
           IF WS-DUE-TOTAL NOT = TRN-AGREED-AMT
              OR TRN-AGREED-AMT NOT > 0
              ADD 1 TO WS-CNT-ERRORS
              MOVE "SCHEDULE DOES NOT EQUAL AGREED AMOUNT"
                 TO DTL-NOTE
              GO TO 2200-EXIT.
           MOVE TRN-BRNO   TO SIF-BRNO
           MOVE TRN-ACCTNO TO SIF-ACCTNO
           READ SIF-FILE
           IF SIF-STATUS = "00"
              IF SIF-STATUS-CD = "A" OR "S"
                 ADD 1 TO WS-CNT-ERRORS
                 MOVE "ACCOUNT ALREADY UNDER AGREEMENT" TO DTL-NOTE
                 GO TO 2200-EXIT
              END-IF
      * A BROKEN OR CANCELLED DEAL MAY BE RENEGOTIATED - THE NEW ONE
      * STARTS FROM NOTHING PAID.
              PERFORM 2250-FILL-AGREEMENT
              REWRITE SIF-REC
              MOVE "PRIOR AGREEMENT REPLACED" TO DTL-NOTE
           ELSE
              MOVE TRN-BRNO   TO SIF-BRNO
              MOVE TRN-ACCTNO TO SIF-ACCTNO
              PERFORM 2250-FILL-AGREEMENT
              WRITE SIF-REC
              MOVE "NEW AGREEMENT RECORDED" TO DTL-NOTE
           END-IF
           ADD 1 TO WS-CNT-ADDED
           MOVE "ADDED     " TO DTL-ACTION.
       2200-EXIT.
           EXIT.

       2250-FILL-AGREEMENT.
           MOVE "A"              TO SIF-STATUS-CD
           MOVE TRN-AGREED-AMT   TO SIF-AGREED-AMT
           MOVE 0                TO SIF-PAID-AMT
           MOVE 0                TO SIF-PMT-CNT
           MOVE TRN-DUE-CNT      TO SIF-DUE-CNT
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > 6
               MOVE TRN-DUE-DATE(WS-DUE-SUB)
                  TO SIF-DUE-DATE(WS-DUE-SUB)
               MOVE TRN-DUE-AMT(WS-DUE-SUB)
                  TO SIF-DUE-AMT(WS-DUE-SUB)
           END-PERFORM
           MOVE TRN-APPROVER     TO SIF-APPROVER
           MOVE WS-RUN-DATE      TO SIF-AGREE-DATE
           MOVE 0                TO SIF-SETTLE-DATE
           MOVE 0                TO SIF-FORGIVEN-AMT
           MOVE 0                TO SIF-LAST-PAY-DATE
           MOVE 0                TO SIF-BROKEN-DATE.

       2300-CANCEL-AGREEMENT.
           MOVE TRN-BRNO   TO SIF-BRNO
           MOVE TRN-ACCTNO TO SIF-ACCTNO
           READ SIF-FILE
           IF SIF-STATUS = "00" AND SIF-STATUS-CD = "A"
              ADD 1 TO WS-CNT-CANCELLED
              MOVE "C" TO SIF-STATUS-CD
              REWRITE SIF-REC
              MOVE "CANCELLED " TO DTL-ACTION
              MOVE "ACTIVE AGREEMENT CANCELLED" TO DTL-NOTE
           ELSE
              ADD 1 TO WS-CNT-ERRORS
              MOVE "ERROR     " TO DTL-ACTION
              MOVE "NO ACTIVE AGREEMENT TO CANCEL" TO DTL-NOTE
           END-IF.

       3000-SWEEP.
           MOVE LOW-VALUES TO SIF-KEY
           START SIF-FILE KEY IS NOT LESS THAN SIF-KEY
              INVALID KEY SET SIF-EOF TO TRUE
           END-START
           IF NOT SIF-EOF
              READ SIF-FILE NEXT RECORD
                 AT END SET SIF-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-AGREEMENT THRU 3100-EXIT UNTIL SIF-EOF.

       3100-ONE-AGREEMENT.
           IF SIF-STATUS-CD NOT = "A"
              GO TO 3100-NEXT.
      * WHAT SHOULD HAVE COME IN BY NOW, GRACE ALLOWED.
           MOVE 0 TO WS-DUE-TO-DATE
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > SIF-DUE-CNT
               IF SIF-DUE-DATE(WS-DUE-SUB) NOT > WS-CUTOFF-DATE
                  ADD SIF-DUE-AMT(WS-DUE-SUB) TO WS-DUE-TO-DATE
               END-IF
           END-PERFORM
           IF SIF-PAID-AMT < WS-DUE-TO-DATE
              ADD 1 TO WS-CNT-BROKEN
              MOVE "B"         TO SIF-STATUS-CD
              MOVE WS-RUN-DATE TO SIF-BROKEN-DATE
              REWRITE SIF-REC
              MOVE "BROKEN    " TO DTL-ACTION
              MOVE SIF-BRNO     TO DTL-BRNO
              MOVE SIF-ACCTNO   TO DTL-ACCTNO
              COMPUTE WS-EDIT-AMT = WS-DUE-TO-DATE - SIF-PAID-AMT
              MOVE SPACES       TO DTL-NOTE
              STRING "SHORT " WS-EDIT-AMT " - NORMAL COLLECTION"
                  DELIMITED BY SIZE INTO DTL-NOTE
              MOVE WS-DTL-LINE  TO RPT-LINE
              WRITE RPT-LINE
              GO TO 3100-NEXT.
           ADD 1 TO WS-CNT-ACTIVE
           MOVE SIF-BRNO   TO ACT-BRNO
           MOVE SIF-ACCTNO TO ACT-ACCTNO
           WRITE SIFACT-REC.
       3100-NEXT.
           READ SIF-FILE NEXT RECORD
              AT END SET SIF-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ADDED TO WS-EDIT-CNT
           STRING "ADDED: " WS-EDIT-CNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CANCELLED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELLED: " WS-EDIT-CNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BROKEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BROKEN: " WS-EDIT-CNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ACTIVE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "STILL ACTIVE: " WS-EDIT-CNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ERRORS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ERRORS: " WS-EDIT-CNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE SIFTRN-FILE SIF-FILE SIFACT-FILE SIFMNT-RPT
           STOP RUN.
