      *================================================================*
      *   P R O G R A M :  D L R R C S                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-04-24
      *  DESC: NIGHTLY DEALER RECOURSE PASS.  MOST DEALER PAPER IS
      *        BOUGHT WITH RECOURSE - A BORROWER WHO DEFAULTS INSIDE
      *        THE RECOURSE WINDOW IS THE DEALER'S TO BUY BACK - AND
      *        UNTIL NOW NOBODY WATCHED FOR IT.  FIRST THE DLRTRN
      *        TERM CHANGES ARE APPLIED TO THE KEYED DLR DEALER FILE
      *        (THE SAME ROW PER MAKER CODE THAT CARRIES THE
      *        PARTICIPATION PERCENT AND RESERVE): RECOURSE WINDOW IN
      *        MONTHS FROM THE LOAN DATE, THE FIRST-PAYMENT-DEFAULT
      *        RULE, THE DAYS PAST DUE THAT COUNT AS A DEFAULT (ZERO
      *        = 60), AND THE REPURCHASE PRICE BASIS ("N" NET PAYOFF -
      *        PRINCIPAL NET OF UNEARNED PLUS ACCRUED INTEREST AND
      *        LATE CHARGES, "P" NET PRINCIPAL ONLY).  THEN THE DLRLN
      *        EXTRACT OF OPEN DEALER PAPER (SORTED BY MAKER CODE) IS
      *        SCANNED: AN ACCOUNT QUALIFIES WHEN IT IS AT LEAST THE
      *        DEFAULT DAYS PAST DUE AND STILL INSIDE THE WINDOW, OR -
      *        WHERE THE DEALER TOOK THE FIRST-PAYMENT-DEFAULT RULE -
      *        WHEN NOTHING HAS EVER BEEN PAID AND IT IS 30 DAYS PAST
      *        DUE, WINDOW OR NOT.  A NEW QUALIFIER GOES OUT ON DRDEMD
      *        AS A REPURCHASE DEMAND AT THE DEALER'S PRICE BASIS;
      *        ONE ALREADY DEMANDED (DRDHIS) IS LISTED AS OUTSTANDING
      *        RATHER THAN DEMANDED AGAIN.  THE "DR" TRANSACTION
      *        POSTS THE BUY-BACK WHEN THE DEALER PAYS, AFTER WHICH
      *        THE ACCOUNT LEAVES THE EXTRACT AND ITS DEMAND HISTORY
      *        IS DROPPED.
      *
      *  MOD HISTORY:
      *   042428 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLRRCS.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-04-24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DLRTRN-FILE ASSIGN TO "DLRTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLRTRN-STATUS.

           SELECT DLR-FILE ASSIGN TO "DLR"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DLR-KEY
               FILE STATUS IS DLR-STATUS.

           SELECT DLRLN-FILE ASSIGN TO "DLRLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLRLN-STATUS.

           SELECT OPTIONAL DRDHIS-FILE ASSIGN TO "DRDHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRDHIS-STATUS.

           SELECT HISNEW-FILE ASSIGN TO "DRDHIS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISNEW-STATUS.

           SELECT DRDEMD-FILE ASSIGN TO "DRDEMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRDEMD-STATUS.

           SELECT DLRRCS-RPT ASSIGN TO "DLRRCS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DLRTRN-FILE.
       01  DLRTRN-REC.
           05  TRN-MAKERCD           PIC X(06).
           05  TRN-RECRS-MONTHS      PIC 9(03).
           05  TRN-RECRS-FPD-FG      PIC X(01).
           05  TRN-RECRS-BASIS       PIC X(01).
           05  TRN-RECRS-DEF-DAYS    PIC 9(03).
           05  TRN-USERID            PIC X(08).

       FD  DLR-FILE.
       01  DLR-REC.
           05  DLR-KEY.
               10  DLR-MAKERCD       PIC X(06).
           05  DLR-PARTIC-PCT        PIC 9(03)V99.
           05  DLR-RESERVE-BAL       PIC S9(09)V99.
           05  DLR-LAST-CB-DATE      PIC 9(08).
           05  DLR-RECRS-MONTHS      PIC 9(03).
           05  DLR-RECRS-FPD-FG      PIC X(01).
           05  DLR-RECRS-BASIS       PIC X(01).
           05  DLR-RECRS-DEF-DAYS    PIC 9(03).
           05  DLR-RECRS-CHG-DATE    PIC 9(08).
           05  DLR-RECRS-CHG-USER    PIC X(08).
           05  DLR-LAST-REPUR-DATE   PIC 9(08).

       FD  DLRLN-FILE.
       01  DLRLN-REC.
           05  DLL-BRNO              PIC X(04).
           05  DLL-ACCTNO            PIC X(10).
           05  DLL-MAKERCD           PIC X(06).
           05  DLL-LOANDATE          PIC 9(08).
           05  DLL-CONTR-DAYS        PIC 9(04).
           05  DLL-TOTPAYMNTD        PIC S9(07)V99.
           05  DLL-CURBAL            PIC S9(07)V99.
           05  DLL-UNEARNED          PIC S9(07)V99.
           05  DLL-INTBAL            PIC S9(07)V99.
           05  DLL-LCBAL             PIC S9(07)V99.

       FD  DRDHIS-FILE.
       01  DRDHIS-REC.
           05  DRH-BRNO              PIC X(04).
           05  DRH-ACCTNO            PIC X(10).
           05  DRH-MAKERCD           PIC X(06).
           05  DRH-DEMAND-DATE       PIC 9(08).

       FD  HISNEW-FILE.
       01  HISNEW-REC                PIC X(28).

       FD  DRDEMD-FILE.
       01  DRDEMD-REC.
           05  DMD-RUN-DATE          PIC 9(08).
           05  DMD-MAKERCD           PIC X(06).
           05  DMD-BRNO              PIC X(04).
           05  DMD-ACCTNO            PIC X(10).
           05  DMD-REASON            PIC X(03).
           05  DMD-CONTR-DAYS        PIC 9(04).
           05  DMD-MONTHS            PIC 9(03).
           05  DMD-BASIS             PIC X(01).
           05  DMD-PRICE             PIC S9(07)V99.
           05  DMD-RESERVE-BAL       PIC S9(09)V99.

       FD  DLRRCS-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  DLRTRN-STATUS             PIC XX.
           88  DLRTRN-EOF                       VALUE "10".
       01  DLR-STATUS                PIC XX.
       01  DLRLN-STATUS              PIC XX.
           88  DLRLN-EOF                        VALUE "10".
       01  DRDHIS-STATUS             PIC XX.
           88  DRDHIS-EOF                       VALUE "10".
       01  HISNEW-STATUS             PIC XX.
       01  DRDEMD-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).
       01  WS-LOAN-DATE              PIC 9(08).
       01  WS-LOAN-DATE-X REDEFINES WS-LOAN-DATE.
           05  WS-LOAN-YYYY          PIC 9(04).
           05  WS-LOAN-MM            PIC 9(02).
           05  WS-LOAN-DD            PIC 9(02).
      * A DEALER WHO NAMES NO DEFAULT THRESHOLD GETS THE STANDARD ONE;
      * A FIRST-PAYMENT DEFAULT IS ONE MISSED PAYMENT, 30 DAYS.
       01  WS-STD-DEF-DAYS           PIC 9(03) COMP VALUE 60.
       01  WS-FPD-DAYS               PIC 9(03) COMP VALUE 30.
       01  WS-DEF-DAYS               PIC 9(03) COMP.
       01  WS-MONTHS                 PIC S9(05) COMP.
       01  WS-PRICE                  PIC S9(07)V99.
       01  WS-REASON                 PIC X(03).
       01  WS-HOLD-MAKER             PIC X(06) VALUE LOW-VALUES.
       01  WS-DLR-FOUND              PIC X(01).
       01  WS-MK-PRINTED             PIC X(01).
       01  WS-HIS-SUB                PIC 9(04) COMP.
       01  WS-MAX-HIS                PIC 9(04) COMP VALUE 2000.
       01  WS-HIS-CNT                PIC 9(04) COMP VALUE 0.

       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SCANNED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-DEMANDED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OUTSTANDING        PIC 9(05) COMP VALUE 0.
       01  WS-CNT-HIS-LOST           PIC 9(05) COMP VALUE 0.
       01  WS-MK-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-MK-PRICE               PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-TOT-PRICE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.

      * DEMANDS ALREADY MADE, WITH A MARK FOR EVERY ONE WHOSE ACCOUNT
      * IS STILL ON THE BOOKS TONIGHT - ONLY THOSE CARRY FORWARD.
       01  WS-HIS-TABLE.
           05  WS-HIS-ENTRY OCCURS 2000 TIMES.
               10  WS-HIS-REC.
                   15  WS-HIS-BRNO       PIC X(04).
                   15  WS-HIS-ACCTNO     PIC X(10).
                   15  WS-HIS-MAKERCD    PIC X(06).
                   15  WS-HIS-DATE       PIC 9(08).
               10  WS-HIS-SEEN           PIC X(01).

       01  WS-TRN-LINE.
           05  TRL-MAKER             PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-ACTION            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(50).

       01  WS-MK-LINE.
           05  FILLER                PIC X(07) VALUE "MAKER: ".
           05  MKL-MAKER             PIC X(06).
           05  FILLER                PIC X(11) VALUE "  WINDOW: ".
           05  MKL-MONTHS            PIC ZZ9.
           05  FILLER                PIC X(16) VALUE " MOS  DEF DAYS: ".
           05  MKL-DEF-DAYS          PIC ZZ9.
           05  FILLER                PIC X(07) VALUE "  FPD: ".
           05  MKL-FPD               PIC X(01).
           05  FILLER                PIC X(09) VALUE "  BASIS: ".
           05  MKL-BASIS             PIC X(01).
           05  FILLER                PIC X(11) VALUE "  RESERVE: ".
           05  MKL-RESERVE           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-LOANDATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-MONTHS            PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DAYS              PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REASON            PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PRICE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-STATUS            PIC X(28).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TERMS
           PERFORM 3000-LOAD-HISTORY
           PERFORM 4000-SCAN
           PERFORM 5000-CARRY-HISTORY
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  DLRTRN-FILE
           OPEN I-O DLR-FILE
           IF DLR-STATUS = "35"
              OPEN OUTPUT DLR-FILE
              CLOSE DLR-FILE
              OPEN I-O DLR-FILE
           END-IF
           OPEN INPUT  DLRLN-FILE
           OPEN INPUT  DRDHIS-FILE
           OPEN OUTPUT HISNEW-FILE
           OPEN OUTPUT DRDEMD-FILE
           OPEN OUTPUT DLRRCS-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "DEALER RECOURSE REPURCHASE SCAN FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ DLRTRN-FILE AT END SET DLRTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * RECOURSE TERM CHANGES.  A MAKER WITH NO DLR ROW YET GETS ONE -
      * THE PARTICIPATION AND RESERVE START AT ZERO.
      *----------------------------------------------------------------*
       2000-APPLY-TERMS.
           IF NOT DLRTRN-EOF
              MOVE "RECOURSE TERM CHANGES" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL DLRTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-MAKERCD TO TRL-MAKER
           MOVE "ERROR   "  TO TRL-ACTION
           IF TRN-MAKERCD = SPACES
              MOVE "NO MAKER CODE" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-RECRS-MONTHS NOT NUMERIC
              OR TRN-RECRS-MONTHS > 120
              MOVE "WINDOW MUST BE 0 THRU 120 MONTHS" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-RECRS-FPD-FG NOT = "Y" AND NOT = "N"
              MOVE "FIRST-PAYMENT RULE MUST BE Y OR N" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-RECRS-BASIS NOT = "N" AND NOT = "P"
              MOVE "PRICE BASIS MUST BE N OR P" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-RECRS-DEF-DAYS NOT NUMERIC
              OR (TRN-RECRS-DEF-DAYS NOT = 0
                  AND (TRN-RECRS-DEF-DAYS < 30
                       OR TRN-RECRS-DEF-DAYS > 180))
              MOVE "DEFAULT DAYS MUST BE 0 OR 30 THRU 180"
                 TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON CHANGE" TO TRL-NOTE
              GO TO 2100-REJECT.

           MOVE TRN-MAKERCD TO DLR-MAKERCD
           READ DLR-FILE
           IF DLR-STATUS = "00"
              PERFORM 2200-FILL-TERMS
              REWRITE DLR-REC
              MOVE "CHANGED " TO TRL-ACTION
           ELSE
              MOVE TRN-MAKERCD TO DLR-MAKERCD
              MOVE 0 TO DLR-PARTIC-PCT DLR-RESERVE-BAL
                        DLR-LAST-CB-DATE DLR-LAST-REPUR-DATE
              PERFORM 2200-FILL-TERMS
              WRITE DLR-REC
              MOVE "ADDED   " TO TRL-ACTION
           END-IF
           ADD 1 TO WS-CNT-TRN-OK
           MOVE SPACES TO TRL-NOTE
           STRING "WINDOW " TRN-RECRS-MONTHS
                  " MOS  FPD " TRN-RECRS-FPD-FG
                  "  BASIS " TRN-RECRS-BASIS
                  "  DEF DAYS " TRN-RECRS-DEF-DAYS
               DELIMITED BY SIZE INTO TRL-NOTE
           GO TO 2100-PRINT.
       2100-REJECT.
           ADD 1 TO WS-CNT-TRN-ERR.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ DLRTRN-FILE AT END SET DLRTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2200-FILL-TERMS.
           MOVE TRN-RECRS-MONTHS   TO DLR-RECRS-MONTHS
           MOVE TRN-RECRS-FPD-FG   TO DLR-RECRS-FPD-FG
           MOVE TRN-RECRS-BASIS    TO DLR-RECRS-BASIS
           MOVE TRN-RECRS-DEF-DAYS TO DLR-RECRS-DEF-DAYS
           MOVE WS-RUN-DATE        TO DLR-RECRS-CHG-DATE
           MOVE TRN-USERID         TO DLR-RECRS-CHG-USER.

       3000-LOAD-HISTORY.
           READ DRDHIS-FILE AT END SET DRDHIS-EOF TO TRUE END-READ
           PERFORM UNTIL DRDHIS-EOF
               IF WS-HIS-CNT < WS-MAX-HIS
                  ADD 1 TO WS-HIS-CNT
                  MOVE DRDHIS-REC TO WS-HIS-REC(WS-HIS-CNT)
                  MOVE "N" TO WS-HIS-SEEN(WS-HIS-CNT)
               ELSE
                  ADD 1 TO WS-CNT-HIS-LOST
               END-IF
               READ DRDHIS-FILE AT END SET DRDHIS-EOF TO TRUE END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * THE SCAN.  THE DEALER'S TERMS ARE READ ONCE PER MAKER CODE.
      *----------------------------------------------------------------*
       4000-SCAN.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REPURCHASE DEMANDS" TO RPT-LINE
           WRITE RPT-LINE
           READ DLRLN-FILE AT END SET DLRLN-EOF TO TRUE END-READ
           PERFORM 4100-ONE-LOAN THRU 4100-EXIT UNTIL DLRLN-EOF
           IF WS-HOLD-MAKER NOT = LOW-VALUES
              PERFORM 4400-MAKER-TOTAL
           END-IF.

       4100-ONE-LOAN.
           ADD 1 TO WS-CNT-SCANNED
           IF DLL-MAKERCD NOT = WS-HOLD-MAKER
              IF WS-HOLD-MAKER NOT = LOW-VALUES
                 PERFORM 4400-MAKER-TOTAL
              END-IF
              PERFORM 4200-NEW-MAKER
           END-IF

      * AN OPEN ACCOUNT WITH A DEMAND ALREADY OUT KEEPS ITS HISTORY.
           PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > WS-HIS-CNT
                      OR (WS-HIS-BRNO(WS-HIS-SUB) = DLL-BRNO
                      AND WS-HIS-ACCTNO(WS-HIS-SUB) = DLL-ACCTNO)
               CONTINUE
           END-PERFORM
           IF WS-HIS-SUB NOT > WS-HIS-CNT
              MOVE "Y" TO WS-HIS-SEEN(WS-HIS-SUB)
           END-IF

           IF WS-DLR-FOUND NOT = "Y" OR DLL-CURBAL NOT > 0
              GO TO 4100-NEXT.

           MOVE DLL-LOANDATE TO WS-LOAN-DATE
           COMPUTE WS-MONTHS =
              (WS-RUN-YYYY * 12 + WS-RUN-MM)
            - (WS-LOAN-YYYY * 12 + WS-LOAN-MM)
           IF WS-RUN-DD < WS-LOAN-DD
              SUBTRACT 1 FROM WS-MONTHS
           END-IF
           IF WS-MONTHS < 0
              MOVE 0 TO WS-MONTHS
           END-IF

           MOVE SPACES TO WS-REASON
           IF DLR-RECRS-FPD-FG = "Y" AND DLL-TOTPAYMNTD = 0
              AND DLL-CONTR-DAYS NOT < WS-FPD-DAYS
              MOVE "FPD" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND DLR-RECRS-MONTHS > 0
              AND WS-MONTHS NOT > DLR-RECRS-MONTHS
              AND DLL-CONTR-DAYS NOT < WS-DEF-DAYS
              MOVE "DEF" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
              GO TO 4100-NEXT.

           COMPUTE WS-PRICE = DLL-CURBAL - DLL-UNEARNED
           IF DLR-RECRS-BASIS NOT = "P"
              ADD DLL-INTBAL DLL-LCBAL TO WS-PRICE
           END-IF

           IF WS-MK-PRINTED NOT = "Y"
              PERFORM 4300-MAKER-HEADING
           END-IF
           MOVE DLL-BRNO     TO DTL-BRNO
           MOVE DLL-ACCTNO   TO DTL-ACCTNO
           MOVE DLL-LOANDATE TO DTL-LOANDATE
           MOVE WS-MONTHS    TO DTL-MONTHS
           MOVE DLL-CONTR-DAYS TO DTL-DAYS
           MOVE WS-REASON    TO DTL-REASON
           MOVE WS-PRICE     TO DTL-PRICE
           IF WS-HIS-SUB NOT > WS-HIS-CNT
              MOVE SPACES TO DTL-STATUS
              STRING "OUTSTANDING SINCE " WS-HIS-DATE(WS-HIS-SUB)
                  DELIMITED BY SIZE INTO DTL-STATUS
              ADD 1 TO WS-CNT-OUTSTANDING
           ELSE
              MOVE "DEMANDED" TO DTL-STATUS
              PERFORM 4500-WRITE-DEMAND
           END-IF
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-MK-CNT
           ADD WS-PRICE TO WS-MK-PRICE WS-TOT-PRICE.
       4100-NEXT.
           READ DLRLN-FILE AT END SET DLRLN-EOF TO TRUE END-READ.
       4100-EXIT.
           EXIT.

       4200-NEW-MAKER.
           MOVE DLL-MAKERCD TO WS-HOLD-MAKER
           MOVE 0   TO WS-MK-CNT WS-MK-PRICE
           MOVE "N" TO WS-MK-PRINTED
           MOVE DLL-MAKERCD TO DLR-MAKERCD
           READ DLR-FILE
           IF DLR-STATUS = "00"
              AND (DLR-RECRS-MONTHS > 0 OR DLR-RECRS-FPD-FG = "Y")
              MOVE "Y" TO WS-DLR-FOUND
           ELSE
              MOVE "N" TO WS-DLR-FOUND
           END-IF
           MOVE DLR-RECRS-DEF-DAYS TO WS-DEF-DAYS
           IF WS-DLR-FOUND = "Y" AND WS-DEF-DAYS = 0
              MOVE WS-STD-DEF-DAYS TO WS-DEF-DAYS
           END-IF.

       4300-MAKER-HEADING.
           MOVE "Y" TO WS-MK-PRINTED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE DLR-MAKERCD      TO MKL-MAKER
           MOVE DLR-RECRS-MONTHS TO MKL-MONTHS
           MOVE WS-DEF-DAYS      TO MKL-DEF-DAYS
           MOVE DLR-RECRS-FPD-FG TO MKL-FPD
           MOVE DLR-RECRS-BASIS  TO MKL-BASIS
           MOVE DLR-RESERVE-BAL  TO MKL-RESERVE
           MOVE WS-MK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  BR    ACCOUNT     LOAN DATE  MOS  DAYS  WHY"
                  "           PRICE  STATUS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4400-MAKER-TOTAL.
           IF WS-MK-PRINTED = "Y"
              MOVE WS-MK-CNT   TO WS-EDIT-CNT
              MOVE WS-MK-PRICE TO WS-EDIT-AMT
              MOVE SPACES TO RPT-LINE
              STRING "  ACCOUNTS: " WS-EDIT-CNT
                     "  REPURCHASE PRICE: " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       4500-WRITE-DEMAND.
           ADD 1 TO WS-CNT-DEMANDED
           MOVE WS-RUN-DATE     TO DMD-RUN-DATE
           MOVE DLL-MAKERCD     TO DMD-MAKERCD
           MOVE DLL-BRNO        TO DMD-BRNO
           MOVE DLL-ACCTNO      TO DMD-ACCTNO
           MOVE WS-REASON       TO DMD-REASON
           MOVE DLL-CONTR-DAYS  TO DMD-CONTR-DAYS
           MOVE WS-MONTHS       TO DMD-MONTHS
           MOVE DLR-RECRS-BASIS TO DMD-BASIS
           MOVE WS-PRICE        TO DMD-PRICE
           MOVE DLR-RESERVE-BAL TO DMD-RESERVE-BAL
           WRITE DRDEMD-REC
           MOVE DLL-BRNO    TO DRH-BRNO
           MOVE DLL-ACCTNO  TO DRH-ACCTNO
           MOVE DLL-MAKERCD TO DRH-MAKERCD
           MOVE WS-RUN-DATE TO DRH-DEMAND-DATE
           WRITE HISNEW-REC FROM DRDHIS-REC.

      * A DEMAND WHOSE ACCOUNT HAS LEFT THE BOOKS (BOUGHT BACK, PAID
      * OFF) IS DONE WITH.
       5000-CARRY-HISTORY.
           PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                   UNTIL WS-HIS-SUB > WS-HIS-CNT
               IF WS-HIS-SEEN(WS-HIS-SUB) = "Y"
                  WRITE HISNEW-REC FROM WS-HIS-REC(WS-HIS-SUB)
               END-IF
           END-PERFORM.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TERM CHANGES APPLIED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TERM CHANGES REJECTED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SCANNED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "DEALER LOANS SCANNED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DEMANDED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW DEMANDS: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OUTSTANDING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "DEMANDS STILL OUTSTANDING: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-PRICE TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL REPURCHASE PRICE: " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-HIS-LOST > 0
              MOVE WS-CNT-HIS-LOST TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** " WS-EDIT-CNT
                     " DEMAND HISTORY ROWS OVER TABLE LIMIT ***"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE DLRTRN-FILE DLR-FILE DLRLN-FILE DRDHIS-FILE
                 HISNEW-FILE DRDEMD-FILE DLRRCS-RPT
           STOP RUN.
