      *================================================================*
      *   P R O G R A M :  S O L T R K                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-07-10
      *  DESC: STATUTE-OF-LIMITATIONS AND CREDIT-REPORTING
      *        OBSOLESCENCE TRACKER.  NOTHING USED TO TRACK WHEN A
      *        CHARGED-OFF OR LONG-DELINQUENT ACCOUNT PASSED THE
      *        STATE'S STATUTE OF LIMITATIONS, OR WHEN IT HAD TO DROP
      *        OFF THE CREDIT BUREAUS, SO THE LETTER, AGENCY,
      *        ATTORNEY AND METRO 2 JOBS KEPT WORKING TIME-BARRED
      *        ACCOUNTS.  FOR EVERY DELINQUENT (30+ CONTRACTUAL DAYS)
      *        OR CHARGED-OFF (LN-PLCD "P") ACCOUNT ON THE SOLEXT
      *        EXTRACT THIS JOB KEEPS A ROW ON THE KEYED SOL MASTER:
      *          SOL EXPIRY = BASIS DATE + THE STATE'S SOL YEARS FROM
      *            THE SOLTBL TABLE ("US" ROW FOR A STATE WITH NONE).
      *            THE TABLE'S BASIS CODE PICKS THE DATE: L LAST
      *            PAYMENT (LN-DATE-PAID-LAST), C CHARGE-OFF
      *            (LN-PLDATE), E THE LATER OF THE TWO.  A MISSING
      *            DATE FALLS BACK TO THE OTHER ONE, THEN TO THE
      *            CONTRACTUAL PAID-THROUGH DATE.
      *          DATE OF FIRST DELINQUENCY = THE CONTRACTUAL
      *            PAID-THROUGH DATE WHEN THE DELINQUENCY BEGAN,
      *            FROZEN UNTIL THE ACCOUNT IS BROUGHT CURRENT.
      *          OBSOLESCENCE = FIRST DELINQUENCY + 7 YEARS.
      *        ONCE BARRED, AN ACCOUNT IN A STATE WHERE A PAYMENT
      *        DOES NOT REVIVE THE DEBT STAYS BARRED WHATEVER IS PAID;
      *        IN A REVIVAL STATE A LATER PAYMENT RESTARTS THE CLOCK
      *        AND IS REPORTED.  EVERY BARRED OR OBSOLETE ACCOUNT GOES
      *        OUT ON THE SOLBAR LIST THAT DELNTC, AGYPLC, ATYPLC AND
      *        MET2EX READ, AND THE KEYED MASTER IS WHAT
      *        SOL-REVIVAL-CHECK LOOKS UP WHEN A PAYMENT POSTS.
      *        SOLTRK.RPT LISTS THE ACCOUNTS NEWLY BARRED, NEWLY
      *        OBSOLETE, REVIVED, OR BARRING WITHIN 90 DAYS.
      *
      *  MOD HISTORY:
      *   071028 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLTRK.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-07-10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLTBL-FILE ASSIGN TO "SOLTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLTBL-STATUS.

           SELECT SOLEXT-FILE ASSIGN TO "SOLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLEXT-STATUS.

           SELECT SOL-FILE ASSIGN TO "SOL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SOL-KEY
               FILE STATUS IS SOL-STATUS.

           SELECT SOLBAR-FILE ASSIGN TO "SOLBAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLBAR-STATUS.

           SELECT SOLTRK-RPT ASSIGN TO "SOLTRK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLTBL-FILE.
       01  SOLTBL-REC.
           05  STB-STATE             PIC X(02).
           05  STB-YEARS             PIC 9(02).
           05  STB-BASIS             PIC X(01).
           05  STB-REVIVE-FG         PIC X(01).

       FD  SOLEXT-FILE.
       01  SOLEXT-REC.
           05  SXT-BRNO              PIC X(04).
           05  SXT-ACCTNO            PIC X(10).
           05  SXT-STATE             PIC X(02).
           05  SXT-DATE-PAID-LAST    PIC 9(08).
           05  SXT-PLCD              PIC X(01).
           05  SXT-PLDATE            PIC 9(08).
           05  SXT-CONTR-PDTH        PIC 9(08).
           05  SXT-CURBAL            PIC S9(07)V99.

       FD  SOL-FILE.
       01  SOL-REC.
           05  SOL-KEY.
               10  SOL-BRNO          PIC X(04).
               10  SOL-ACCTNO        PIC X(10).
           05  SOL-STATE             PIC X(02).
           05  SOL-YEARS             PIC 9(02).
      * L LAST PAYMENT, C CHARGE-OFF, E LATER OF THE TWO.
           05  SOL-BASIS             PIC X(01).
           05  SOL-BASIS-DATE        PIC 9(08).
           05  SOL-DATE              PIC 9(08).
           05  SOL-REVIVE-FG         PIC X(01).
           05  SOL-DOFD              PIC 9(08).
           05  SOL-OBS-DATE          PIC 9(08).
           05  SOL-BARRED-FG         PIC X(01).
               88  SOL-BARRED                   VALUE "Y".
           05  SOL-BARRED-ON         PIC 9(08).
           05  SOL-OBSOLETE-FG       PIC X(01).
               88  SOL-OBSOLETE                 VALUE "Y".
           05  SOL-OBSOLETE-ON       PIC 9(08).
           05  SOL-CURBAL            PIC S9(07)V99.
           05  SOL-LAST-RUN          PIC 9(08).

       FD  SOLBAR-FILE.
       01  SOLBAR-REC.
           05  SBR-BRNO              PIC X(04).
           05  SBR-ACCTNO            PIC X(10).
           05  SBR-STATE             PIC X(02).
           05  SBR-SOL-DATE          PIC 9(08).
           05  SBR-OBS-DATE          PIC 9(08).
           05  SBR-BARRED-FG         PIC X(01).
           05  SBR-OBSOLETE-FG       PIC X(01).
           05  SBR-REVIVE-FG         PIC X(01).

       FD  SOLTRK-RPT.
       01  RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  SOLTBL-STATUS             PIC XX.
           88  SOLTBL-EOF                       VALUE "10".
       01  SOLEXT-STATUS             PIC XX.
           88  SOLEXT-EOF                       VALUE "10".
       01  SOL-STATUS                PIC XX.
       01  SOLBAR-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-FOUND                  PIC X(01).
       01  WS-TRACKED                PIC X(01).
       01  WS-ELAPSED                PIC S9(07).
       01  WS-EVENT                  PIC X(20).
       01  WS-BASIS-DATE             PIC 9(08).
       01  WS-YEARS                  PIC 9(02).
       01  WS-QUOT                   PIC 9(04).
       01  WS-REM4                   PIC 9(04).
       01  WS-REM100                 PIC 9(04).
       01  WS-REM400                 PIC 9(04).

      * DATE + WHOLE YEARS; FEBRUARY 29 LANDS ON THE 28TH IN A
      * COMMON YEAR.
       01  WS-DATE-WORK              PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY            PIC 9(04).
           05  WS-DW-MM              PIC 9(02).
           05  WS-DW-DD              PIC 9(02).

      * STATE SOL TABLE
       01  WS-MAX-ST                 PIC 9(03) COMP VALUE 100.
       01  WS-ST-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-ST-SUB                 PIC 9(03) COMP.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 100 TIMES.
               10  WS-ST-STATE       PIC X(02).
               10  WS-ST-YEARS       PIC 9(02).
               10  WS-ST-BASIS       PIC X(01).
               10  WS-ST-REVIVE      PIC X(01).

       01  WS-CNT-EXT                PIC 9(07) COMP VALUE 0.
       01  WS-CNT-TRACKED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CURED              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NO-STATE           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW-BARRED         PIC 9(07) COMP VALUE 0.
       01  WS-CNT-BARRED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NEW-OBSOLETE       PIC 9(07) COMP VALUE 0.
       01  WS-CNT-OBSOLETE           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REVIVED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-EXPIRING           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.

       01  WS-DTL-HDR.
           05  FILLER PIC X(40) VALUE
               "BR   ACCOUNT    ST  B  BASIS DT  SOL DAT".
           05  FILLER PIC X(40) VALUE
               "E  DOFD      OBSOLETE        BALANCE  EV".
           05  FILLER PIC X(03) VALUE
               "ENT".
       01  WS-DTL-LINE.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DTL-STATE             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BASIS             PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BASIS-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SOL-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DOFD              PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-OBS-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BAL               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-EVENT             PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-TABLE
           PERFORM 2000-PROCESS-EXTRACT
           PERFORM 6000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SOLTBL-FILE
           OPEN INPUT  SOLEXT-FILE
           OPEN I-O SOL-FILE
           IF SOL-STATUS = "35"
              OPEN OUTPUT SOL-FILE
              CLOSE SOL-FILE
              OPEN I-O SOL-FILE
           END-IF
           OPEN OUTPUT SOLBAR-FILE
           OPEN OUTPUT SOLTRK-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "STATUTE OF LIMITATIONS AND OBSOLESCENCE - RUN "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DTL-HDR TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-TABLE.
           READ SOLTBL-FILE AT END SET SOLTBL-EOF TO TRUE END-READ
           PERFORM UNTIL SOLTBL-EOF OR WS-ST-CNT = WS-MAX-ST
               ADD 1 TO WS-ST-CNT
               MOVE STB-STATE     TO WS-ST-STATE(WS-ST-CNT)
               MOVE STB-YEARS     TO WS-ST-YEARS(WS-ST-CNT)
               MOVE STB-BASIS     TO WS-ST-BASIS(WS-ST-CNT)
               MOVE STB-REVIVE-FG TO WS-ST-REVIVE(WS-ST-CNT)
               READ SOLTBL-FILE AT END SET SOLTBL-EOF TO TRUE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * EVERY ACCOUNT ON THE EXTRACT.  A DELINQUENT OR CHARGED-OFF ONE
      * GETS (OR KEEPS) ITS SOL ROW; ONE BROUGHT CURRENT HAS ITS
      * DELINQUENCY DATES CLEARED.
      *----------------------------------------------------------------*
       2000-PROCESS-EXTRACT.
           READ SOLEXT-FILE AT END SET SOLEXT-EOF TO TRUE END-READ
           PERFORM 2100-PROCESS-ONE THRU 2100-NEXT
               UNTIL SOLEXT-EOF.

       2100-PROCESS-ONE.
           ADD 1 TO WS-CNT-EXT
           MOVE "N" TO WS-TRACKED
           IF SXT-PLCD = "P"
              MOVE "Y" TO WS-TRACKED
           ELSE
              IF SXT-CONTR-PDTH NOT = 0
                 COMPUTE WS-ELAPSED =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(SXT-CONTR-PDTH)
                 IF WS-ELAPSED NOT < 30
                    MOVE "Y" TO WS-TRACKED
                 END-IF
              END-IF
           END-IF
           MOVE SXT-BRNO   TO SOL-BRNO
           MOVE SXT-ACCTNO TO SOL-ACCTNO
           READ SOL-FILE
               INVALID KEY MOVE "N" TO WS-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-TRACKED = "N"
              IF WS-FOUND = "Y" AND SOL-DOFD NOT = 0
                 PERFORM 2500-CURED
              END-IF
              GO TO 2100-NEXT
           END-IF
           ADD 1 TO WS-CNT-TRACKED
           IF WS-FOUND = "N"
              INITIALIZE SOL-REC
              MOVE SXT-BRNO   TO SOL-BRNO
              MOVE SXT-ACCTNO TO SOL-ACCTNO
              MOVE "N"        TO SOL-BARRED-FG SOL-OBSOLETE-FG
           END-IF
           MOVE SPACES          TO WS-EVENT
           MOVE SXT-STATE       TO SOL-STATE
           MOVE SXT-CURBAL      TO SOL-CURBAL
           MOVE WS-RUN-DATE     TO SOL-LAST-RUN
           PERFORM 3000-LIMITATIONS THRU 3000-EXIT
           PERFORM 4000-OBSOLESCENCE THRU 4000-EXIT
           IF WS-FOUND = "Y"
              REWRITE SOL-REC
           ELSE
              WRITE SOL-REC
           END-IF
           IF SOL-BARRED OR SOL-OBSOLETE
              PERFORM 5000-WRITE-BARRED
           END-IF
           IF WS-EVENT NOT = SPACES
              PERFORM 5100-WRITE-DETAIL
           END-IF.
       2100-NEXT.
           READ SOLEXT-FILE AT END SET SOLEXT-EOF TO TRUE END-READ.

      * BROUGHT CURRENT: THE DELINQUENCY EPISODE IS OVER.  A BARRED
      * ACCOUNT THE BORROWER HAS PAID UP IS NO LONGER A COLLECTION
      * PROBLEM EITHER.
       2500-CURED.
           ADD 1 TO WS-CNT-CURED
           MOVE 0   TO SOL-DOFD SOL-OBS-DATE SOL-BASIS-DATE SOL-DATE
                       SOL-BARRED-ON SOL-OBSOLETE-ON
           MOVE "N" TO SOL-BARRED-FG SOL-OBSOLETE-FG
           MOVE SXT-CURBAL  TO SOL-CURBAL
           MOVE WS-RUN-DATE TO SOL-LAST-RUN
           REWRITE SOL-REC.

      *----------------------------------------------------------------*
      * SOL EXPIRY FROM THE STATE TABLE.  A BARRED ACCOUNT IN A STATE
      * WHERE PAYMENT DOES NOT REVIVE THE DEBT STAYS BARRED; IN A
      * REVIVAL STATE A PAYMENT AFTER THE EXPIRY RESTARTS THE CLOCK.
      *----------------------------------------------------------------*
       3000-LIMITATIONS.
           PERFORM 3100-FIND-STATE
           IF WS-ST-SUB > WS-ST-CNT
              ADD 1 TO WS-CNT-NO-STATE
              MOVE "NO SOL TABLE ROW" TO WS-EVENT
              GO TO 3000-EXIT
           END-IF
           MOVE WS-ST-YEARS(WS-ST-SUB)  TO SOL-YEARS
           MOVE WS-ST-BASIS(WS-ST-SUB)  TO SOL-BASIS
           MOVE WS-ST-REVIVE(WS-ST-SUB) TO SOL-REVIVE-FG
           IF SOL-BARRED
              IF SOL-REVIVE-FG = "Y"
                 AND SXT-DATE-PAID-LAST > SOL-DATE
                 ADD 1 TO WS-CNT-REVIVED
                 MOVE "N" TO SOL-BARRED-FG
                 MOVE 0   TO SOL-BARRED-ON
                 MOVE "REVIVED BY PAYMENT" TO WS-EVENT
              ELSE
                 ADD 1 TO WS-CNT-BARRED
                 GO TO 3000-EXIT
              END-IF
           END-IF
           PERFORM 3200-BASIS-DATE
           MOVE WS-BASIS-DATE TO SOL-BASIS-DATE
           IF WS-BASIS-DATE = 0
              MOVE 0 TO SOL-DATE
              GO TO 3000-EXIT
           END-IF
           MOVE WS-BASIS-DATE TO WS-DATE-WORK
           MOVE SOL-YEARS     TO WS-YEARS
           PERFORM 3300-ADD-YEARS
           MOVE WS-DATE-WORK  TO SOL-DATE
           IF SOL-DATE NOT > WS-RUN-DATE
              ADD 1 TO WS-CNT-NEW-BARRED WS-CNT-BARRED
              MOVE "Y"         TO SOL-BARRED-FG
              MOVE WS-RUN-DATE TO SOL-BARRED-ON
              MOVE "NEWLY TIME-BARRED" TO WS-EVENT
              GO TO 3000-EXIT
           END-IF
           COMPUTE WS-ELAPSED =
              FUNCTION INTEGER-OF-DATE(SOL-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-ELAPSED NOT > 90 AND WS-EVENT = SPACES
              ADD 1 TO WS-CNT-EXPIRING
              MOVE "BARS WITHIN 90 DAYS" TO WS-EVENT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FIND-STATE.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-CNT
                      OR WS-ST-STATE(WS-ST-SUB) = SXT-STATE
               CONTINUE
           END-PERFORM
           IF WS-ST-SUB > WS-ST-CNT
              PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                      UNTIL WS-ST-SUB > WS-ST-CNT
                         OR WS-ST-STATE(WS-ST-SUB) = "US"
                  CONTINUE
              END-PERFORM
           END-IF.

       3200-BASIS-DATE.
           EVALUATE SOL-BASIS
               WHEN "C"
                   MOVE SXT-PLDATE TO WS-BASIS-DATE
                   IF WS-BASIS-DATE = 0
                      MOVE SXT-DATE-PAID-LAST TO WS-BASIS-DATE
                   END-IF
               WHEN "E"
                   MOVE SXT-DATE-PAID-LAST TO WS-BASIS-DATE
                   IF SXT-PLDATE > WS-BASIS-DATE
                      MOVE SXT-PLDATE TO WS-BASIS-DATE
                   END-IF
               WHEN OTHER
                   MOVE SXT-DATE-PAID-LAST TO WS-BASIS-DATE
                   IF WS-BASIS-DATE = 0
                      MOVE SXT-PLDATE TO WS-BASIS-DATE
                   END-IF
           END-EVALUATE
           IF WS-BASIS-DATE = 0
              MOVE SXT-CONTR-PDTH TO WS-BASIS-DATE
           END-IF.

       3300-ADD-YEARS.
           ADD WS-YEARS TO WS-DW-YYYY
           IF WS-DW-MM = 2 AND WS-DW-DD = 29
              DIVIDE WS-DW-YYYY BY 4   GIVING WS-QUOT
                     REMAINDER WS-REM4
              DIVIDE WS-DW-YYYY BY 100 GIVING WS-QUOT
                     REMAINDER WS-REM100
              DIVIDE WS-DW-YYYY BY 400 GIVING WS-QUOT
                     REMAINDER WS-REM400
              IF WS-REM4 NOT = 0
                 OR (WS-REM100 = 0 AND WS-REM400 NOT = 0)
                 MOVE 28 TO WS-DW-DD
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * METRO 2 OBSOLESCENCE: SEVEN YEARS FROM THE DATE OF FIRST
      * DELINQUENCY, WHICH IS SET ONCE PER EPISODE AND NEVER MOVES.
      *----------------------------------------------------------------*
       4000-OBSOLESCENCE.
           IF SOL-DOFD = 0
              MOVE SXT-CONTR-PDTH TO SOL-DOFD
           END-IF
           IF SOL-DOFD = 0
              GO TO 4000-EXIT
           END-IF
           MOVE SOL-DOFD TO WS-DATE-WORK
           MOVE 7        TO WS-YEARS
           PERFORM 3300-ADD-YEARS
           MOVE WS-DATE-WORK TO SOL-OBS-DATE
           IF SOL-OBSOLETE
              ADD 1 TO WS-CNT-OBSOLETE
              GO TO 4000-EXIT
           END-IF
           IF SOL-OBS-DATE NOT > WS-RUN-DATE
              ADD 1 TO WS-CNT-NEW-OBSOLETE WS-CNT-OBSOLETE
              MOVE "Y"         TO SOL-OBSOLETE-FG
              MOVE WS-RUN-DATE TO SOL-OBSOLETE-ON
              EVALUATE WS-EVENT
                  WHEN "NEWLY TIME-BARRED"
                      MOVE "BARRED + OBSOLETE" TO WS-EVENT
                  WHEN SPACES
                  WHEN "BARS WITHIN 90 DAYS"
                      MOVE "NEWLY OBSOLETE" TO WS-EVENT
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
       4000-EXIT.
           EXIT.

       5000-WRITE-BARRED.
           MOVE SOL-BRNO        TO SBR-BRNO
           MOVE SOL-ACCTNO      TO SBR-ACCTNO
           MOVE SOL-STATE       TO SBR-STATE
           MOVE SOL-DATE        TO SBR-SOL-DATE
           MOVE SOL-OBS-DATE    TO SBR-OBS-DATE
           MOVE SOL-BARRED-FG   TO SBR-BARRED-FG
           MOVE SOL-OBSOLETE-FG TO SBR-OBSOLETE-FG
           MOVE SOL-REVIVE-FG   TO SBR-REVIVE-FG
           WRITE SOLBAR-REC.

       5100-WRITE-DETAIL.
           MOVE SOL-BRNO       TO DTL-BRNO
           MOVE SOL-ACCTNO     TO DTL-ACCTNO
           MOVE SOL-STATE      TO DTL-STATE
           MOVE SOL-BASIS      TO DTL-BASIS
           MOVE SOL-BASIS-DATE TO DTL-BASIS-DATE
           MOVE SOL-DATE       TO DTL-SOL-DATE
           MOVE SOL-DOFD       TO DTL-DOFD
           MOVE SOL-OBS-DATE   TO DTL-OBS-DATE
           MOVE SOL-CURBAL     TO DTL-BAL
           MOVE WS-EVENT       TO DTL-EVENT
           MOVE WS-DTL-LINE    TO RPT-LINE
           WRITE RPT-LINE.

       6000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-EXT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ON EXTRACT          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRACKED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "DELINQUENT OR CHARGED OFF    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CURED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BROUGHT CURRENT - CLEARED    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NEW-BARRED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEWLY TIME-BARRED            " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BARRED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TIME-BARRED IN ALL           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REVIVED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REVIVED BY PAYMENT           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-EXPIRING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "BARRING WITHIN 90 DAYS       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NEW-OBSOLETE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "NEWLY OBSOLETE               " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OBSOLETE TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OBSOLETE IN ALL              " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-NO-STATE > 0
              MOVE WS-CNT-NO-STATE TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** NO SOL TABLE ROW (NO US ROW EITHER) "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE SOLTBL-FILE SOLEXT-FILE SOL-FILE SOLBAR-FILE
                 SOLTRK-RPT
           STOP RUN.
