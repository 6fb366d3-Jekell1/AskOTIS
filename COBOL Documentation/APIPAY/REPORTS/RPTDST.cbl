      *
      *  MOD HISTORY:
      *   101926 RTC  ORIGINAL PROGRAM.
      *   071728 RTC  A SPOOL FILE CREATED INSIDE THE DATE RANGE OF AN
      *               OPEN HOLD ON THE HLD RECORD-HOLD MASTER STAYS OFF
      *               PURGE.OUT AND IS LISTED "HELD - NOT PURGED".  IF
      *               THE MASTER CANNOT BE READ NOTHING IS PURGED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT HLD-FILE ASSIGN TO "HLD"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTTBL-FILE.
           05  PRG-SPOOL-FILE        PIC X(30).
           05  PRG-CREATED           PIC 9(08).

      * THE RECORD-HOLD MASTER HLDMNT MAINTAINS.
       FD  HLD-FILE.
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ID            PIC X(08).
               10  HLD-SCOPE         PIC X(01).
                   88  HLD-BY-ACCOUNT           VALUE "A".
                   88  HLD-BY-SSN               VALUE "S".
                   88  HLD-BY-BRANCH            VALUE "B".
                   88  HLD-BY-DATES             VALUE "D".
               10  HLD-VALUE         PIC X(14).
               10  HLD-VALUE-ACCT REDEFINES HLD-VALUE.
                   15  HLD-BRNO      PIC X(04).
                   15  HLD-ACCTNO    PIC X(10).
               10  HLD-FROM-DATE     PIC 9(08).
           05  HLD-THRU-DATE         PIC 9(08).
           05  HLD-MATTER            PIC X(30).
           05  HLD-DERIVED-FG        PIC X(01).
           05  HLD-SRC-SSNO          PIC 9(09).
           05  HLD-ROW-STATUS        PIC X(01).
               88  HLD-OPEN                     VALUE "O".
           05  HLD-PLACED-BY         PIC X(08).
           05  HLD-PLACED-DATE       PIC 9(08).
           05  HLD-RELEASED-BY       PIC X(08).
           05  HLD-RELEASED-DATE     PIC 9(08).
           05  HLD-RELEASE-REF       PIC X(20).

       FD  RPTDST-RPT.
       01  RPT-LINE                  PIC X(90).

           88  RPTLST-EOF                       VALUE "10".
       01  DSPOUT-STATUS             PIC XX.
       01  PURGE-STATUS              PIC XX.
       01  HLD-STATUS                PIC XX.
           88  HLD-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MATCHED-FG             PIC X(01).
       01  WS-RETAIN-DAYS            PIC 9(04).

      * THE OPEN A, B AND D ROWS OF THE HLD MASTER.  AN S ROW REACHES
      * HERE AS THE A ROWS HLDMNT DERIVES FROM IT.
       01  WS-HOLD-FAIL-FG           PIC X(01) VALUE "N".
           88  WS-HOLD-FAIL                     VALUE "Y".
       01  WS-HD-MAX                 PIC 9(05) COMP VALUE 5000.
       01  WS-HD-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-HD-SUB                 PIC 9(05) COMP.
       01  WS-HD-TABLE.
           05  WS-HD-ENTRY OCCURS 5000 TIMES.
               10  WS-HD-ID          PIC X(08).
               10  WS-HD-SCOPE       PIC X(01).
               10  WS-HD-BRNO        PIC X(04).
               10  WS-HD-ACCTNO      PIC X(10).
               10  WS-HD-FROM        PIC 9(08).
               10  WS-HD-THRU        PIC 9(08).
      * 8100-HOLD-TEST IN: THE RECORD'S BRANCH AND ACCOUNT (SPACES IF
      * IT HAS NONE) AND ITS DATE.  OUT: THE HELD FLAG AND HOLD ID.
       01  WS-HT-BRNO                PIC X(04).
       01  WS-HT-ACCTNO              PIC X(10).
       01  WS-HT-DATE                PIC 9(08).
       01  WS-HT-HELD-FG             PIC X(01).
           88  WS-HT-HELD                       VALUE "Y".
       01  WS-HT-ID                  PIC X(08).

       01  WS-CNT-DISPATCHED         PIC 9(05) COMP VALUE 0.
       01  WS-CNT-UNROUTED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PURGED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-HELD               PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "REPORT DISTRIBUTION / RETENTION - CONFIRMATIONS"
                TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1500-LOAD-HOLDS.

       1100-LOAD-ROUTING.
           READ RPTTBL-FILE AT END SET RPTTBL-EOF TO TRUE END-READ
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * THE RECORD-HOLD MASTER.  IF IT CANNOT BE READ, OR HOLDS MORE
      * ROWS THAN THE TABLE, EVERYTHING IS TREATED AS HELD.
      *----------------------------------------------------------------*
       1500-LOAD-HOLDS.
           OPEN INPUT HLD-FILE
           IF HLD-STATUS NOT = "00"
              SET WS-HOLD-FAIL TO TRUE
           ELSE
              READ HLD-FILE AT END SET HLD-EOF TO TRUE END-READ
              PERFORM UNTIL HLD-EOF
                  IF HLD-OPEN AND NOT HLD-BY-SSN
                     IF WS-HD-CNT = WS-HD-MAX
                        SET WS-HOLD-FAIL TO TRUE
                     ELSE
                        ADD 1 TO WS-HD-CNT
                        MOVE HLD-ID        TO WS-HD-ID(WS-HD-CNT)
                        MOVE HLD-SCOPE     TO WS-HD-SCOPE(WS-HD-CNT)
                        MOVE HLD-BRNO      TO WS-HD-BRNO(WS-HD-CNT)
                        MOVE HLD-ACCTNO    TO WS-HD-ACCTNO(WS-HD-CNT)
                        MOVE HLD-FROM-DATE TO WS-HD-FROM(WS-HD-CNT)
                        MOVE HLD-THRU-DATE TO WS-HD-THRU(WS-HD-CNT)
                     END-IF
                  END-IF
                  READ HLD-FILE AT END SET HLD-EOF TO TRUE END-READ
              END-PERFORM
              CLOSE HLD-FILE
           END-IF
           IF WS-HOLD-FAIL
              MOVE "*** HOLD MASTER UNAVAILABLE - NOTHING PURGED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

       2000-PROCESS-REPORTS.
           READ RPTLST-FILE AT END SET RPTLST-EOF TO TRUE END-READ
           PERFORM 2100-ONE-REPORT UNTIL RPTLST-EOF.
           COMPUTE WS-AGE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(RLS-CREATED).
      * A REPORT HAS NO ACCOUNT OF ITS OWN - ONLY A DATE-RANGE HOLD
      * OVER ITS CREATED DATE CAN REACH IT.
           MOVE "N" TO WS-HT-HELD-FG.
           IF WS-AGE > WS-RETAIN-DAYS
              MOVE SPACES      TO WS-HT-BRNO WS-HT-ACCTNO
              MOVE RLS-CREATED TO WS-HT-DATE
              PERFORM 8100-HOLD-TEST.
           IF WS-AGE > WS-RETAIN-DAYS AND WS-HT-HELD
              ADD 1 TO WS-CNT-HELD
              MOVE SPACES TO RPT-LINE
              STRING "HELD - NOT PURGED: " RLS-SPOOL-FILE
                     "  HOLD " WS-HT-ID
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE.
           IF WS-AGE > WS-RETAIN-DAYS AND NOT WS-HT-HELD
              MOVE RLS-SPOOL-FILE TO PRG-SPOOL-FILE
              MOVE RLS-CREATED    TO PRG-CREATED
              WRITE PURGE-REC
           MOVE SPACES TO RPT-LINE
           STRING "PAST RETENTION: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD, NOT PURGED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * IS THE RECORD UNDER AN OPEN HOLD?  A D ROW HOLDS EVERYTHING
      * DATED IN ITS RANGE, A B ROW ITS BRANCH, AN A ROW ITS ACCOUNT;
      * A ZERO FROM OR THRU DATE IS OPEN-ENDED.
      *----------------------------------------------------------------*
       8100-HOLD-TEST.
           MOVE "N"    TO WS-HT-HELD-FG
           MOVE SPACES TO WS-HT-ID
           IF WS-HOLD-FAIL
              MOVE "Y"        TO WS-HT-HELD-FG
              MOVE "NO-MASTR" TO WS-HT-ID
           END-IF
           PERFORM VARYING WS-HD-SUB FROM 1 BY 1
                   UNTIL WS-HD-SUB > WS-HD-CNT OR WS-HT-HELD
               IF (WS-HD-FROM(WS-HD-SUB) = 0
                   OR WS-HT-DATE NOT < WS-HD-FROM(WS-HD-SUB))
                  AND (WS-HD-THRU(WS-HD-SUB) = 0
                   OR WS-HT-DATE NOT > WS-HD-THRU(WS-HD-SUB))
                  AND (WS-HD-SCOPE(WS-HD-SUB) = "D"
                   OR (WS-HD-SCOPE(WS-HD-SUB) = "B"
                       AND WS-HD-BRNO(WS-HD-SUB) = WS-HT-BRNO)
                   OR (WS-HD-SCOPE(WS-HD-SUB) = "A"
                       AND WS-HD-BRNO(WS-HD-SUB) = WS-HT-BRNO
                       AND WS-HD-ACCTNO(WS-HD-SUB) = WS-HT-ACCTNO))
                  MOVE "Y"                 TO WS-HT-HELD-FG
                  MOVE WS-HD-ID(WS-HD-SUB) TO WS-HT-ID
               END-IF
           END-PERFORM.

       9999-EXIT.
           CLOSE RPTTBL-FILE RPTLST-FILE DSPOUT-FILE PURGE-FILE
                 RPTDST-RPT
