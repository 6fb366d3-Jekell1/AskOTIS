      *        JOB - IT ONLY COPIES AGED RECORDS FORWARD, IT DOES NOT
      *        ITSELF DELETE ANYTHING FROM THE LIVE FILES.
      *
      *        AN AGED RECORD UNDER AN OPEN LITIGATION OR REGULATORY
      *        HOLD (THE HLD MASTER, SEE HLDMNT) IS STILL COPIED, BUT IS
      *        ALSO WRITTEN TO THE GLHELD KEEP-LIST.  THE PURGE JOB MUST
      *        LEAVE EVERY GLHELD RECORD ON THE LIVE FILE.  WHEN THE HLD
      *        MASTER CANNOT BE READ EVERY AGED RECORD GOES TO GLHELD
      *        AND THE RUN ENDS WITH RETURN CODE 8 - DO NOT PURGE.
      *
      *  MOD HISTORY:
      *   042825 MWK  ORIGINAL PROGRAM.
      *   071728 RTC  HLD RECORD-HOLD CHECK AND THE GLHELD KEEP-LIST.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLARCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LXGARC-STATUS.

           SELECT GLHELD-FILE ASSIGN TO "GLHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLHELD-STATUS.

           SELECT HLD-FILE ASSIGN TO "HLD"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HLD-STATUS.

           SELECT GLARCH-RPT ASSIGN TO "GLARCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  LXGARC-GLAMT             OCCURS 3 TIMES
                                        PIC S9(07)V99.

      * AGED RECORDS UNDER HOLD - THE PURGE JOB SKIPS THESE.
       FD  GLHELD-FILE.
       01  GLHELD-REC.
           05  GLHELD-FILE-ID           PIC X(04).
           05  GLHELD-BRNO              PIC X(04).
           05  GLHELD-ACCTNO            PIC X(10).
           05  GLHELD-SEQNO             PIC 9(02).
           05  GLHELD-LTOUCH-DATE       PIC 9(08).
           05  GLHELD-HOLD-ID           PIC X(08).

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

       FD  GLARCH-RPT.
       01  RPT-LINE                     PIC X(90).

           88  LXGEXT-EOF                            VALUE "10".
       01  LXEARC-STATUS                  PIC XX.
       01  LXGARC-STATUS                  PIC XX.
       01  GLHELD-STATUS                  PIC XX.
       01  HLD-STATUS                PIC XX.
           88  HLD-EOF                          VALUE "10".
       01  RPT-STATUS                     PIC XX.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-LXE-ARC-CNT                  PIC 9(07) COMP VALUE 0.
       01  WS-LXG-CNT                      PIC 9(07) COMP VALUE 0.
       01  WS-LXG-ARC-CNT                  PIC 9(07) COMP VALUE 0.
       01  WS-LXE-HELD-CNT                 PIC 9(07) COMP VALUE 0.
       01  WS-LXG-HELD-CNT                 PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT                     PIC ZZZ,ZZ9.

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

       PROCEDURE DIVISION.

       0000-MAINLINE SECTION.
           OPEN INPUT  LXGEXT-FILE
           OPEN OUTPUT LXEARC-FILE
           OPEN OUTPUT LXGARC-FILE
           OPEN OUTPUT GLHELD-FILE
           OPEN OUTPUT GLARCH-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE - GLARCH-RETENTION-DAYS
           MOVE "G/L DETAIL ARCHIVE - LXE1/LXG1" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1500-LOAD-HOLDS.

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

       2000-ARCHIVE-LXE.
           READ LXEEXT-FILE AT END SET LXEEXT-EOF TO TRUE END-READ
              MOVE LXEEXT-REC TO LXEARC-REC
              WRITE LXEARC-REC
              ADD 1 TO WS-LXE-ARC-CNT
              MOVE LXEEXT-BRNO        TO WS-HT-BRNO
              MOVE LXEEXT-ACCTNO      TO WS-HT-ACCTNO
              MOVE LXEEXT-LTOUCH-DATE TO WS-HT-DATE
              PERFORM 8100-HOLD-TEST
              IF WS-HT-HELD
                 MOVE "LXE1"             TO GLHELD-FILE-ID
                 MOVE LXEEXT-BRNO        TO GLHELD-BRNO
                 MOVE LXEEXT-ACCTNO      TO GLHELD-ACCTNO
                 MOVE LXEEXT-SEQNO       TO GLHELD-SEQNO
                 MOVE LXEEXT-LTOUCH-DATE TO GLHELD-LTOUCH-DATE
                 PERFORM 4000-HELD-ONE
                 ADD 1 TO WS-LXE-HELD-CNT
              END-IF
           END-IF
           READ LXEEXT-FILE AT END SET LXEEXT-EOF TO TRUE END-READ.

              MOVE LXGEXT-REC TO LXGARC-REC
              WRITE LXGARC-REC
              ADD 1 TO WS-LXG-ARC-CNT
              MOVE LXGEXT-BRNO        TO WS-HT-BRNO
              MOVE LXGEXT-ACCTNO      TO WS-HT-ACCTNO
              MOVE LXGEXT-LTOUCH-DATE TO WS-HT-DATE
              PERFORM 8100-HOLD-TEST
              IF WS-HT-HELD
                 MOVE "LXG1"             TO GLHELD-FILE-ID
                 MOVE LXGEXT-BRNO        TO GLHELD-BRNO
                 MOVE LXGEXT-ACCTNO      TO GLHELD-ACCTNO
                 MOVE LXGEXT-SEQNO       TO GLHELD-SEQNO
                 MOVE LXGEXT-LTOUCH-DATE TO GLHELD-LTOUCH-DATE
                 PERFORM 4000-HELD-ONE
                 ADD 1 TO WS-LXG-HELD-CNT
              END-IF
           END-IF
           READ LXGEXT-FILE AT END SET LXGEXT-EOF TO TRUE END-READ.

       4000-HELD-ONE.
           MOVE WS-HT-ID TO GLHELD-HOLD-ID
           WRITE GLHELD-REC
           IF NOT WS-HOLD-FAIL
              MOVE SPACES TO RPT-LINE
              STRING "HELD - NOT PURGED: " GLHELD-FILE-ID " "
                     GLHELD-BRNO " " GLHELD-ACCTNO " " GLHELD-SEQNO
                     " " GLHELD-LTOUCH-DATE "  HOLD " GLHELD-HOLD-ID
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE "LXE1 RECORDS READ:    " TO RPT-LINE
           MOVE WS-LXE-CNT TO WS-EDIT-CNT
           WRITE RPT-LINE
           MOVE "LXG1 RECORDS ARCHIVED: " TO RPT-LINE
           MOVE WS-LXG-ARC-CNT TO WS-EDIT-CNT
           STRING RPT-LINE DELIMITED BY SIZE
                  WS-EDIT-CNT DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "LXE1 HELD, NOT PURGED: " TO RPT-LINE
           MOVE WS-LXE-HELD-CNT TO WS-EDIT-CNT
           STRING RPT-LINE DELIMITED BY SIZE
                  WS-EDIT-CNT DELIMITED BY SIZE
                  INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "LXG1 HELD, NOT PURGED: " TO RPT-LINE
           MOVE WS-LXG-HELD-CNT TO WS-EDIT-CNT
           STRING RPT-LINE DELIMITED BY SIZE
                  WS-EDIT-CNT DELIMITED BY SIZE
                  INTO RPT-LINE
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
           CLOSE LXEEXT-FILE LXGEXT-FILE LXEARC-FILE LXGARC-FILE
                 GLHELD-FILE GLARCH-RPT
           STOP RUN.
