      *               EXTRACT ROW (IT WAS 90, BAKING FOUR PAD BYTES
      *               INTO EVERY ARCHIVED ROW).  LPLKUP AND THE
      *               SERVICING-TRANSFER FILES CORRECTED TO MATCH.
      *   071728 RTC  THE HLD RECORD-HOLD MASTER IS CHECKED BEFORE ANY
      *               ROW IS ARCHIVED.  THE CUT STOPS SHORT OF THE
      *               FIRST HELD ROW, SO A HELD ROW AND EVERYTHING
      *               AFTER IT STAY LIVE, AND EACH ACCOUNT SO KEPT IS
      *               LISTED "HELD - NOT PURGED".  IF THE MASTER CANNOT
      *               BE READ NOTHING IS ARCHIVED (RETURN CODE 8).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LPARCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPKEEP-STATUS.

           SELECT HLD-FILE ASSIGN TO "HLD"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HLD-STATUS.

           SELECT LPARCH-RPT ASSIGN TO "LPARCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       FD  LPKEEP-FILE.
       01  LPKEEP-REC                PIC X(86).

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

       FD  LPARCH-RPT.
       01  RPT-LINE                  PIC X(100).

           88  LPHIST-EOF                       VALUE "10".
       01  LPARC-STATUS              PIC XX.
       01  LPKEEP-STATUS             PIC XX.
       01  HLD-STATUS                PIC XX.
           88  HLD-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CUR-KEY                PIC X(14) VALUE LOW-VALUES.
       01  WS-ROW-KEY                PIC X(14).

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

       01  WS-CNT-READ               PIC 9(09) COMP VALUE 0.
       01  WS-CNT-ARCHIVED           PIC 9(09) COMP VALUE 0.
       01  WS-CNT-KEPT               PIC 9(09) COMP VALUE 0.
       01  WS-CNT-ACCTS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HELD-ROWS          PIC 9(09) COMP VALUE 0.
       01  WS-CNT-HELD-ACCTS         PIC 9(07) COMP VALUE 0.
       01  WS-HELD-CUT               PIC 9(04) COMP.
       01  WS-HELD-ROWS              PIC 9(04) COMP.
       01  WS-EDIT-ROWS              PIC Z,ZZ9.
       01  WS-EDIT-CNT               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1500-LOAD-HOLDS
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ.

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

       2000-PROCESS.
           PERFORM 2100-ONE-ROW UNTIL LPHIST-EOF
           IF WS-GRP-CNT NOT = 0
                                       NOT < WS-CUTOFF-DATE
               MOVE WS-GRP-SUB TO WS-CUT
           END-PERFORM
      * A HOLD ON ANY ROW OF THE PREFIX STOPS THE CUT SHORT OF IT.
           MOVE WS-CUR-KEY(1:4)  TO WS-HT-BRNO
           MOVE WS-CUR-KEY(5:10) TO WS-HT-ACCTNO
           MOVE "N" TO WS-HT-HELD-FG
           MOVE 0 TO WS-HELD-CUT
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-CUT OR WS-HT-HELD
               MOVE WS-GRP-PAYDATE(WS-GRP-SUB) TO WS-HT-DATE
               PERFORM 8100-HOLD-TEST
               IF NOT WS-HT-HELD
                  MOVE WS-GRP-SUB TO WS-HELD-CUT
               END-IF
           END-PERFORM
           IF WS-HT-HELD
              COMPUTE WS-HELD-ROWS = WS-CUT - WS-HELD-CUT
              ADD WS-HELD-ROWS TO WS-CNT-HELD-ROWS
              ADD 1 TO WS-CNT-HELD-ACCTS
              MOVE WS-HELD-CUT TO WS-CUT
              IF NOT WS-HOLD-FAIL
                 MOVE WS-HELD-ROWS TO WS-EDIT-ROWS
                 MOVE SPACES TO RPT-LINE
                 STRING "HELD - NOT PURGED: " WS-HT-BRNO " "
                        WS-HT-ACCTNO "  " WS-EDIT-ROWS " ROW(S)  HOLD "
                        WS-HT-ID
                     DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CNT
               IF WS-GRP-SUB NOT > WS-CUT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HELD-ROWS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS HELD     " WS-EDIT-CNT
                  "  - HELD, NOT PURGED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HELD-ACCTS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCTS HELD    " WS-EDIT-CNT
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
           CLOSE LPAPRM-FILE LPHIST-FILE LPARC-FILE LPKEEP-FILE
                 LPARCH-RPT
