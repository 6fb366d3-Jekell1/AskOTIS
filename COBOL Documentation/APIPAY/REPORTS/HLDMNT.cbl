      *================================================================*
      *   P R O G R A M :  H L D M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-07-17
      *  DESC: LITIGATION AND REGULATORY RECORD-HOLD MAINTENANCE.
      *        LEGAL AND COMPLIANCE'S HLDTRN ACTIONS ARE APPLIED TO THE
      *        KEYED HLD MASTER THAT EVERY PURGE AND ARCHIVE JOB READS
      *        BEFORE IT REMOVES ANYTHING (LPARCH, GLARCH, RPTDST AND
      *        THE ACHORG TRACE AGE-OFF):
      *          P  PLACE A HOLD ROW UNDER A HOLD ID AND MATTER NAME
      *          R  RELEASE IT - A ROW, OR THE WHOLE HOLD ID WHEN THE
      *             SCOPE IS LEFT BLANK
      *        A ROW'S SCOPE IS ONE OF
      *          A  ONE ACCOUNT (BRANCH AND ACCOUNT NUMBER)
      *          S  EVERY ACCOUNT FOR A SOCIAL SECURITY NUMBER
      *          B  EVERY ACCOUNT IN A BRANCH
      *          D  EVERY RECORD DATED IN THE FROM/THRU RANGE
      *        AND AN A, S OR B ROW MAY ALSO CARRY A FROM/THRU RANGE
      *        THAT LIMITS IT TO RECORDS DATED INSIDE IT (ZERO MEANS
      *        OPEN-ENDED).
      *        THE PURGE JOBS DO NOT SEE SOCIAL SECURITY NUMBERS, SO
      *        EACH RUN EXPANDS EVERY OPEN S ROW THROUGH THE HLDSSN
      *        EXTRACT INTO ONE DERIVED A ROW PER ACCOUNT.  A NEW LOAN
      *        FOR THE SAME PERSON PICKS THE HOLD UP ON THE NEXT RUN.
      *        NOTHING IS EVER DELETED.  A RELEASE MUST NAME THE USER
      *        AND THE DOCUMENT THAT AUTHORIZED IT (COURT ORDER, COUNSEL
      *        LETTER, EXAMINER CLOSE-OUT) OR IT IS REJECTED, AND THE
      *        RELEASED ROW STAYS ON THE MASTER AS THE RECORD OF IT.
      *        RELEASING AN S ROW RELEASES THE ROWS DERIVED FROM IT.
      *        THE REPORT CLOSES WITH THE HOLD INVENTORY - EVERY OPEN
      *        ROW AND WHAT IT PROTECTS, BY HOLD ID.
      *        THE MASTER IS CREATED ON THE FIRST RUN; UNTIL IT EXISTS
      *        THE PURGE JOBS REMOVE NOTHING.
      *
      *  MOD HISTORY:
      *   071728 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-07-17.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HLDTRN-FILE ASSIGN TO "HLDTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HLDTRN-STATUS.

           SELECT OPTIONAL HLDSSN-FILE ASSIGN TO "HLDSSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HLDSSN-STATUS.

           SELECT HLD-FILE ASSIGN TO "HLD"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HLD-STATUS.

           SELECT HLDMNT-RPT ASSIGN TO "HLDMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HLDTRN-FILE.
       01  HLDTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-PLACE                    VALUE "P".
               88  TRN-RELEASE                  VALUE "R".
           05  TRN-HOLD-ID           PIC X(08).
           05  TRN-SCOPE             PIC X(01).
               88  TRN-SCOPE-OK                 VALUE "A" "S" "B" "D".
           05  TRN-BRNO              PIC X(04).
           05  TRN-ACCTNO            PIC X(10).
           05  TRN-SSNO              PIC 9(09).
           05  TRN-SSNO-X REDEFINES TRN-SSNO
                                     PIC X(09).
      * CCYYMMDD.  SPACES OR ZERO MEAN OPEN-ENDED, EXCEPT ON A D ROW.
           05  TRN-FROM-DATE         PIC 9(08).
           05  TRN-FROM-DATE-X REDEFINES TRN-FROM-DATE
                                     PIC X(08).
           05  TRN-THRU-DATE         PIC 9(08).
           05  TRN-THRU-DATE-X REDEFINES TRN-THRU-DATE
                                     PIC X(08).
           05  TRN-MATTER            PIC X(30).
           05  TRN-USERID            PIC X(08).
      * THE DOCUMENT AUTHORIZING A RELEASE.  REQUIRED ON AN R.
           05  TRN-RELEASE-REF       PIC X(20).

      * ONE ROW PER ACCOUNT ON FILE, FROM THE LOAN MASTER.
       FD  HLDSSN-FILE.
       01  HLDSSN-REC.
           05  SSX-BRNO              PIC X(04).
           05  SSX-ACCTNO            PIC X(10).
           05  SSX-SSNO              PIC 9(09).

       FD  HLD-FILE.
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ID            PIC X(08).
               10  HLD-SCOPE         PIC X(01).
                   88  HLD-BY-ACCOUNT           VALUE "A".
                   88  HLD-BY-SSN               VALUE "S".
                   88  HLD-BY-BRANCH            VALUE "B".
                   88  HLD-BY-DATES             VALUE "D".
      * A - BRANCH AND ACCOUNT, S - THE SSN, B - THE BRANCH, D - BLANK.
               10  HLD-VALUE         PIC X(14).
               10  HLD-VALUE-ACCT REDEFINES HLD-VALUE.
                   15  HLD-BRNO      PIC X(04).
                   15  HLD-ACCTNO    PIC X(10).
               10  HLD-FROM-DATE     PIC 9(08).
           05  HLD-THRU-DATE         PIC 9(08).
           05  HLD-MATTER            PIC X(30).
      * Y ON AN A ROW THIS PROGRAM BUILT FROM AN S ROW; HLD-SRC-SSNO IS
      * THE SSN OF THE S ROW ON BOTH.
           05  HLD-DERIVED-FG        PIC X(01).
               88  HLD-DERIVED                  VALUE "Y".
           05  HLD-SRC-SSNO          PIC 9(09).
           05  HLD-ROW-STATUS        PIC X(01).
               88  HLD-OPEN                     VALUE "O".
               88  HLD-RELEASED                 VALUE "R".
           05  HLD-PLACED-BY         PIC X(08).
           05  HLD-PLACED-DATE       PIC 9(08).
           05  HLD-RELEASED-BY       PIC X(08).
           05  HLD-RELEASED-DATE     PIC 9(08).
           05  HLD-RELEASE-REF       PIC X(20).

       FD  HLDMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  HLDTRN-STATUS             PIC XX.
           88  HLDTRN-EOF                       VALUE "10".
       01  HLDSSN-STATUS             PIC XX.
           88  HLDSSN-EOF                       VALUE "10".
       01  HLD-STATUS                PIC XX.
           88  HLD-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-KEY-VALUE              PIC X(14).
       01  WS-FROM-DATE              PIC 9(08).
       01  WS-THRU-DATE              PIC 9(08).
       01  WS-LAST-ID                PIC X(08).

      * A RELEASE PASS OVER ONE HOLD ID - EVERY OPEN ROW, OR ONLY THE
      * ROWS DERIVED FROM ONE S ROW.
       01  WS-REL-ID                 PIC X(08).
       01  WS-REL-SSNO               PIC 9(09).
       01  WS-REL-FROM               PIC 9(08).
       01  WS-REL-MODE               PIC X(01).
           88  WS-REL-ALL                       VALUE "A".
           88  WS-REL-DERIVED                   VALUE "S".
       01  WS-REL-CNT                PIC 9(05) COMP.
       01  WS-SCAN-END-FG            PIC X(01).
           88  WS-SCAN-END                      VALUE "Y".

      * THE OPEN S ROWS, FOR THE EXPANSION AND THE INVENTORY.
       01  WS-SS-MAX                 PIC 9(05) COMP VALUE 500.
       01  WS-SS-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SS-SUB                 PIC 9(05) COMP.
       01  WS-SS-FULL-FG             PIC X(01) VALUE "N".
           88  WS-SS-FULL                       VALUE "Y".
       01  WS-SS-TABLE.
           05  WS-SS-ENTRY OCCURS 500 TIMES.
               10  WS-SS-ID          PIC X(08).
               10  WS-SS-SSNO        PIC 9(09).
               10  WS-SS-FROM        PIC 9(08).
               10  WS-SS-THRU        PIC 9(08).
               10  WS-SS-MATTER      PIC X(30).
               10  WS-SS-PLACED-BY   PIC X(08).
               10  WS-SS-ACCTS       PIC 9(05) COMP.

       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PLACED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-RELEASED           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-DERIVED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-MATTERS            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OPEN-ROWS          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REL-ROWS           PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-CNT7              PIC Z,ZZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-HOLD-ID           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-SCOPE             PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-VALUE             PIC X(14).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-FROM              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-THRU              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-INV-LINE.
           05  INV-ID                PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  INV-MATTER            PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  INV-PROTECTS          PIC X(36).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  INV-FROM              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  INV-THRU              PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  INV-PLACED-BY         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  INV-PLACED-DATE       PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 3000-EXPAND-SSN
           PERFORM 4000-INVENTORY
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  HLDTRN-FILE
           OPEN INPUT  HLDSSN-FILE
           OPEN I-O HLD-FILE
           IF HLD-STATUS = "35"
              OPEN OUTPUT HLD-FILE
              CLOSE HLD-FILE
              OPEN I-O HLD-FILE
           END-IF
           OPEN OUTPUT HLDMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "LITIGATION AND REGULATORY RECORD HOLDS FOR "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ HLDTRN-FILE AT END SET HLDTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * LEGAL AND COMPLIANCE'S ACTIONS.  A P MUST NOT FIND ITS ROW; AN R
      * MUST FIND IT OPEN AND MUST CARRY THE RELEASE DOCUMENT.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT HLDTRN-EOF
              MOVE "HOLD ACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  HOLD ID   S  SCOPE VALUE     FROM    "
                     "  THRU      USER      RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL HLDTRN-EOF.

       2100-ONE-TRAN.
           MOVE SPACES TO WS-KEY-VALUE
           MOVE SPACES TO TRL-VALUE
           EVALUATE TRN-SCOPE
               WHEN "A"
                  STRING TRN-BRNO TRN-ACCTNO
                      DELIMITED BY SIZE INTO WS-KEY-VALUE
                  MOVE WS-KEY-VALUE TO TRL-VALUE
               WHEN "S"
                  MOVE TRN-SSNO-X TO WS-KEY-VALUE
                  STRING "*****" TRN-SSNO-X(6:4)
                      DELIMITED BY SIZE INTO TRL-VALUE
               WHEN "B"
                  MOVE TRN-BRNO TO WS-KEY-VALUE
                  MOVE WS-KEY-VALUE TO TRL-VALUE
           END-EVALUATE
           MOVE 0 TO WS-FROM-DATE WS-THRU-DATE
           IF TRN-FROM-DATE NUMERIC
              MOVE TRN-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF TRN-THRU-DATE NUMERIC
              MOVE TRN-THRU-DATE TO WS-THRU-DATE
           END-IF
           MOVE TRN-ACTION      TO TRL-ACTION
           MOVE TRN-HOLD-ID     TO TRL-HOLD-ID
           MOVE TRN-SCOPE       TO TRL-SCOPE
           MOVE TRN-FROM-DATE-X TO TRL-FROM
           MOVE TRN-THRU-DATE-X TO TRL-THRU
           MOVE TRN-USERID      TO TRL-USERID
           MOVE "ERROR   " TO TRL-RESULT
           MOVE SPACES     TO TRL-NOTE
           IF TRN-HOLD-ID = SPACES
              MOVE "NO HOLD ID ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT TRN-PLACE AND NOT TRN-RELEASE
              MOVE "ACTION MUST BE P OR R" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-FROM-DATE-X NOT = SPACES
              AND TRN-FROM-DATE NOT NUMERIC
              MOVE "FROM DATE NOT NUMERIC" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-THRU-DATE-X NOT = SPACES
              AND TRN-THRU-DATE NOT NUMERIC
              MOVE "THRU DATE NOT NUMERIC" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF WS-FROM-DATE > 0 AND WS-THRU-DATE > 0
              AND WS-FROM-DATE > WS-THRU-DATE
              MOVE "FROM DATE AFTER THRU DATE" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-RELEASE
              GO TO 2100-RELEASE.

           IF NOT TRN-SCOPE-OK
              MOVE "SCOPE MUST BE A, S, B OR D" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-MATTER = SPACES
              MOVE "A HOLD NEEDS A MATTER NAME" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SCOPE = "A"
              AND (TRN-BRNO = SPACES OR TRN-ACCTNO = SPACES)
              MOVE "ACCOUNT SCOPE NEEDS BRANCH AND ACCOUNT" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SCOPE = "S"
              IF TRN-SSNO NOT NUMERIC
                 MOVE "SSN SCOPE NEEDS A NUMERIC SSN" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-SSNO = 0
                 MOVE "SSN SCOPE NEEDS A NUMERIC SSN" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF
           IF TRN-SCOPE = "B" AND TRN-BRNO = SPACES
              MOVE "BRANCH SCOPE NEEDS A BRANCH" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-SCOPE = "D"
              AND (WS-FROM-DATE = 0 OR WS-THRU-DATE = 0)
              MOVE "DATE-RANGE SCOPE NEEDS FROM AND THRU" TO TRL-NOTE
              GO TO 2100-REJECT.

           MOVE TRN-HOLD-ID  TO HLD-ID
           MOVE TRN-SCOPE    TO HLD-SCOPE
           MOVE WS-KEY-VALUE TO HLD-VALUE
           MOVE WS-FROM-DATE TO HLD-FROM-DATE
           READ HLD-FILE
           IF HLD-STATUS = "00"
              IF HLD-OPEN
                 MOVE "ALREADY HELD UNDER THIS HOLD ID" TO TRL-NOTE
              ELSE
                 MOVE "ROW WAS RELEASED - PLACE UNDER A NEW HOLD ID"
                   TO TRL-NOTE
              END-IF
              GO TO 2100-REJECT.
           MOVE TRN-HOLD-ID  TO HLD-ID
           MOVE TRN-SCOPE    TO HLD-SCOPE
           MOVE WS-KEY-VALUE TO HLD-VALUE
           MOVE WS-FROM-DATE TO HLD-FROM-DATE
           MOVE WS-THRU-DATE TO HLD-THRU-DATE
           MOVE TRN-MATTER   TO HLD-MATTER
           MOVE "N"          TO HLD-DERIVED-FG
           MOVE 0            TO HLD-SRC-SSNO
           IF TRN-SCOPE = "S"
              MOVE TRN-SSNO TO HLD-SRC-SSNO
           END-IF
           MOVE "O"          TO HLD-ROW-STATUS
           MOVE TRN-USERID   TO HLD-PLACED-BY
           MOVE WS-RUN-DATE  TO HLD-PLACED-DATE
           MOVE SPACES       TO HLD-RELEASED-BY HLD-RELEASE-REF
           MOVE 0            TO HLD-RELEASED-DATE
           WRITE HLD-REC
           IF HLD-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "HLD WRITE FAILED, STATUS " HLD-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-PLACED
           MOVE TRN-MATTER TO TRL-NOTE
           GO TO 2100-APPLIED.

      * A RELEASE WITHOUT ITS AUTHORIZING DOCUMENT NEVER TAKES.
       2100-RELEASE.
           IF TRN-RELEASE-REF = SPACES
              MOVE "RELEASE NOT DOCUMENTED - NO RELEASE REFERENCE"
                TO TRL-NOTE
              GO TO 2100-REJECT.
           MOVE 0 TO WS-REL-CNT
           IF TRN-SCOPE = SPACE
              MOVE TRN-HOLD-ID TO WS-REL-ID
              SET WS-REL-ALL TO TRUE
              PERFORM 2500-RELEASE-SCAN
              IF WS-REL-CNT = 0
                 MOVE "NO OPEN ROWS UNDER THIS HOLD ID" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              GO TO 2100-RELEASED.
           IF NOT TRN-SCOPE-OK
              MOVE "SCOPE MUST BE A, S, B, D OR BLANK" TO TRL-NOTE
              GO TO 2100-REJECT.
           MOVE TRN-HOLD-ID  TO HLD-ID
           MOVE TRN-SCOPE    TO HLD-SCOPE
           MOVE WS-KEY-VALUE TO HLD-VALUE
           MOVE WS-FROM-DATE TO HLD-FROM-DATE
           READ HLD-FILE
           IF HLD-STATUS NOT = "00"
              MOVE "NO SUCH HOLD ROW" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF HLD-RELEASED
              MOVE "ROW ALREADY RELEASED" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF HLD-DERIVED
              MOVE "ROW FOLLOWS AN SSN HOLD - RELEASE THE SSN ROW"
                TO TRL-NOTE
              GO TO 2100-REJECT.
           PERFORM 2400-MARK-RELEASED
           IF HLD-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "HLD REWRITE FAILED, STATUS " HLD-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-REL-CNT
           IF HLD-BY-SSN
              MOVE HLD-ID        TO WS-REL-ID
              MOVE HLD-SRC-SSNO  TO WS-REL-SSNO
              MOVE HLD-FROM-DATE TO WS-REL-FROM
              SET WS-REL-DERIVED TO TRUE
              PERFORM 2500-RELEASE-SCAN
           END-IF.
       2100-RELEASED.
           ADD WS-REL-CNT TO WS-CNT-RELEASED
           MOVE WS-REL-CNT TO WS-EDIT-CNT
           MOVE SPACES TO TRL-NOTE
           STRING "RELEASED " WS-EDIT-CNT " ROW(S), REF "
                  TRN-RELEASE-REF
               DELIMITED BY SIZE INTO TRL-NOTE.
       2100-APPLIED.
           ADD 1 TO WS-CNT-TRN-OK
           MOVE "APPLIED " TO TRL-RESULT
           GO TO 2100-PRINT.
       2100-REJECT.
           ADD 1 TO WS-CNT-TRN-ERR.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ HLDTRN-FILE AT END SET HLDTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

       2400-MARK-RELEASED.
           MOVE "R"             TO HLD-ROW-STATUS
           MOVE TRN-USERID      TO HLD-RELEASED-BY
           MOVE WS-RUN-DATE     TO HLD-RELEASED-DATE
           MOVE TRN-RELEASE-REF TO HLD-RELEASE-REF
           REWRITE HLD-REC.

      *----------------------------------------------------------------*
      * RELEASE THE OPEN ROWS OF ONE HOLD ID - ALL OF THEM, OR THOSE
      * DERIVED FROM THE S ROW JUST RELEASED.
      *----------------------------------------------------------------*
       2500-RELEASE-SCAN.
           MOVE "N" TO WS-SCAN-END-FG
           MOVE LOW-VALUES TO HLD-KEY
           MOVE WS-REL-ID  TO HLD-ID
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET WS-SCAN-END TO TRUE
           END-START
           IF NOT WS-SCAN-END
              READ HLD-FILE NEXT RECORD
                  AT END SET WS-SCAN-END TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL WS-SCAN-END OR HLD-ID NOT = WS-REL-ID
               IF HLD-OPEN
                  IF WS-REL-ALL
                     OR (HLD-DERIVED
                         AND HLD-SRC-SSNO = WS-REL-SSNO
                         AND HLD-FROM-DATE = WS-REL-FROM)
                     PERFORM 2400-MARK-RELEASED
                     IF HLD-STATUS = "00"
                        ADD 1 TO WS-REL-CNT
                     END-IF
                  END-IF
               END-IF
               READ HLD-FILE NEXT RECORD
                   AT END SET WS-SCAN-END TO TRUE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
      * EVERY OPEN S ROW BECOMES ONE DERIVED A ROW PER ACCOUNT THE
      * PERSON HAS, SO THE PURGE JOBS CAN TEST IT BY ACCOUNT.  A ROW
      * ALREADY THERE IS LEFT ALONE.
      *----------------------------------------------------------------*
       3000-EXPAND-SSN.
           MOVE "N" TO WS-SCAN-END-FG
           MOVE LOW-VALUES TO HLD-KEY
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET WS-SCAN-END TO TRUE
           END-START
           IF NOT WS-SCAN-END
              READ HLD-FILE NEXT RECORD
                  AT END SET WS-SCAN-END TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL WS-SCAN-END
               IF HLD-OPEN AND HLD-BY-SSN
                  IF WS-SS-CNT = WS-SS-MAX
                     SET WS-SS-FULL TO TRUE
                  ELSE
                     ADD 1 TO WS-SS-CNT
                     MOVE HLD-ID        TO WS-SS-ID(WS-SS-CNT)
                     MOVE HLD-SRC-SSNO  TO WS-SS-SSNO(WS-SS-CNT)
                     MOVE HLD-FROM-DATE TO WS-SS-FROM(WS-SS-CNT)
                     MOVE HLD-THRU-DATE TO WS-SS-THRU(WS-SS-CNT)
                     MOVE HLD-MATTER    TO WS-SS-MATTER(WS-SS-CNT)
                     MOVE HLD-PLACED-BY TO WS-SS-PLACED-BY(WS-SS-CNT)
                     MOVE 0             TO WS-SS-ACCTS(WS-SS-CNT)
                  END-IF
               END-IF
               READ HLD-FILE NEXT RECORD
                   AT END SET WS-SCAN-END TO TRUE
               END-READ
           END-PERFORM
           IF WS-SS-FULL
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE "*** SSN HOLD TABLE FULL - SOME NOT EXPANDED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SS-CNT > 0
              READ HLDSSN-FILE AT END SET HLDSSN-EOF TO TRUE END-READ
              PERFORM UNTIL HLDSSN-EOF
                  PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                          UNTIL WS-SS-SUB > WS-SS-CNT
                      IF SSX-SSNO = WS-SS-SSNO(WS-SS-SUB)
                         PERFORM 3100-DERIVE-ROW
                      END-IF
                  END-PERFORM
                  READ HLDSSN-FILE AT END SET HLDSSN-EOF TO TRUE
                  END-READ
              END-PERFORM
           END-IF.

       3100-DERIVE-ROW.
           ADD 1 TO WS-SS-ACCTS(WS-SS-SUB)
           MOVE WS-SS-ID(WS-SS-SUB)   TO HLD-ID
           MOVE "A"                   TO HLD-SCOPE
           MOVE SSX-BRNO              TO HLD-BRNO
           MOVE SSX-ACCTNO            TO HLD-ACCTNO
           MOVE WS-SS-FROM(WS-SS-SUB) TO HLD-FROM-DATE
           READ HLD-FILE
           IF HLD-STATUS = "23"
              MOVE WS-SS-ID(WS-SS-SUB)     TO HLD-ID
              MOVE "A"                     TO HLD-SCOPE
              MOVE SSX-BRNO                TO HLD-BRNO
              MOVE SSX-ACCTNO              TO HLD-ACCTNO
              MOVE WS-SS-FROM(WS-SS-SUB)   TO HLD-FROM-DATE
              MOVE WS-SS-THRU(WS-SS-SUB)   TO HLD-THRU-DATE
              MOVE WS-SS-MATTER(WS-SS-SUB) TO HLD-MATTER
              MOVE "Y"                     TO HLD-DERIVED-FG
              MOVE WS-SS-SSNO(WS-SS-SUB)   TO HLD-SRC-SSNO
              MOVE "O"                     TO HLD-ROW-STATUS
              MOVE WS-SS-PLACED-BY(WS-SS-SUB) TO HLD-PLACED-BY
              MOVE WS-RUN-DATE             TO HLD-PLACED-DATE
              MOVE SPACES TO HLD-RELEASED-BY HLD-RELEASE-REF
              MOVE 0                       TO HLD-RELEASED-DATE
              WRITE HLD-REC
              IF HLD-STATUS = "00"
                 ADD 1 TO WS-CNT-DERIVED
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE HOLD INVENTORY - WHAT EACH OPEN MATTER IS PROTECTING.
      *----------------------------------------------------------------*
       4000-INVENTORY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "HOLD INVENTORY - OPEN MATTERS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "HOLD ID   MATTER                        "
                  "  PROTECTS                              "
                  "FROM      THRU      PLACED BY ON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-LAST-ID
           MOVE "N" TO WS-SCAN-END-FG
           MOVE LOW-VALUES TO HLD-KEY
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY SET WS-SCAN-END TO TRUE
           END-START
           IF NOT WS-SCAN-END
              READ HLD-FILE NEXT RECORD
                  AT END SET WS-SCAN-END TO TRUE
              END-READ
           END-IF
           PERFORM 4100-ONE-ROW UNTIL WS-SCAN-END.

       4100-ONE-ROW.
           IF HLD-RELEASED
              ADD 1 TO WS-CNT-REL-ROWS
           ELSE
              ADD 1 TO WS-CNT-OPEN-ROWS
              IF HLD-ID NOT = WS-LAST-ID
                 ADD 1 TO WS-CNT-MATTERS
                 MOVE HLD-ID TO WS-LAST-ID
              END-IF
              PERFORM 4200-PRINT-ROW
           END-IF
           READ HLD-FILE NEXT RECORD
               AT END SET WS-SCAN-END TO TRUE
           END-READ.

       4200-PRINT-ROW.
           MOVE HLD-ID     TO INV-ID
           MOVE HLD-MATTER TO INV-MATTER
           MOVE SPACES     TO INV-PROTECTS
           EVALUATE TRUE
               WHEN HLD-BY-ACCOUNT AND HLD-DERIVED
                  STRING "ACCOUNT " HLD-BRNO "-" HLD-ACCTNO
                         " BY SSN"
                      DELIMITED BY SIZE INTO INV-PROTECTS
               WHEN HLD-BY-ACCOUNT
                  STRING "ACCOUNT " HLD-BRNO "-" HLD-ACCTNO
                      DELIMITED BY SIZE INTO INV-PROTECTS
               WHEN HLD-BY-SSN
                  MOVE 0 TO WS-EDIT-CNT
                  PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                          UNTIL WS-SS-SUB > WS-SS-CNT
                      IF WS-SS-ID(WS-SS-SUB) = HLD-ID
                         AND WS-SS-SSNO(WS-SS-SUB) = HLD-SRC-SSNO
                         AND WS-SS-FROM(WS-SS-SUB) = HLD-FROM-DATE
                         MOVE WS-SS-ACCTS(WS-SS-SUB) TO WS-EDIT-CNT
                      END-IF
                  END-PERFORM
                  STRING "SSN *****" HLD-VALUE(6:4) " - "
                         WS-EDIT-CNT " ACCOUNT(S)"
                      DELIMITED BY SIZE INTO INV-PROTECTS
               WHEN HLD-BY-BRANCH
                  STRING "BRANCH " HLD-BRNO " - ALL ACCOUNTS"
                      DELIMITED BY SIZE INTO INV-PROTECTS
               WHEN OTHER
                  MOVE "ALL RECORDS DATED IN RANGE" TO INV-PROTECTS
           END-EVALUATE
           IF HLD-FROM-DATE = 0
              MOVE "ANY" TO INV-FROM
           ELSE
              MOVE HLD-FROM-DATE TO INV-FROM
           END-IF
           IF HLD-THRU-DATE = 0
              MOVE "ANY" TO INV-THRU
           ELSE
              MOVE HLD-THRU-DATE TO INV-THRU
           END-IF
           MOVE HLD-PLACED-BY   TO INV-PLACED-BY
           MOVE HLD-PLACED-DATE TO INV-PLACED-DATE
           MOVE WS-INV-LINE     TO RPT-LINE
           WRITE RPT-LINE.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS APPLIED:       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REJECTED:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PLACED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS PLACED:           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RELEASED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS RELEASED:         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DERIVED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ADDED BY SSN: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-MATTERS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "OPEN HOLD IDS:         " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OPEN-ROWS TO WS-EDIT-CNT7
           MOVE SPACES TO RPT-LINE
           STRING "OPEN ROWS:          " WS-EDIT-CNT7
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REL-ROWS TO WS-EDIT-CNT7
           MOVE SPACES TO RPT-LINE
           STRING "RELEASED ROWS KEPT: " WS-EDIT-CNT7
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE HLDTRN-FILE HLDSSN-FILE HLD-FILE HLDMNT-RPT
           STOP RUN.
