      *================================================================*
      *   P R O G R A M :  S D N L O D                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-08-14
      *  DESC: OFAC SDN LIST LOAD.  COMPLIANCE DROPS TREASURY'S
      *        SPECIALLY DESIGNATED NATIONALS LIST IN THE FIXED SDNIN
      *        LAYOUT ("H" HEADER WITH THE LIST VERSION AND PUBLISH
      *        DATE, ONE "D" ROW PER PRIMARY NAME OR ALIAS, "T"
      *        TRAILER WITH THE ROW COUNT).  THE FILE IS PROVED FIRST
      *        - ONE HEADER, A TRAILER WHOSE COUNT AGREES, A UID AND
      *        NAME ON EVERY ROW, AND A PUBLISH DATE NO OLDER THAN THE
      *        LIST ALREADY IN FORCE - AND ONLY A CLEAN FILE REPLACES
      *        SDNLST, THE NORMALIZED COPY (UPPER CASE, PUNCTUATION
      *        BLANKED) THAT WIREMT, LBXTRN AND POSPAY SCREEN
      *        REMITTER AND PAYEE NAMES AGAINST.  A BAD FILE LEAVES
      *        THE OLD LIST IN FORCE.  EVERY ATTEMPT, LOADED OR
      *        REJECTED, IS APPENDED TO THE SDNLOG LOAD LOG, WHICH IS
      *        NEVER PURGED.  WITH AN AS-OF DATE ON THE PARM THE RUN
      *        ALSO ANSWERS WHICH LIST VERSION WAS IN FORCE ON THAT
      *        DATE; THE RUN CLOSES WITH THE WHOLE LOAD HISTORY.  WITH
      *        NO SDNIN THE RUN IS THE INQUIRY ALONE.
      *
      *  MOD HISTORY:
      *   081428 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNLOD.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-08-14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SDNPRM-FILE ASSIGN TO "SDNLOD.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDNPRM-STATUS.

           SELECT OPTIONAL SDNIN-FILE ASSIGN TO "SDNIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDNIN-STATUS.

           SELECT OPTIONAL SDNLST-FILE ASSIGN TO "SDNLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDNLST-STATUS.

           SELECT OPTIONAL SDNLOG-FILE ASSIGN TO "SDNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDNLOG-STATUS.

           SELECT SDNLOD-RPT ASSIGN TO "SDNLOD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDNPRM-FILE.
       01  SDNPRM-REC.
           05  SDP-USERID            PIC X(08).
      * ZERO OR BLANK - NO IN-FORCE INQUIRY.
           05  SDP-ASOF-DATE         PIC 9(08).
           05  SDP-ASOF-DATE-X REDEFINES SDP-ASOF-DATE
                                     PIC X(08).

       FD  SDNIN-FILE.
       01  SDNIN-REC                 PIC X(120).

      * THE LIST IN FORCE.  THE "H" ROW COMES FIRST AND SAYS WHICH
      * VERSION THE "D" ROWS ARE; THE SCREENING PROGRAMS LOAD IT WHOLE.
       FD  SDNLST-FILE.
       01  SDNLST-HDR.
           05  SLH-RECTYPE           PIC X(01).
           05  SLH-VERSION           PIC X(10).
           05  SLH-PUB-DATE          PIC 9(08).
           05  SLH-LOAD-DATE         PIC 9(08).
           05  SLH-LOAD-TIME         PIC 9(06).
           05  SLH-ENTRIES           PIC 9(07).
           05  FILLER                PIC X(52).
       01  SDNLST-REC.
           05  SLD-RECTYPE           PIC X(01).
           05  SLD-UID               PIC X(10).
      * P PRIMARY NAME, A ALIAS.
           05  SLD-KIND              PIC X(01).
           05  SLD-TYPE              PIC X(10).
           05  SLD-NAME              PIC X(60).
           05  FILLER                PIC X(10).

      * EVERY LOAD ATTEMPT.  THE LOADED ROW WITH THE LATEST LOAD DATE
      * ON OR BEFORE A GIVEN DAY IS THE LIST THAT WAS IN FORCE THAT DAY.
       FD  SDNLOG-FILE.
       01  SDNLOG-REC.
           05  SDL-LOAD-DATE         PIC 9(08).
           05  SDL-LOAD-TIME         PIC 9(06).
           05  SDL-VERSION           PIC X(10).
           05  SDL-PUB-DATE          PIC 9(08).
           05  SDL-ENTRIES           PIC 9(07).
           05  SDL-ALIASES           PIC 9(07).
           05  SDL-RESULT            PIC X(08).
               88  SDL-LOADED                   VALUE "LOADED".
           05  SDL-REASON            PIC X(40).
           05  SDL-USERID            PIC X(08).

       FD  SDNLOD-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  SDNPRM-STATUS             PIC XX.
           88  SDNPRM-EOF                       VALUE "10".
       01  SDNIN-STATUS              PIC XX.
           88  SDNIN-EOF                        VALUE "10".
       01  SDNLST-STATUS             PIC XX.
           88  SDNLST-EOF                       VALUE "10".
       01  SDNLOG-STATUS             PIC XX.
           88  SDNLOG-EOF                       VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-USERID                 PIC X(08).
       01  WS-ASOF-DATE              PIC 9(08) VALUE 0.

      * THE VENDOR LAYOUTS, REDEFINED OVER THE RAW LINE.
       01  WS-SDN-HEADER.
           05  SDH-RECTYPE           PIC X(01).
           05  SDH-VERSION           PIC X(10).
           05  SDH-PUB-DATE-X        PIC X(08).
           05  SDH-PUB-DATE REDEFINES SDH-PUB-DATE-X
                                     PIC 9(08).
           05  FILLER                PIC X(101).

       01  WS-SDN-DETAIL.
           05  SDD-RECTYPE           PIC X(01).
           05  SDD-UID               PIC X(10).
           05  SDD-KIND              PIC X(01).
           05  SDD-TYPE              PIC X(10).
           05  SDD-PROGRAM           PIC X(20).
           05  SDD-NAME              PIC X(60).
           05  FILLER                PIC X(18).

       01  WS-SDN-TRAILER.
           05  SDT-RECTYPE           PIC X(01).
           05  SDT-COUNT-X           PIC X(07).
           05  SDT-COUNT REDEFINES SDT-COUNT-X
                                     PIC 9(07).
           05  FILLER                PIC X(112).

       01  WS-NEW-VERSION            PIC X(10) VALUE SPACES.
       01  WS-NEW-PUB-DATE           PIC 9(08) VALUE 0.
       01  WS-OLD-VERSION            PIC X(10) VALUE SPACES.
       01  WS-OLD-PUB-DATE           PIC 9(08) VALUE 0.
       01  WS-HDR-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-TRL-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-TRL-DECLARED           PIC 9(07) VALUE 0.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

       01  WS-SDNIN-PRESENT          PIC X(01) VALUE "N".
       01  WS-CNT-ROWS               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-PRIMARY            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ALIAS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-WRITTEN            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-LOG                PIC 9(07) COMP VALUE 0.

       01  WS-INFORCE-FOUND          PIC X(01) VALUE "N".
       01  WS-INFORCE-LOG.
           05  WS-INF-LOAD-DATE      PIC 9(08).
           05  WS-INF-LOAD-TIME      PIC 9(06).
           05  WS-INF-VERSION        PIC X(10).
           05  WS-INF-PUB-DATE       PIC 9(08).
           05  FILLER                PIC X(70).

       01  WS-NAME-WORK              PIC X(60).
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.

       01  WS-LOG-LINE.
           05  LGL-LOAD-DATE         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-LOAD-TIME         PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-VERSION           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-PUB-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-ENTRIES           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-ALIASES           PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-USERID            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LGL-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           IF WS-SDNIN-PRESENT = "Y"
              PERFORM 2000-PROVE-FILE
              IF WS-REJECT-REASON = SPACES
                 PERFORM 3000-LOAD-LIST
              END-IF
              PERFORM 4000-LOG-LOAD
           END-IF
           PERFORM 5000-LOAD-HISTORY
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           OPEN OUTPUT SDNLOD-RPT
           MOVE SPACES TO WS-USERID
           OPEN INPUT SDNPRM-FILE
           READ SDNPRM-FILE AT END SET SDNPRM-EOF TO TRUE END-READ
           IF NOT SDNPRM-EOF
              MOVE SDP-USERID TO WS-USERID
              IF SDP-ASOF-DATE-X NOT = SPACES
                 AND SDP-ASOF-DATE NUMERIC
                 MOVE SDP-ASOF-DATE TO WS-ASOF-DATE
              END-IF
           END-IF
           CLOSE SDNPRM-FILE
      * THE LIST NOW IN FORCE - A NEW FILE MAY NOT BE OLDER THAN IT.
           OPEN INPUT SDNLST-FILE
           READ SDNLST-FILE AT END SET SDNLST-EOF TO TRUE END-READ
           IF NOT SDNLST-EOF AND SLH-RECTYPE = "H"
              MOVE SLH-VERSION  TO WS-OLD-VERSION
              MOVE SLH-PUB-DATE TO WS-OLD-PUB-DATE
           END-IF
           CLOSE SDNLST-FILE
           MOVE SPACES TO RPT-LINE
           STRING "OFAC SDN LIST LOAD FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-OLD-VERSION = SPACES
              MOVE "NO LIST IN FORCE BEFORE THIS RUN" TO RPT-LINE
           ELSE
              STRING "LIST IN FORCE BEFORE THIS RUN: " WS-OLD-VERSION
                     "  PUBLISHED " WS-OLD-PUB-DATE
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT SDNIN-FILE
           READ SDNIN-FILE AT END SET SDNIN-EOF TO TRUE END-READ
           IF NOT SDNIN-EOF
              MOVE "Y" TO WS-SDNIN-PRESENT
           ELSE
              MOVE "NO SDNIN FILE - NO LOAD THIS RUN" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           CLOSE SDNIN-FILE.

      *----------------------------------------------------------------*
      * FIRST PASS - PROVE THE WHOLE FILE BEFORE ANY OF IT REPLACES
      * THE LIST IN FORCE.  THE FIRST FAULT FOUND IS THE REASON.
      *----------------------------------------------------------------*
       2000-PROVE-FILE.
           OPEN INPUT SDNIN-FILE
           READ SDNIN-FILE AT END SET SDNIN-EOF TO TRUE END-READ
           PERFORM 2100-PROVE-ONE UNTIL SDNIN-EOF
           CLOSE SDNIN-FILE
           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                  WHEN WS-HDR-CNT NOT = 1
                      MOVE "FILE MUST HAVE EXACTLY ONE HEADER"
                        TO WS-REJECT-REASON
                  WHEN WS-TRL-CNT NOT = 1
                      MOVE "FILE MUST HAVE EXACTLY ONE TRAILER"
                        TO WS-REJECT-REASON
                  WHEN WS-TRL-DECLARED NOT = WS-CNT-ROWS
                      MOVE "TRAILER COUNT DISAGREES WITH ROWS READ"
                        TO WS-REJECT-REASON
                  WHEN WS-CNT-PRIMARY = 0
                      MOVE "NO PRIMARY NAMES ON FILE"
                        TO WS-REJECT-REASON
                  WHEN WS-NEW-PUB-DATE < WS-OLD-PUB-DATE
                      MOVE "OLDER THAN THE LIST IN FORCE"
                        TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

       2100-PROVE-ONE.
           EVALUATE SDNIN-REC(1:1)
               WHEN "H"
                   ADD 1 TO WS-HDR-CNT
                   MOVE SDNIN-REC TO WS-SDN-HEADER
                   IF SDH-VERSION = SPACES
                      OR SDH-PUB-DATE-X NOT NUMERIC
                      IF WS-REJECT-REASON = SPACES
                         MOVE "HEADER VERSION OR PUBLISH DATE BAD"
                           TO WS-REJECT-REASON
                      END-IF
                   ELSE
                      MOVE SDH-VERSION  TO WS-NEW-VERSION
                      MOVE SDH-PUB-DATE TO WS-NEW-PUB-DATE
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-CNT-ROWS
                   MOVE SDNIN-REC TO WS-SDN-DETAIL
                   IF SDD-UID = SPACES OR SDD-NAME = SPACES
                      OR (SDD-KIND NOT = "P" AND SDD-KIND NOT = "A")
                      IF WS-REJECT-REASON = SPACES
                         MOVE WS-CNT-ROWS TO WS-EDIT-CNT
                         STRING "ROW " WS-EDIT-CNT
                                " - UID, KIND OR NAME BAD"
                             DELIMITED BY SIZE INTO WS-REJECT-REASON
                      END-IF
                   ELSE
                      IF SDD-KIND = "P"
                         ADD 1 TO WS-CNT-PRIMARY
                      ELSE
                         ADD 1 TO WS-CNT-ALIAS
                      END-IF
                   END-IF
               WHEN "T"
                   ADD 1 TO WS-TRL-CNT
                   MOVE SDNIN-REC TO WS-SDN-TRAILER
                   IF SDT-COUNT-X NUMERIC
                      MOVE SDT-COUNT TO WS-TRL-DECLARED
                   ELSE
                      IF WS-REJECT-REASON = SPACES
                         MOVE "TRAILER COUNT NOT NUMERIC"
                           TO WS-REJECT-REASON
                      END-IF
                   END-IF
               WHEN OTHER
                   IF WS-REJECT-REASON = SPACES
                      MOVE "UNKNOWN RECORD TYPE ON FILE"
                        TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           READ SDNIN-FILE AT END SET SDNIN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * SECOND PASS - THE PROVED FILE BECOMES THE LIST IN FORCE.  NAMES
      * GO ON IN THE FORM THE SCREENING PROGRAMS COMPARE: UPPER CASE,
      * PUNCTUATION BLANKED.
      *----------------------------------------------------------------*
       3000-LOAD-LIST.
           OPEN INPUT  SDNIN-FILE
           OPEN OUTPUT SDNLST-FILE
           MOVE SPACES          TO SDNLST-HDR
           MOVE "H"             TO SLH-RECTYPE
           MOVE WS-NEW-VERSION  TO SLH-VERSION
           MOVE WS-NEW-PUB-DATE TO SLH-PUB-DATE
           MOVE WS-RUN-DATE     TO SLH-LOAD-DATE
           MOVE WS-RUN-TIME     TO SLH-LOAD-TIME
           MOVE WS-CNT-ROWS     TO SLH-ENTRIES
           WRITE SDNLST-HDR
           READ SDNIN-FILE AT END SET SDNIN-EOF TO TRUE END-READ
           PERFORM 3100-LOAD-ONE UNTIL SDNIN-EOF
           CLOSE SDNIN-FILE SDNLST-FILE.

       3100-LOAD-ONE.
           IF SDNIN-REC(1:1) = "D"
              MOVE SDNIN-REC TO WS-SDN-DETAIL
              MOVE SDD-NAME  TO WS-NAME-WORK
              INSPECT WS-NAME-WORK CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              INSPECT WS-NAME-WORK CONVERTING
                 ".,;:-'/&()#!?*_+"
                 TO "                "
              MOVE SPACES       TO SDNLST-REC
              MOVE "D"          TO SLD-RECTYPE
              MOVE SDD-UID      TO SLD-UID
              MOVE SDD-KIND     TO SLD-KIND
              MOVE SDD-TYPE     TO SLD-TYPE
              MOVE WS-NAME-WORK TO SLD-NAME
              WRITE SDNLST-REC
              ADD 1 TO WS-CNT-WRITTEN
           END-IF
           READ SDNIN-FILE AT END SET SDNIN-EOF TO TRUE END-READ.

       4000-LOG-LOAD.
           OPEN EXTEND SDNLOG-FILE
           MOVE WS-RUN-DATE     TO SDL-LOAD-DATE
           MOVE WS-RUN-TIME     TO SDL-LOAD-TIME
           MOVE WS-NEW-VERSION  TO SDL-VERSION
           MOVE WS-NEW-PUB-DATE TO SDL-PUB-DATE
           MOVE WS-CNT-PRIMARY  TO SDL-ENTRIES
           MOVE WS-CNT-ALIAS    TO SDL-ALIASES
           MOVE WS-USERID       TO SDL-USERID
           IF WS-REJECT-REASON = SPACES
              MOVE "LOADED"    TO SDL-RESULT
              MOVE SPACES      TO SDL-REASON
           ELSE
              MOVE "REJECTED"  TO SDL-RESULT
              MOVE WS-REJECT-REASON TO SDL-REASON
           END-IF
           WRITE SDNLOG-REC
           CLOSE SDNLOG-FILE
           MOVE SPACES TO RPT-LINE
           IF WS-REJECT-REASON = SPACES
              STRING "LOADED VERSION " WS-NEW-VERSION
                     " PUBLISHED " WS-NEW-PUB-DATE
                  DELIMITED BY SIZE INTO RPT-LINE
           ELSE
              STRING "** REJECTED VERSION " WS-NEW-VERSION " - "
                     WS-REJECT-REASON
                     " - PRIOR LIST STAYS IN FORCE"
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE WS-CNT-PRIMARY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PRIMARY NAMES: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ALIAS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALIASES:       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-WRITTEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS TO SDNLST:" WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * THE WHOLE LOAD LOG, OLDEST FIRST, AND THE ANSWER TO THE AS-OF
      * QUESTION: THE LAST LIST LOADED ON OR BEFORE THAT DATE.
      *----------------------------------------------------------------*
       5000-LOAD-HISTORY.
           MOVE "SDN LIST LOAD HISTORY" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LOADED    TIME    VERSION     PUBLISHED "
                  "     ENTRIES    ALIASES  RESULT    BY    "
                  "    REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT SDNLOG-FILE
           READ SDNLOG-FILE AT END SET SDNLOG-EOF TO TRUE END-READ
           PERFORM 5100-ONE-LOG UNTIL SDNLOG-EOF
           CLOSE SDNLOG-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LOG TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "LOAD ATTEMPTS ON LOG: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-ASOF-DATE NOT = 0
              MOVE SPACES TO RPT-LINE
              IF WS-INFORCE-FOUND = "Y"
                 STRING "IN FORCE ON " WS-ASOF-DATE ": VERSION "
                        WS-INF-VERSION " PUBLISHED " WS-INF-PUB-DATE
                        ", LOADED " WS-INF-LOAD-DATE " "
                        WS-INF-LOAD-TIME
                     DELIMITED BY SIZE INTO RPT-LINE
              ELSE
                 STRING "IN FORCE ON " WS-ASOF-DATE
                        ": NO LIST HAD BEEN LOADED"
                     DELIMITED BY SIZE INTO RPT-LINE
              END-IF
              WRITE RPT-LINE
           END-IF.

       5100-ONE-LOG.
           ADD 1 TO WS-CNT-LOG
           MOVE SDL-LOAD-DATE TO LGL-LOAD-DATE
           MOVE SDL-LOAD-TIME TO LGL-LOAD-TIME
           MOVE SDL-VERSION   TO LGL-VERSION
           MOVE SDL-PUB-DATE  TO LGL-PUB-DATE
           MOVE SDL-ENTRIES   TO LGL-ENTRIES
           MOVE SDL-ALIASES   TO LGL-ALIASES
           MOVE SDL-RESULT    TO LGL-RESULT
           MOVE SDL-USERID    TO LGL-USERID
           MOVE SDL-REASON    TO LGL-REASON
           MOVE WS-LOG-LINE TO RPT-LINE
           WRITE RPT-LINE
      * THE LOG IS APPENDED IN RUN ORDER, SO THE LAST QUALIFYING ROW
      * READ IS THE ONE IN FORCE.
           IF WS-ASOF-DATE NOT = 0 AND SDL-LOADED
              AND SDL-LOAD-DATE NOT > WS-ASOF-DATE
              MOVE "Y" TO WS-INFORCE-FOUND
              MOVE SDNLOG-REC TO WS-INFORCE-LOG
           END-IF
           READ SDNLOG-FILE AT END SET SDNLOG-EOF TO TRUE END-READ.

       9999-EXIT.
           CLOSE SDNLOD-RPT
           STOP RUN.
