      *================================================================*
      *   P R O G R A M :  C P M M N T                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-07-24
      *  DESC: BORROWER CONTACT-PREFERENCE AND CONSENT MAINTENANCE.
      *        THE SERVICE DESK'S CPMTRN ACTIONS ARE APPLIED TO THE
      *        KEYED CPM MASTER (ONE ROW PER BRANCH/ACCOUNT) THAT EVERY
      *        LETTER AND NOTICE PROGRAM READS BEFORE IT GENERATES -
      *        DELNTC, RATENTC, POFLTR, CURNTC, BALNTC AND ACCTST:
      *          A  ADD THE ACCOUNT'S PREFERENCES
      *          U  CHANGE THEM - A SPACE LEAVES A FIELD AS IT IS
      *        A ROW CARRIES:
      *          THE CHANNELS ALLOWED - MAIL, EMAIL, PHONE AND TEXT -
      *          EACH WITH THE DATE AND SOURCE (CALL RECORDING, SIGNED
      *          FORM, WEB, ...) OF THE CONSENT OR REVOCATION;
      *          CEASE - THE BORROWER ASKED FOR NO COLLECTION CONTACT;
      *          NO-WORK - NO COLLECTION LETTERS AT WORK, WITH A FLAG
      *          SAYING THE MAILING ADDRESS ON FILE IS A WORKPLACE;
      *          ATTORNEY REPRESENTATION, WITH THE ATTORNEY'S ADDRESS -
      *          CORRESPONDENCE GOES TO THE ATTORNEY INSTEAD;
      *          RETURNED MAIL - THE ADDRESS ON FILE IS BAD;
      *          THE PREFERRED LANGUAGE;
      *          MARKETING - WHETHER THE BORROWER MAY BE SENT OFFERS
      *          (RNWELG'S RENEWAL OFFERS), WITH THE DATE AND SOURCE
      *          OF THE CONSENT OR OPT-OUT LIKE A CHANNEL.  A NEW ROW
      *          STARTS WITH IT ALLOWED; A ROW FROM BEFORE THE FLAG
      *          (BLANK) IS TREATED THE SAME.
      *        THE NOTICE PROGRAMS REROUTE OR SUPPRESS ON THESE AND LOG
      *        EVERY ONE TO CPMLOG.  A NOTICE THE LAW REQUIRES STILL
      *        GOES OUT, THROUGH WHATEVER CHANNEL IS STILL ALLOWED.
      *        NO ROW MEANS NO RESTRICTION.  ROWS ARE NEVER DELETED -
      *        A WITHDRAWN PREFERENCE IS CHANGED BACK, SO ITS DATE AND
      *        SOURCE STAY ON FILE.  THE RUN CLOSES WITH EVERY ROW THAT
      *        RESTRICTS CONTACT IN SOME WAY.
      *
      *  MOD HISTORY:
      *   072428 RTC  ORIGINAL PROGRAM.
      *   112728 RTC  MARKETING CONSENT FLAG ON THE ACTION AND THE ROW.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPMMNT.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-07-24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CPMTRN-FILE ASSIGN TO "CPMTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPMTRN-STATUS.

           SELECT CPM-FILE ASSIGN TO "CPM"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CPM-KEY
               FILE STATUS IS CPM-STATUS.

           SELECT CPMMNT-RPT ASSIGN TO "CPMMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CPMTRN-FILE.
       01  CPMTRN-REC.
           05  TRN-ACTION            PIC X(01).
               88  TRN-ADD                      VALUE "A".
               88  TRN-UPDATE                   VALUE "U".
           05  TRN-BRNO              PIC X(04).
           05  TRN-ACCTNO            PIC X(10).
      * Y OR N.  A SPACE LEAVES THE FLAG AS IT IS.
           05  TRN-MAIL-FG           PIC X(01).
           05  TRN-EMAIL-FG          PIC X(01).
           05  TRN-PHONE-FG          PIC X(01).
           05  TRN-TEXT-FG           PIC X(01).
      * WHEN AND HOW THE CHANNEL CONSENT ON THIS ACTION WAS GIVEN OR
      * REVOKED.  THE SOURCE IS REQUIRED WITH ANY CHANNEL FLAG; THE
      * DATE DEFAULTS TO THE RUN DATE.
           05  TRN-CONSENT-DATE      PIC 9(08).
           05  TRN-CONSENT-DATE-X REDEFINES TRN-CONSENT-DATE
                                     PIC X(08).
           05  TRN-CONSENT-SRC       PIC X(10).
           05  TRN-EMAIL-ADDR        PIC X(50).
           05  TRN-CEASE-FG          PIC X(01).
           05  TRN-NO-WORK-FG        PIC X(01).
           05  TRN-ADDR-WORK-FG      PIC X(01).
           05  TRN-ATTY-FG           PIC X(01).
           05  TRN-ATTY-NAME         PIC X(30).
           05  TRN-ATTY-ADDR1        PIC X(30).
           05  TRN-ATTY-ADDR2        PIC X(30).
           05  TRN-RTN-MAIL-FG       PIC X(01).
           05  TRN-LANG              PIC X(02).
           05  TRN-USERID            PIC X(08).
      * MARKETING CONSENT, Y OR N - LIKE A CHANNEL IT NEEDS THE CONSENT
      * SOURCE.  AT THE END SO EARLIER ACTION ROWS STILL READ.
           05  TRN-MKT-FG            PIC X(01).

       FD  CPM-FILE.
       01  CPM-REC.
           05  CPM-KEY.
               10  CPM-BRNO          PIC X(04).
               10  CPM-ACCTNO        PIC X(10).
      * CHANNELS - Y ALLOWED, N REVOKED OR NEVER GIVEN - EACH WITH THE
      * DATE AND SOURCE OF ITS LAST CONSENT OR REVOCATION.
           05  CPM-MAIL-FG           PIC X(01).
           05  CPM-MAIL-DATE         PIC 9(08).
           05  CPM-MAIL-SRC          PIC X(10).
           05  CPM-EMAIL-FG          PIC X(01).
           05  CPM-EMAIL-DATE        PIC 9(08).
           05  CPM-EMAIL-SRC         PIC X(10).
           05  CPM-PHONE-FG          PIC X(01).
           05  CPM-PHONE-DATE        PIC 9(08).
           05  CPM-PHONE-SRC         PIC X(10).
           05  CPM-TEXT-FG           PIC X(01).
           05  CPM-TEXT-DATE         PIC 9(08).
           05  CPM-TEXT-SRC          PIC X(10).
           05  CPM-EMAIL-ADDR        PIC X(50).
      * CEASE - NO COLLECTION CONTACT AT ALL.  NO-WORK - NO COLLECTION
      * LETTERS AT WORK; ADDR-WORK SAYS THE MAILING ADDRESS IS WORK.
           05  CPM-CEASE-FG          PIC X(01).
           05  CPM-CEASE-DATE        PIC 9(08).
           05  CPM-NO-WORK-FG        PIC X(01).
           05  CPM-ADDR-WORK-FG      PIC X(01).
           05  CPM-ATTY-FG           PIC X(01).
           05  CPM-ATTY-DATE         PIC 9(08).
           05  CPM-ATTY-NAME         PIC X(30).
           05  CPM-ATTY-ADDR1        PIC X(30).
           05  CPM-ATTY-ADDR2        PIC X(30).
           05  CPM-RTN-MAIL-FG       PIC X(01).
           05  CPM-RTN-MAIL-DATE     PIC 9(08).
           05  CPM-LANG              PIC X(02).
           05  CPM-ADD-DATE          PIC 9(08).
           05  CPM-CHG-DATE          PIC 9(08).
           05  CPM-CHG-USER          PIC X(08).
      * MARKETING - Y OFFERS ALLOWED, N OPTED OUT.
           05  CPM-MKT-FG            PIC X(01).
           05  CPM-MKT-DATE          PIC 9(08).
           05  CPM-MKT-SRC           PIC X(10).

       FD  CPMMNT-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  CPMTRN-STATUS             PIC XX.
           88  CPMTRN-EOF                       VALUE "10".
       01  CPM-STATUS                PIC XX.
           88  CPM-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CONSENT-DATE           PIC 9(08).
       01  WS-FLAG-TEST              PIC X(01).
           88  WS-FLAG-OK                       VALUE "Y" "N" " ".
       01  WS-ALL-FLAGS              PIC X(10).
       01  WS-FLAG-SUB               PIC 9(02) COMP.

       01  WS-CNT-TRN-OK             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-TRN-ERR            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ROWS               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-LISTED             PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.

       01  WS-TRN-LINE.
           05  TRL-ACTION            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-BRNO              PIC X(04).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TRL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-FLAGS.
               10  TRL-MAIL-FG       PIC X(01).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  TRL-EMAIL-FG      PIC X(01).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  TRL-PHONE-FG      PIC X(01).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  TRL-TEXT-FG       PIC X(01).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  TRL-CEASE-FG      PIC X(01).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  TRL-NO-WORK-FG    PIC X(01).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  TRL-ADDR-WORK-FG  PIC X(01).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  TRL-ATTY-FG       PIC X(01).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  TRL-RTN-MAIL-FG   PIC X(01).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  TRL-LANG          PIC X(02).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  TRL-MKT-FG        PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-RESULT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TRL-NOTE              PIC X(60).

       01  WS-TBL-LINE.
           05  TBL-BRNO              PIC X(04).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TBL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-FLAGS             PIC X(33).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-CHG-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-CHG-USER          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TBL-CONTACT           PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 3000-LIST-RESTRICTED
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  CPMTRN-FILE
           OPEN I-O CPM-FILE
           IF CPM-STATUS = "35"
              OPEN OUTPUT CPM-FILE
              CLOSE CPM-FILE
              OPEN I-O CPM-FILE
           END-IF
           OPEN OUTPUT CPMMNT-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-LINE
           STRING "BORROWER CONTACT PREFERENCES FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ CPMTRN-FILE AT END SET CPMTRN-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * THE SERVICE DESK'S ACTIONS.  U NEEDS THE ROW, A MUST NOT FIND
      * ONE.
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF NOT CPMTRN-EOF
              MOVE "PREFERENCE ACTIONS" TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "A  BRANCH ACCOUNT     M E P T CE NW AW A"
                     "T RM LG  MK RESULT    NOTE"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           PERFORM 2100-ONE-TRAN THRU 2100-EXIT UNTIL CPMTRN-EOF.

       2100-ONE-TRAN.
           MOVE TRN-ACTION       TO TRL-ACTION
           MOVE TRN-BRNO         TO TRL-BRNO
           MOVE TRN-ACCTNO       TO TRL-ACCTNO
           MOVE TRN-MAIL-FG      TO TRL-MAIL-FG
           MOVE TRN-EMAIL-FG     TO TRL-EMAIL-FG
           MOVE TRN-PHONE-FG     TO TRL-PHONE-FG
           MOVE TRN-TEXT-FG      TO TRL-TEXT-FG
           MOVE TRN-CEASE-FG     TO TRL-CEASE-FG
           MOVE TRN-NO-WORK-FG   TO TRL-NO-WORK-FG
           MOVE TRN-ADDR-WORK-FG TO TRL-ADDR-WORK-FG
           MOVE TRN-ATTY-FG      TO TRL-ATTY-FG
           MOVE TRN-RTN-MAIL-FG  TO TRL-RTN-MAIL-FG
           MOVE TRN-LANG         TO TRL-LANG
           MOVE TRN-MKT-FG       TO TRL-MKT-FG
           MOVE "ERROR   " TO TRL-RESULT
           MOVE SPACES     TO TRL-NOTE
           IF TRN-BRNO = SPACES OR TRN-ACCTNO = SPACES
              MOVE "NO BRANCH/ACCOUNT ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-USERID = SPACES
              MOVE "NO USER ON ACTION" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF NOT TRN-ADD AND NOT TRN-UPDATE
              MOVE "ACTION MUST BE A OR U" TO TRL-NOTE
              GO TO 2100-REJECT.
      * EVERY FLAG IS Y, N OR A SPACE.
           STRING TRN-MAIL-FG TRN-EMAIL-FG TRN-PHONE-FG TRN-TEXT-FG
                  TRN-CEASE-FG TRN-NO-WORK-FG TRN-ADDR-WORK-FG
                  TRN-ATTY-FG TRN-RTN-MAIL-FG TRN-MKT-FG
               DELIMITED BY SIZE INTO WS-ALL-FLAGS
           MOVE "Y" TO WS-FLAG-TEST
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 10 OR NOT WS-FLAG-OK
               MOVE WS-ALL-FLAGS(WS-FLAG-SUB:1) TO WS-FLAG-TEST
           END-PERFORM
           IF NOT WS-FLAG-OK
              MOVE "FLAGS MUST BE Y, N OR BLANK" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF TRN-MAIL-FG NOT = SPACE OR TRN-EMAIL-FG NOT = SPACE
              OR TRN-PHONE-FG NOT = SPACE OR TRN-TEXT-FG NOT = SPACE
              OR TRN-MKT-FG NOT = SPACE
              IF TRN-CONSENT-SRC = SPACES
                 MOVE "CHANNEL CHANGE NEEDS A CONSENT SOURCE"
                   TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-CONSENT-DATE
           IF TRN-CONSENT-DATE-X NOT = SPACES
              IF TRN-CONSENT-DATE NOT NUMERIC
                 MOVE "CONSENT DATE NOT NUMERIC" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-CONSENT-DATE > WS-RUN-DATE
                 MOVE "CONSENT DATE IN THE FUTURE" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
              IF TRN-CONSENT-DATE NOT = 0
                 MOVE TRN-CONSENT-DATE TO WS-CONSENT-DATE
              END-IF
           END-IF

           MOVE TRN-BRNO   TO CPM-BRNO
           MOVE TRN-ACCTNO TO CPM-ACCTNO
           READ CPM-FILE
           IF TRN-ADD
              IF CPM-STATUS = "00"
                 MOVE "ACCOUNT ALREADY ON FILE - USE U" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
      * A NEW ROW STARTS WITH MAIL AND MARKETING ALLOWED AND NOTHING
      * ELSE.
              MOVE TRN-BRNO    TO CPM-BRNO
              MOVE TRN-ACCTNO  TO CPM-ACCTNO
              MOVE "Y"         TO CPM-MAIL-FG CPM-MKT-FG
              MOVE "N"         TO CPM-EMAIL-FG CPM-PHONE-FG
                                  CPM-TEXT-FG CPM-CEASE-FG
                                  CPM-NO-WORK-FG CPM-ADDR-WORK-FG
                                  CPM-ATTY-FG CPM-RTN-MAIL-FG
              MOVE 0           TO CPM-MAIL-DATE CPM-EMAIL-DATE
                                  CPM-PHONE-DATE CPM-TEXT-DATE
                                  CPM-CEASE-DATE CPM-ATTY-DATE
                                  CPM-RTN-MAIL-DATE CPM-MKT-DATE
              MOVE SPACES      TO CPM-MAIL-SRC CPM-EMAIL-SRC
                                  CPM-MKT-SRC
                                  CPM-PHONE-SRC CPM-TEXT-SRC
                                  CPM-EMAIL-ADDR CPM-ATTY-NAME
                                  CPM-ATTY-ADDR1 CPM-ATTY-ADDR2
              MOVE "EN"        TO CPM-LANG
              MOVE WS-RUN-DATE TO CPM-ADD-DATE
           ELSE
              IF CPM-STATUS NOT = "00"
                 MOVE "ACCOUNT NOT ON FILE - USE A" TO TRL-NOTE
                 GO TO 2100-REJECT
              END-IF
           END-IF
           PERFORM 2200-APPLY-FIELDS
      * THE ROW AS IT WILL STAND MUST BE USABLE BY THE NOTICE PROGRAMS.
           IF CPM-EMAIL-FG = "Y" AND CPM-EMAIL-ADDR = SPACES
              MOVE "EMAIL ALLOWED BUT NO EMAIL ADDRESS" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF CPM-ATTY-FG = "Y"
              AND (CPM-ATTY-NAME = SPACES OR CPM-ATTY-ADDR1 = SPACES)
              MOVE "ATTORNEY FLAG NEEDS NAME AND ADDRESS" TO TRL-NOTE
              GO TO 2100-REJECT.
           IF CPM-ADDR-WORK-FG = "Y" AND CPM-NO-WORK-FG NOT = "Y"
              AND TRN-ADDR-WORK-FG = "Y" AND TRN-NO-WORK-FG = SPACE
              MOVE "NOTE: WORK ADDRESS, NO-WORK REQUEST NOT SET"
                TO TRL-NOTE.
           MOVE WS-RUN-DATE TO CPM-CHG-DATE
           MOVE TRN-USERID  TO CPM-CHG-USER
           IF TRN-ADD
              WRITE CPM-REC
           ELSE
              REWRITE CPM-REC
           END-IF
           IF CPM-STATUS NOT = "00"
              MOVE SPACES TO TRL-NOTE
              STRING "CPM UPDATE FAILED, STATUS " CPM-STATUS
                  DELIMITED BY SIZE INTO TRL-NOTE
              GO TO 2100-REJECT.
           ADD 1 TO WS-CNT-TRN-OK
           MOVE "APPLIED " TO TRL-RESULT
           GO TO 2100-PRINT.
       2100-REJECT.
           ADD 1 TO WS-CNT-TRN-ERR.
       2100-PRINT.
           MOVE WS-TRN-LINE TO RPT-LINE
           WRITE RPT-LINE
           READ CPMTRN-FILE AT END SET CPMTRN-EOF TO TRUE END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LAY THE ACTION'S NON-BLANK FIELDS OVER THE ROW.  A CHANNEL
      * CHANGE IS STAMPED WITH ITS CONSENT DATE AND SOURCE; CEASE,
      * ATTORNEY AND RETURNED MAIL WITH THE DATE THEY WERE SET.
      *----------------------------------------------------------------*
       2200-APPLY-FIELDS.
           IF TRN-MAIL-FG NOT = SPACE
              MOVE TRN-MAIL-FG     TO CPM-MAIL-FG
              MOVE WS-CONSENT-DATE TO CPM-MAIL-DATE
              MOVE TRN-CONSENT-SRC TO CPM-MAIL-SRC
           END-IF
           IF TRN-EMAIL-FG NOT = SPACE
              MOVE TRN-EMAIL-FG    TO CPM-EMAIL-FG
              MOVE WS-CONSENT-DATE TO CPM-EMAIL-DATE
              MOVE TRN-CONSENT-SRC TO CPM-EMAIL-SRC
           END-IF
           IF TRN-PHONE-FG NOT = SPACE
              MOVE TRN-PHONE-FG    TO CPM-PHONE-FG
              MOVE WS-CONSENT-DATE TO CPM-PHONE-DATE
              MOVE TRN-CONSENT-SRC TO CPM-PHONE-SRC
           END-IF
           IF TRN-TEXT-FG NOT = SPACE
              MOVE TRN-TEXT-FG     TO CPM-TEXT-FG
              MOVE WS-CONSENT-DATE TO CPM-TEXT-DATE
              MOVE TRN-CONSENT-SRC TO CPM-TEXT-SRC
           END-IF
           IF TRN-EMAIL-ADDR NOT = SPACES
              MOVE TRN-EMAIL-ADDR TO CPM-EMAIL-ADDR
           END-IF
           IF TRN-CEASE-FG NOT = SPACE
              MOVE TRN-CEASE-FG TO CPM-CEASE-FG
              MOVE WS-RUN-DATE  TO CPM-CEASE-DATE
           END-IF
           IF TRN-NO-WORK-FG NOT = SPACE
              MOVE TRN-NO-WORK-FG TO CPM-NO-WORK-FG
           END-IF
           IF TRN-ADDR-WORK-FG NOT = SPACE
              MOVE TRN-ADDR-WORK-FG TO CPM-ADDR-WORK-FG
           END-IF
           IF TRN-ATTY-FG NOT = SPACE
              MOVE TRN-ATTY-FG TO CPM-ATTY-FG
              MOVE WS-RUN-DATE TO CPM-ATTY-DATE
           END-IF
           IF TRN-ATTY-NAME NOT = SPACES
              MOVE TRN-ATTY-NAME TO CPM-ATTY-NAME
           END-IF
           IF TRN-ATTY-ADDR1 NOT = SPACES
              MOVE TRN-ATTY-ADDR1 TO CPM-ATTY-ADDR1
           END-IF
           IF TRN-ATTY-ADDR2 NOT = SPACES
              MOVE TRN-ATTY-ADDR2 TO CPM-ATTY-ADDR2
           END-IF
           IF TRN-RTN-MAIL-FG NOT = SPACE
              MOVE TRN-RTN-MAIL-FG TO CPM-RTN-MAIL-FG
              MOVE WS-RUN-DATE     TO CPM-RTN-MAIL-DATE
           END-IF
           IF TRN-LANG NOT = SPACES
              MOVE TRN-LANG TO CPM-LANG
           END-IF
           IF TRN-MKT-FG NOT = SPACE
              MOVE TRN-MKT-FG      TO CPM-MKT-FG
              MOVE WS-CONSENT-DATE TO CPM-MKT-DATE
              MOVE TRN-CONSENT-SRC TO CPM-MKT-SRC
           END-IF.

      *----------------------------------------------------------------*
      * EVERY ROW THAT RESTRICTS CONTACT, AS THE NOTICE PROGRAMS WILL
      * SEE IT.
      *----------------------------------------------------------------*
       3000-LIST-RESTRICTED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ACCOUNTS WITH CONTACT RESTRICTIONS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRANCH ACCOUNT     M E P T CE NW AW AT R"
                  "M LG  MK CHANGED   BY        ATTORNEY / EMA"
                  "IL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO CPM-KEY
           START CPM-FILE KEY IS NOT LESS THAN CPM-KEY
               INVALID KEY SET CPM-EOF TO TRUE
           END-START
           IF NOT CPM-EOF
              READ CPM-FILE NEXT RECORD
                  AT END SET CPM-EOF TO TRUE
              END-READ
           END-IF
           PERFORM 3100-ONE-ROW UNTIL CPM-EOF.

       3100-ONE-ROW.
           ADD 1 TO WS-CNT-ROWS
           IF CPM-MAIL-FG = "N" OR CPM-CEASE-FG = "Y"
              OR CPM-NO-WORK-FG = "Y" OR CPM-ATTY-FG = "Y"
              OR CPM-RTN-MAIL-FG = "Y" OR CPM-MKT-FG = "N"
              OR (CPM-LANG NOT = "EN" AND CPM-LANG NOT = SPACES)
              ADD 1 TO WS-CNT-LISTED
              MOVE CPM-MAIL-FG      TO TRL-MAIL-FG
              MOVE CPM-EMAIL-FG     TO TRL-EMAIL-FG
              MOVE CPM-PHONE-FG     TO TRL-PHONE-FG
              MOVE CPM-TEXT-FG      TO TRL-TEXT-FG
              MOVE CPM-CEASE-FG     TO TRL-CEASE-FG
              MOVE CPM-NO-WORK-FG   TO TRL-NO-WORK-FG
              MOVE CPM-ADDR-WORK-FG TO TRL-ADDR-WORK-FG
              MOVE CPM-ATTY-FG      TO TRL-ATTY-FG
              MOVE CPM-RTN-MAIL-FG  TO TRL-RTN-MAIL-FG
              MOVE CPM-LANG         TO TRL-LANG
              MOVE CPM-MKT-FG       TO TRL-MKT-FG
              MOVE CPM-BRNO         TO TBL-BRNO
              MOVE CPM-ACCTNO       TO TBL-ACCTNO
              MOVE TRL-FLAGS        TO TBL-FLAGS
              MOVE CPM-CHG-DATE     TO TBL-CHG-DATE
              MOVE CPM-CHG-USER     TO TBL-CHG-USER
              IF CPM-ATTY-FG = "Y"
                 MOVE CPM-ATTY-NAME  TO TBL-CONTACT
              ELSE
                 MOVE CPM-EMAIL-ADDR TO TBL-CONTACT
              END-IF
              MOVE WS-TBL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           READ CPM-FILE NEXT RECORD
               AT END SET CPM-EOF TO TRUE
           END-READ.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-OK TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS APPLIED:  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRN-ERR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACTIONS REJECTED: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ROWS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS ON MASTER:   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-LISTED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS RESTRICTING: " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE CPMTRN-FILE CPM-FILE CPMMNT-RPT
           STOP RUN.
