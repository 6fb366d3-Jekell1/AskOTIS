      *
      *  MOD HISTORY:
      *   072627 SJH  ORIGINAL PROGRAM.
      *   072428 RTC  EACH NOTICE NOW CONSULTS THE BORROWER'S CONTACT
      *               PREFERENCES (CPM, FROM CPMMNT).  THE NOTICE IS
      *               STATUTORY AND ALWAYS GOES: TO THE ATTORNEY WHEN
      *               THE BORROWER IS REPRESENTED; A CERTIFIED-MAIL
      *               STATE'S NOTICE IS MAILED WHATEVER THE MAIL
      *               PREFERENCE; ANY OTHER GOES BY EMAIL WHERE MAIL
      *               IS OUT AND EMAIL IS ALLOWED, AND THE CUR ROW
      *               CARRIES METHOD "E".  EACH ONE IS LOGGED TO
      *               CPMLOG.
      *   080728 RTC  EVERY NOTICE SENT NOW ALSO WRITES A ROW TO THE
      *               CORHIS CORRESPONDENCE HISTORY (SEE CORLKP),
      *               FLAGGED AS A LEGAL-DEADLINE NOTICE.
      *   112728 RTC  CPM ROW CARRIES THE MARKETING CONSENT CPMMNT
      *               NOW KEEPS (READ BY RNWELG).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURNTC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURNEW-STATUS.

           SELECT CPM-FILE ASSIGN TO "CPM"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CPM-KEY
               FILE STATUS IS CPM-STATUS.

           SELECT OPTIONAL CPMLOG-FILE ASSIGN TO "CPMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPMLOG-STATUS.

           SELECT OPTIONAL CORHIS-FILE ASSIGN TO "CORHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORHIS-STATUS.

           SELECT LETTER-FILE ASSIGN TO "CURNTC.LTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
       FD  CURNEW-FILE.
       01  CURNEW-REC                PIC X(32).

      * BORROWER CONTACT PREFERENCES (FROM CPMMNT).
       FD  CPM-FILE.
       01  CPM-REC.
           05  CPM-KEY.
               10  CPM-BRNO          PIC X(04).
               10  CPM-ACCTNO        PIC X(10).
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
           05  CPM-MKT-FG            PIC X(01).
           05  CPM-MKT-DATE          PIC 9(08).
           05  CPM-MKT-SRC           PIC X(10).

      * EVERY NOTICE SUPPRESSED OR REROUTED ON A CONTACT PREFERENCE,
      * APPENDED BY EACH NOTICE PROGRAM.
       FD  CPMLOG-FILE.
       01  CPMLOG-REC.
           05  CPL-DATE              PIC 9(08).
           05  CPL-PROGRAM           PIC X(08).
           05  CPL-BRNO              PIC X(04).
           05  CPL-ACCTNO            PIC X(10).
           05  CPL-NOTICE            PIC X(12).
           05  CPL-ACTION            PIC X(10).
           05  CPL-REASON            PIC X(30).

      * BORROWER CORRESPONDENCE HISTORY - ONE ROW PER NOTICE SENT,
      * APPENDED BY EVERY NOTICE PROGRAM AND NEVER PURGED (CORLKP).
       FD  CORHIS-FILE.
       01  CORHIS-REC.
           05  COR-BRNO              PIC X(04).
           05  COR-ACCTNO            PIC X(10).
           05  COR-GEN-DATE          PIC 9(08).
           05  COR-GEN-TIME          PIC 9(06).
           05  COR-PROGRAM           PIC X(08).
           05  COR-NOTICE            PIC X(12).
           05  COR-TEMPLATE          PIC X(10).
           05  COR-VERSION           PIC X(06).
      * M MAIL, C CERTIFIED MAIL, E EMAIL, A MAILED TO THE ATTORNEY,
      * F FILED OR TRANSMITTED ELECTRONICALLY (COURT, BUREAU).
           05  COR-CHANNEL           PIC X(01).
           05  COR-DELIVER-REF       PIC X(50).
      * Y - THE NOTICE STARTS OR STATES A LEGAL DEADLINE.
           05  COR-LEGAL-FG          PIC X(01).
           05  COR-KEY-DATE          PIC 9(08).
           05  COR-KEY-DATE-DESC     PIC X(10).
           05  COR-AMT1              PIC S9(09)V99.
           05  COR-AMT1-DESC         PIC X(10).
           05  COR-AMT2              PIC S9(09)V99.
           05  COR-AMT2-DESC         PIC X(10).
           05  COR-RATE              PIC 9(02)V9(04).

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       01  CUR-STATUS                PIC XX.
           88  CUR-EOF                          VALUE "10".
       01  CURNEW-STATUS             PIC XX.
       01  CPM-STATUS                PIC XX.
       01  CPMLOG-STATUS             PIC XX.
       01  CORHIS-STATUS             PIC XX.
       01  LETTER-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

               10  WS-CN-DEADLINE    PIC 9(08).
               10  WS-CN-CURED       PIC X(01).

      * CONTACT-PREFERENCE CHECK (8200).  THE CALLER FILLS BRANCH,
      * ACCOUNT, NOTICE NAME AND CLASS; THE ROUTE COMES BACK.
       01  WS-CPM-OPEN               PIC X(01) VALUE "N".
       01  WS-CP-PROGRAM             PIC X(08) VALUE "CURNTC".
       01  WS-CP-BRNO                PIC X(04).
       01  WS-CP-ACCTNO              PIC X(10).
       01  WS-CP-NOTICE              PIC X(12).
       01  WS-CP-CLASS               PIC X(01).
           88  WS-CP-COLLECTION                 VALUE "C".
           88  WS-CP-REQUIRED                   VALUE "R".
           88  WS-CP-PAPER-REQ                  VALUE "P".
           88  WS-CP-REQUESTED                  VALUE "I".
       01  WS-CP-ROUTE               PIC X(01).
           88  WS-CP-MAIL                       VALUE "M".
           88  WS-CP-EMAIL                      VALUE "E".
           88  WS-CP-ATTORNEY                   VALUE "A".
           88  WS-CP-SUPPRESS                   VALUE "S".
       01  WS-CP-REASON              PIC X(30).
       01  WS-CP-LANG                PIC X(02).
       01  WS-CNT-CP-SUPPRESSED      PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CP-REROUTED        PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CP-REQUIRED        PIC 9(05) COMP VALUE 0.

      * CORRESPONDENCE HISTORY (8400).  THE VERSION IS THE MOD DATE OF
      * THE LAST CHANGE TO THE NOTICE'S WORDING OR LAYOUT.
       01  WS-COR-PROGRAM            PIC X(08) VALUE "CURNTC".
       01  WS-COR-VERSION            PIC X(06) VALUE "072428".
       01  WS-COR-OUTPUT             PIC X(12) VALUE "CURNTC.LTR".
       01  WS-COR-SEQ                PIC 9(06) VALUE 0.
       01  WS-COR-TIME-RAW           PIC 9(08).

       01  WS-CUR-WORK.
           05  WCW-BRNO              PIC X(04).
           05  WCW-ACCTNO            PIC X(10).
           OPEN INPUT  REPEXT-FILE
           OPEN INPUT  CURTBL-FILE
           OPEN INPUT  CUR-FILE
           OPEN INPUT  CPM-FILE
           IF CPM-STATUS = "00"
              MOVE "Y" TO WS-CPM-OPEN
           END-IF
           OPEN EXTEND CPMLOG-FILE
           OPEN EXTEND CORHIS-FILE
           OPEN OUTPUT CURNEW-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT CURNTC-RPT
                    + WS-ST-DAYS(WS-ST-SUB))
              MOVE WS-ST-METHOD(WS-ST-SUB) TO WCW-METHOD
           END-IF
      * THE BORROWER'S CONTACT PREFERENCES.  A STATE THAT DEMANDS
      * CERTIFIED MAIL GETS IT REGARDLESS; AN EMAILED NOTICE IS
      * RECORDED AS SUCH ON THE CUR ROW.
           MOVE RPX-BRNO   TO WS-CP-BRNO
           MOVE RPX-ACCTNO TO WS-CP-ACCTNO
           MOVE "CURE NOTICE" TO WS-CP-NOTICE
           IF WCW-METHOD = "C"
              MOVE "P" TO WS-CP-CLASS
           ELSE
              MOVE "R" TO WS-CP-CLASS
           END-IF
           PERFORM 8200-CONTACT-CHECK
           IF WS-CP-EMAIL
              MOVE "E" TO WCW-METHOD
           END-IF
           ADD 1 TO WS-CNT-GENERATED
           IF WS-CN-CNT < WS-MAX-CN
              ADD 1 TO WS-CN-CNT
              MOVE WS-DEADLINE TO WS-CN-DEADLINE(WS-CN-CNT)
              MOVE "N"         TO WS-CN-CURED(WS-CN-CNT)
           END-IF
           PERFORM 2300-WRITE-LETTER
           PERFORM 2400-RECORD-CORRESPONDENCE.

       2300-WRITE-LETTER.
           MOVE SPACES TO LETTER-LINE
                  "  DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE TRUE
               WHEN WS-CP-ATTORNEY
                   WRITE LETTER-LINE FROM CPM-ATTY-NAME
                   MOVE SPACES TO LETTER-LINE
                   STRING "RE: " RPX-NAME
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   WRITE LETTER-LINE FROM CPM-ATTY-ADDR1
                   WRITE LETTER-LINE FROM CPM-ATTY-ADDR2
               WHEN WS-CP-EMAIL
                   MOVE SPACES TO LETTER-LINE
                   STRING "DELIVER BY EMAIL: " CPM-EMAIL-ADDR
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   WRITE LETTER-LINE FROM RPX-NAME
               WHEN OTHER
                   WRITE LETTER-LINE FROM RPX-NAME
                   WRITE LETTER-LINE FROM RPX-ADDR1
                   WRITE LETTER-LINE FROM RPX-ADDR2
           END-EVALUATE
           IF WS-CP-LANG NOT = SPACES
              MOVE SPACES TO LETTER-LINE
              STRING "PREFERRED LANGUAGE " WS-CP-LANG
                     " - ENCLOSE TRANSLATION"
                  DELIMITED BY SIZE INTO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE RPX-TOTAL-DUE TO WS-EDIT-AMT
           MOVE SPACES TO LETTER-LINE
           STRING "AMOUNT REQUIRED TO CURE: " WS-EDIT-AMT
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE.

       2400-RECORD-CORRESPONDENCE.
           INITIALIZE CORHIS-REC
           MOVE RPX-BRNO      TO COR-BRNO
           MOVE RPX-ACCTNO    TO COR-ACCTNO
           MOVE WS-CP-NOTICE  TO COR-NOTICE
           STRING "CURE-" RPX-STATE
               DELIMITED BY SIZE INTO COR-TEMPLATE
           MOVE "Y"           TO COR-LEGAL-FG
           MOVE WS-DEADLINE   TO COR-KEY-DATE
           MOVE "CURE BY"     TO COR-KEY-DATE-DESC
           MOVE RPX-TOTAL-DUE TO COR-AMT1
           MOVE "CURE AMT"    TO COR-AMT1-DESC
           PERFORM 8350-CORRESPONDENCE-ROUTE
           IF WS-CP-MAIL AND WCW-METHOD = "C"
              MOVE "C" TO COR-CHANNEL
           END-IF
           PERFORM 8400-WRITE-CORRESPONDENCE.

       3000-REWRITE-NOTICES.
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > WS-CN-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CURED UNDER NOTICE " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CPM-OPEN NOT = "Y"
              MOVE "*** CONTACT PREFERENCE MASTER UNAVAILABLE"
                TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE WS-CNT-CP-SUPPRESSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SUPPRESSED (CONTACT PREF)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CP-REROUTED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REROUTED (EMAIL/ATTORNEY)  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CP-REQUIRED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "MAILED AS REQUIRED BY LAW  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * THE BORROWER'S CONTACT PREFERENCES (CPM, FROM CPMMNT) DECIDE
      * WHETHER AND HOW THIS NOTICE GOES.  WS-CP-CLASS SAYS WHAT KIND
      * OF NOTICE IT IS:
      *   C  COLLECTION - STOPPED BY A CEASE REQUEST OR A NO-WORK
      *      REQUEST AGAINST A WORK ADDRESS
      *   R  REQUIRED BY LAW - ALWAYS GOES, BY AN ALLOWED CHANNEL IF
      *      THERE IS ONE, OTHERWISE BY MAIL
      *   P  REQUIRED BY LAW ON PAPER - ALWAYS MAILED
      *   I  REQUESTED BY THE BORROWER - HELD BACK WHEN NO CHANNEL IS
      *      LEFT
      * THE ROUTE COMES BACK M MAIL, E EMAIL, A ATTORNEY OR S SUPPRESS.
      * ANY NOTICE NOT PLAINLY MAILED IS LOGGED TO CPMLOG SO COMPLIANCE
      * CAN SHOW THE PREFERENCE WAS HONORED.  WITHOUT THE MASTER NO
      * COLLECTION NOTICE GOES - A CEASE REQUEST CANNOT BE RULED OUT.
      ******************************************************************
       8200-CONTACT-CHECK.
           MOVE "M"    TO WS-CP-ROUTE
           MOVE SPACES TO WS-CP-REASON WS-CP-LANG
           IF WS-CPM-OPEN NOT = "Y"
              IF WS-CP-COLLECTION
                 MOVE "S" TO WS-CP-ROUTE
                 MOVE "PREFERENCE MASTER UNAVAILABLE" TO WS-CP-REASON
              END-IF
           ELSE
              MOVE WS-CP-BRNO   TO CPM-BRNO
              MOVE WS-CP-ACCTNO TO CPM-ACCTNO
              READ CPM-FILE
              IF CPM-STATUS = "00"
                 IF CPM-LANG NOT = "EN"
                    MOVE CPM-LANG TO WS-CP-LANG
                 END-IF
                 PERFORM 8250-APPLY-PREFERENCE
              END-IF
           END-IF
           IF WS-CP-REASON NOT = SPACES
              PERFORM 8300-LOG-CONTACT
           END-IF.

       8250-APPLY-PREFERENCE.
           EVALUATE TRUE
      * A REPRESENTED BORROWER IS WRITTEN THROUGH THE ATTORNEY ONLY.
               WHEN CPM-ATTY-FG = "Y"
                   MOVE "A" TO WS-CP-ROUTE
                   MOVE "ATTORNEY REPRESENTED" TO WS-CP-REASON
               WHEN WS-CP-COLLECTION AND CPM-CEASE-FG = "Y"
                   MOVE "S" TO WS-CP-ROUTE
                   MOVE "CEASE-CONTACT REQUEST" TO WS-CP-REASON
               WHEN WS-CP-COLLECTION AND CPM-NO-WORK-FG = "Y"
                    AND CPM-ADDR-WORK-FG = "Y"
                   MOVE "NO CONTACT AT WORK ADDRESS" TO WS-CP-REASON
                   IF CPM-EMAIL-FG = "Y" AND CPM-EMAIL-ADDR NOT = SPACES
                      MOVE "E" TO WS-CP-ROUTE
                   ELSE
                      MOVE "S" TO WS-CP-ROUTE
                   END-IF
               WHEN CPM-RTN-MAIL-FG = "Y"
                   MOVE "RETURNED MAIL ON FILE" TO WS-CP-REASON
                   PERFORM 8270-OTHER-CHANNEL
               WHEN CPM-MAIL-FG = "N"
                   MOVE "MAIL NOT ALLOWED" TO WS-CP-REASON
                   PERFORM 8270-OTHER-CHANNEL
           END-EVALUATE.

      * MAIL IS OUT.  A PAPER-REQUIRED NOTICE IS MAILED ANYWAY; ELSE
      * EMAIL IF IT IS ALLOWED; A REQUIRED NOTICE WITH NO OTHER
      * CHANNEL IS STILL MAILED; ANYTHING ELSE IS HELD BACK.
       8270-OTHER-CHANNEL.
           EVALUATE TRUE
               WHEN WS-CP-PAPER-REQ
                   MOVE "M" TO WS-CP-ROUTE
               WHEN CPM-EMAIL-FG = "Y" AND CPM-EMAIL-ADDR NOT = SPACES
                   MOVE "E" TO WS-CP-ROUTE
               WHEN WS-CP-REQUIRED
                   MOVE "M" TO WS-CP-ROUTE
               WHEN OTHER
                   MOVE "S" TO WS-CP-ROUTE
           END-EVALUATE.

       8300-LOG-CONTACT.
           MOVE WS-RUN-DATE   TO CPL-DATE
           MOVE WS-CP-PROGRAM TO CPL-PROGRAM
           MOVE WS-CP-BRNO    TO CPL-BRNO
           MOVE WS-CP-ACCTNO  TO CPL-ACCTNO
           MOVE WS-CP-NOTICE  TO CPL-NOTICE
           MOVE WS-CP-REASON  TO CPL-REASON
           EVALUATE TRUE
               WHEN WS-CP-SUPPRESS
                   MOVE "SUPPRESSED" TO CPL-ACTION
                   ADD 1 TO WS-CNT-CP-SUPPRESSED
               WHEN WS-CP-EMAIL
                   MOVE "EMAILED"    TO CPL-ACTION
                   ADD 1 TO WS-CNT-CP-REROUTED
               WHEN WS-CP-ATTORNEY
                   MOVE "ATTORNEY"   TO CPL-ACTION
                   ADD 1 TO WS-CNT-CP-REROUTED
               WHEN OTHER
                   MOVE "MAILED-REQ" TO CPL-ACTION
                   ADD 1 TO WS-CNT-CP-REQUIRED
           END-EVALUATE
           WRITE CPMLOG-REC.

      ******************************************************************
      * THE CHANNEL AND DELIVERY REFERENCE FOR THE CORRESPONDENCE ROW,
      * FROM THE CONTACT-PREFERENCE ROUTE: THE EMAIL ADDRESS, THE
      * ATTORNEY, OR THE OUTPUT FILE AND THE NOTICE'S PLACE IN IT.
      ******************************************************************
       8350-CORRESPONDENCE-ROUTE.
           ADD 1 TO WS-COR-SEQ
           MOVE WS-CP-ROUTE TO COR-CHANNEL
           EVALUATE TRUE
               WHEN WS-CP-EMAIL
                   MOVE CPM-EMAIL-ADDR TO COR-DELIVER-REF
               WHEN WS-CP-ATTORNEY
                   STRING "ATTY " CPM-ATTY-NAME
                       DELIMITED BY SIZE INTO COR-DELIVER-REF
               WHEN OTHER
                   STRING WS-COR-OUTPUT " #" WS-COR-SEQ
                       DELIMITED BY SIZE INTO COR-DELIVER-REF
           END-EVALUATE.

      ******************************************************************
      * APPEND THE CORRESPONDENCE ROW THE CALLER HAS BUILT.
      ******************************************************************
       8400-WRITE-CORRESPONDENCE.
           MOVE WS-RUN-DATE TO COR-GEN-DATE
           ACCEPT WS-COR-TIME-RAW FROM TIME
           MOVE WS-COR-TIME-RAW(1:6) TO COR-GEN-TIME
           MOVE WS-COR-PROGRAM TO COR-PROGRAM
           MOVE WS-COR-VERSION TO COR-VERSION
           WRITE CORHIS-REC.

       9999-EXIT.
           CLOSE REPEXT-FILE CURTBL-FILE CUR-FILE CURNEW-FILE
                 LETTER-FILE CURNTC-RPT CPM-FILE CPMLOG-FILE
                 CORHIS-FILE
           STOP RUN.
