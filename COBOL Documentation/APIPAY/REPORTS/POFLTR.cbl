      *   081726 SJH  QTEXT NOW CARRIES THE BRANCH LANGUAGE CODE -
      *               "ES" BRANCHES GET THE STATEMENT HEADINGS AND
      *               GOOD-THROUGH WORDING IN SPANISH.
      *   072428 RTC  EACH STATEMENT NOW CONSULTS THE BORROWER'S
      *               CONTACT PREFERENCES (CPM, FROM CPMMNT): IT GOES
      *               IN CARE OF THE ATTORNEY FOR A REPRESENTED
      *               BORROWER, BY EMAIL WHERE MAIL IS OUT, AND IS
      *               HELD BACK WHEN NO CHANNEL IS LEFT.  THE
      *               BORROWER'S PREFERRED LANGUAGE OVERRIDES THE
      *               BRANCH'S.  EACH ONE IS LOGGED TO CPMLOG.
      *   080728 RTC  EVERY STATEMENT SENT NOW ALSO WRITES A ROW TO
      *               THE CORHIS CORRESPONDENCE HISTORY (SEE CORLKP).
      *   112728 RTC  CPM ROW CARRIES THE MARKETING CONSENT CPMMNT
      *               NOW KEEPS (READ BY RNWELG).
      *   021229 RTC  QTEXT CARRIES THE PREPAYMENT PENALTY (ALREADY IN
      *               THE NET FIGURE); A NON-ZERO ONE PRINTS ON ITS
      *               OWN LINE UNDER THE LATE CHARGES.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POFLTR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTEXT-STATUS.

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

           SELECT POFLTR-OUT ASSIGN TO "POFLTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           05  QTEXT-REBATE-AH       PIC S9(07)V99.
           05  QTEXT-REBATE-INT      PIC S9(07)V99.
           05  QTEXT-REBATE-DEF      PIC S9(07)V99.
           05  QTEXT-PREPAY-PENALTY  PIC S9(07)V99.

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

       FD  POFLTR-OUT.
       01  LTR-LINE                  PIC X(80).
       01  QTEXT-STATUS              PIC XX.
           88  QTEXT-EOF                        VALUE "10".
       01  OUT-STATUS                PIC XX.
       01  CPM-STATUS                PIC XX.
       01  CPMLOG-STATUS             PIC XX.
       01  CORHIS-STATUS             PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CNT-LETTERS            PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-PD                PIC ZZ,ZZ9.99.
       01  WS-EDIT-DATE              PIC 9(08).

      * CONTACT-PREFERENCE CHECK (8200).  THE CALLER FILLS BRANCH,
      * ACCOUNT, NOTICE NAME AND CLASS; THE ROUTE COMES BACK.
       01  WS-CPM-OPEN               PIC X(01) VALUE "N".
       01  WS-CP-PROGRAM             PIC X(08) VALUE "POFLTR".
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
       01  WS-COR-PROGRAM            PIC X(08) VALUE "POFLTR".
       01  WS-COR-VERSION            PIC X(06) VALUE "021229".
       01  WS-COR-OUTPUT             PIC X(12) VALUE "POFLTR.OUT".
       01  WS-COR-SEQ                PIC 9(06) VALUE 0.
       01  WS-COR-TIME-RAW           PIC 9(08).

       01  WS-AMT-LINE.
           05  AML-LABEL             PIC X(30).
           05  AML-AMT               PIC X(16).
       1000-INITIALIZE.
           OPEN INPUT  QTEXT-FILE
           OPEN OUTPUT POFLTR-OUT
           OPEN INPUT  CPM-FILE
           IF CPM-STATUS = "00"
              MOVE "Y" TO WS-CPM-OPEN
           END-IF
           OPEN EXTEND CPMLOG-FILE
           OPEN EXTEND CORHIS-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ QTEXT-FILE AT END SET QTEXT-EOF TO TRUE END-READ.

       2000-PROCESS.
           PERFORM 2100-ONE-LETTER UNTIL QTEXT-EOF.

       2100-ONE-LETTER.
           MOVE QTEXT-BRNO   TO WS-CP-BRNO
           MOVE QTEXT-ACCTNO TO WS-CP-ACCTNO
           MOVE "PAYOFF QUOTE" TO WS-CP-NOTICE
           MOVE "I" TO WS-CP-CLASS
           PERFORM 8200-CONTACT-CHECK
           IF NOT WS-CP-SUPPRESS
              IF WS-CP-LANG NOT = SPACES
                 MOVE WS-CP-LANG TO QTEXT-LANG
              END-IF
              PERFORM 2150-BUILD-LETTER
              PERFORM 2300-RECORD-CORRESPONDENCE
           END-IF
           READ QTEXT-FILE AT END SET QTEXT-EOF TO TRUE END-READ.

       2150-BUILD-LETTER.
           ADD 1 TO WS-CNT-LETTERS
           MOVE ALL "*" TO LTR-LINE
           WRITE LTR-LINE
           STRING "BORROWER: " QTEXT-NAME
               DELIMITED BY SIZE INTO LTR-LINE
           WRITE LTR-LINE
           EVALUATE TRUE
               WHEN WS-CP-ATTORNEY
                   MOVE SPACES TO LTR-LINE
                   STRING "IN CARE OF: " CPM-ATTY-NAME
                       DELIMITED BY SIZE INTO LTR-LINE
                   WRITE LTR-LINE
                   MOVE SPACES TO LTR-LINE
                   STRING "            " CPM-ATTY-ADDR1
                       DELIMITED BY SIZE INTO LTR-LINE
                   WRITE LTR-LINE
                   MOVE SPACES TO LTR-LINE
                   STRING "            " CPM-ATTY-ADDR2
                       DELIMITED BY SIZE INTO LTR-LINE
                   WRITE LTR-LINE
               WHEN WS-CP-EMAIL
                   MOVE SPACES TO LTR-LINE
                   STRING "DELIVER BY EMAIL: " CPM-EMAIL-ADDR
                       DELIMITED BY SIZE INTO LTR-LINE
                   WRITE LTR-LINE
           END-EVALUATE
      * ONLY SPANISH WORDING IS CARRIED HERE - ANY OTHER PREFERRED
      * LANGUAGE IS FLAGGED FOR A TRANSLATION.
           IF QTEXT-LANG NOT = "ES" AND QTEXT-LANG NOT = "EN"
              AND QTEXT-LANG NOT = SPACES
              MOVE SPACES TO LTR-LINE
              STRING "PREFERRED LANGUAGE " QTEXT-LANG
                     " - ENCLOSE TRANSLATION"
                  DELIMITED BY SIZE INTO LTR-LINE
              WRITE LTR-LINE
           END-IF
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE

           MOVE WS-EDIT-AMT TO AML-AMT
           MOVE WS-AMT-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF QTEXT-PREPAY-PENALTY NUMERIC
              AND QTEXT-PREPAY-PENALTY NOT = 0
              IF QTEXT-LANG = "ES"
                 MOVE "  PENALIZACION POR PREPAGO:   " TO AML-LABEL
              ELSE
                 MOVE "  PREPAYMENT PENALTY:         " TO AML-LABEL
              END-IF
              MOVE QTEXT-PREPAY-PENALTY TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT          TO AML-AMT
              MOVE WS-AMT-LINE          TO LTR-LINE
              WRITE LTR-LINE
           END-IF
           MOVE "  CREDIT LIFE REBATE:         " TO AML-LABEL
           MOVE QTEXT-REBATE-CL TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT     TO AML-AMT

           PERFORM 2200-STATE-DISCLOSURE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE.

       2200-STATE-DISCLOSURE.
           EVALUATE QTEXT-STATE
                   WRITE LTR-LINE
           END-EVALUATE.

       2300-RECORD-CORRESPONDENCE.
           INITIALIZE CORHIS-REC
           MOVE QTEXT-BRNO     TO COR-BRNO
           MOVE QTEXT-ACCTNO   TO COR-ACCTNO
           MOVE WS-CP-NOTICE   TO COR-NOTICE
           STRING "POF-" QTEXT-STATE "-" QTEXT-LANG
               DELIMITED BY SIZE INTO COR-TEMPLATE
           MOVE "N"            TO COR-LEGAL-FG
           MOVE QTEXT-GOODTHRU TO COR-KEY-DATE
           MOVE "GOOD THRU"    TO COR-KEY-DATE-DESC
           MOVE QTEXT-NETDUE   TO COR-AMT1
           MOVE "NET PAYOFF"   TO COR-AMT1-DESC
           MOVE QTEXT-PERDIEM  TO COR-AMT2
           MOVE "PER DIEM"     TO COR-AMT2-DESC
           PERFORM 8350-CORRESPONDENCE-ROUTE
           PERFORM 8400-WRITE-CORRESPONDENCE.

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
           CLOSE QTEXT-FILE POFLTR-OUT CPM-FILE CPMLOG-FILE
                 CORHIS-FILE
           STOP RUN.
