      *
      *  MOD HISTORY:
      *   101127 SJH  ORIGINAL PROGRAM.
      *   072428 RTC  EACH NOTICE NOW CONSULTS THE BORROWER'S CONTACT
      *               PREFERENCES (CPM, FROM CPMMNT).  THE NOTICE IS
      *               REQUIRED SO IT ALWAYS GOES - TO THE ATTORNEY
      *               WHEN THE BORROWER IS REPRESENTED, BY EMAIL WHERE
      *               MAIL IS OUT AND EMAIL IS ALLOWED.  EACH ONE IS
      *               LOGGED TO CPMLOG.
      *   080728 RTC  EVERY NOTICE SENT NOW ALSO WRITES A ROW TO THE
      *               CORHIS CORRESPONDENCE HISTORY (SEE CORLKP),
      *               FLAGGED AS A LEGAL-DEADLINE NOTICE.
      *   112728 RTC  CPM ROW CARRIES THE MARKETING CONSENT CPMMNT
      *               NOW KEEPS (READ BY RNWELG).
      *   120428 RTC  EARNED REDUCTIONS FROM ERNRED ("EARNED-" REASON)
      *               SAY SO IN THE LETTER, SHOW THE PAYMENT UNCHANGED
      *               WHEN THE PROGRAM DOES NOT RECAST, AND ARE NOT
      *               HELD TO THE ADVANCE LEAD - A DECREASE THE
      *               BORROWER EARNED TAKES EFFECT WHEN EARNED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATENTC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTCH2-STATUS.

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

           SELECT LETTER-FILE ASSIGN TO "RATENTC.LTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           05  NT2-CHANGE-DATE       PIC 9(08).
           05  NT2-SENT-DATE         PIC 9(08).

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

           88  NTSTBL-EOF                       VALUE "10".
       01  NTCH2-STATUS              PIC XX.
           88  NTCH2-EOF                        VALUE "10".
       01  CPM-STATUS                PIC XX.
       01  CPMLOG-STATUS             PIC XX.
       01  CORHIS-STATUS             PIC XX.
       01  LETTER-STATUS             PIC XX.
       01  HISNEW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.
       01  WS-NEW-PAYMENT            PIC S9(07)V99.
       01  WS-PERIODS-YR             PIC 9(03).

      * CONTACT-PREFERENCE CHECK (8200).  THE CALLER FILLS BRANCH,
      * ACCOUNT, NOTICE NAME AND CLASS; THE ROUTE COMES BACK.
       01  WS-CPM-OPEN               PIC X(01) VALUE "N".
       01  WS-CP-PROGRAM             PIC X(08) VALUE "RATENTC".
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
       01  WS-COR-PROGRAM            PIC X(08) VALUE "RATENTC".
       01  WS-COR-VERSION            PIC X(06) VALUE "120428".
       01  WS-COR-OUTPUT             PIC X(12) VALUE "RATENTC.LTR".
       01  WS-COR-SEQ                PIC 9(06) VALUE 0.
       01  WS-COR-TIME-RAW           PIC 9(08).

       01  WS-MAX-LN                 PIC 9(05) COMP VALUE 20000.
       01  WS-LN-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-LN-SUB                 PIC 9(05) COMP.
           OPEN INPUT  LNEXT5-FILE
           OPEN INPUT  NTSTBL-FILE
           OPEN INPUT  NTCH2-FILE
           OPEN INPUT  CPM-FILE
           IF CPM-STATUS = "00"
              MOVE "Y" TO WS-CPM-OPEN
           END-IF
           OPEN EXTEND CPMLOG-FILE
           OPEN EXTEND CORHIS-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT HISNEW-FILE
           OPEN OUTPUT RATENTC-RPT
              ELSE
                 MOVE WS-LN-IMAGE(WS-LN-SUB) TO WS-LN-WORK
                 PERFORM 2300-NEW-PAYMENT
                 MOVE RCO-BRNO   TO WS-CP-BRNO
                 MOVE RCO-ACCTNO TO WS-CP-ACCTNO
                 MOVE "RATE CHANGE" TO WS-CP-NOTICE
                 MOVE "R" TO WS-CP-CLASS
                 PERFORM 8200-CONTACT-CHECK
                 PERFORM 2400-WRITE-NOTICE
                 PERFORM 2500-RECORD-HISTORY
                 PERFORM 2600-RECORD-CORRESPONDENCE
              END-IF
           END-IF
           READ RCHOUT-FILE AT END SET RCHOUT-EOF TO TRUE END-READ.
                  WLN-ACCTNO "  DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE TRUE
               WHEN WS-CP-ATTORNEY
                   WRITE LETTER-LINE FROM CPM-ATTY-NAME
                   MOVE SPACES TO LETTER-LINE
                   STRING "RE: " WLN-NAME
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   WRITE LETTER-LINE FROM CPM-ATTY-ADDR1
                   WRITE LETTER-LINE FROM CPM-ATTY-ADDR2
               WHEN WS-CP-EMAIL
                   MOVE SPACES TO LETTER-LINE
                   STRING "DELIVER BY EMAIL: " CPM-EMAIL-ADDR
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   WRITE LETTER-LINE FROM WLN-NAME
               WHEN OTHER
                   WRITE LETTER-LINE FROM WLN-NAME
                   WRITE LETTER-LINE FROM WLN-ADDR1
                   WRITE LETTER-LINE FROM WLN-ADDR2
           END-EVALUATE
           IF WS-CP-LANG NOT = SPACES
              MOVE SPACES TO LETTER-LINE
              STRING "PREFERRED LANGUAGE " WS-CP-LANG
                     " - ENCLOSE TRANSLATION"
                  DELIMITED BY SIZE INTO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           IF RCO-REASON(1:7) = "EARNED-"
              MOVE "YOUR ON-TIME PAYMENTS HAVE EARNED A RATE REDUCTION."
                TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE RCO-OLD-RATE TO WS-EDIT-RATE
           MOVE RCO-NEW-RATE TO WS-EDIT-RATE2
           MOVE SPACES TO LETTER-LINE
                  " TO " WS-EDIT-RATE2
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
      * AN EARNED REDUCTION THAT IS NOT RECAST KEEPS THE PAYMENT AND
      * SHORTENS THE LOAN INSTEAD.
           IF RCO-REASON = "EARNED-RATE "
              MOVE "YOUR PAYMENT DOES NOT CHANGE - MORE OF IT NOW GOES"
                TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE "TO PRINCIPAL, SO YOUR LOAN PAYS OFF SOONER."
                TO LETTER-LINE
              WRITE LETTER-LINE
           ELSE
              MOVE WS-NEW-PAYMENT TO WS-EDIT-AMT
              MOVE SPACES TO LETTER-LINE
              STRING "YOUR NEW SCHEDULED PAYMENT: " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
      * THE STATE'S LEAD-DAY REQUIREMENT - A SHORT NOTICE IS STILL
              FUNCTION INTEGER-OF-DATE(RCO-CHANGE-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-LEAD-DAYS < WS-REQ-LEAD
              AND RCO-REASON(1:7) NOT = "EARNED-"
              ADD 1 TO WS-CNT-SHORT
              MOVE SPACES TO RPT-LINE
              STRING "** SHORT NOTICE " WLN-BRNO " " WLN-ACCTNO
              MOVE RCO-CHANGE-DATE TO WS-NH-CHANGE(WS-NH-CNT)
           END-IF.

       2600-RECORD-CORRESPONDENCE.
           INITIALIZE CORHIS-REC
           MOVE RCO-BRNO        TO COR-BRNO
           MOVE RCO-ACCTNO      TO COR-ACCTNO
           MOVE WS-CP-NOTICE    TO COR-NOTICE
           STRING "RATE-" WLN-STATE
               DELIMITED BY SIZE INTO COR-TEMPLATE
           MOVE "Y"             TO COR-LEGAL-FG
           MOVE RCO-CHANGE-DATE TO COR-KEY-DATE
           MOVE "EFFECTIVE"     TO COR-KEY-DATE-DESC
           MOVE WS-NEW-PAYMENT  TO COR-AMT1
           MOVE "NEW PMT"       TO COR-AMT1-DESC
           MOVE WLN-CURBAL      TO COR-AMT2
           MOVE "BALANCE"       TO COR-AMT2-DESC
           MOVE RCO-NEW-RATE    TO COR-RATE
           PERFORM 8350-CORRESPONDENCE-ROUTE
           PERFORM 8400-WRITE-CORRESPONDENCE.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NO ACCOUNT ROW  " WS-EDIT-CNT
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
           CLOSE RCHOUT-FILE LNEXT5-FILE NTSTBL-FILE NTCH2-FILE
                 LETTER-FILE HISNEW-FILE RATENTC-RPT CPM-FILE
                 CPMLOG-FILE CORHIS-FILE
           STOP RUN.
