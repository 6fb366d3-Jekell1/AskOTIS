      *               ACCOUNTS ON THE DELSUP LIST (OPEN AH
      *               DISABILITY CLAIMS FROM INSCLM) ARE NOW
      *               SUPPRESSED TOO.
      *   031328 RTC  ACCOUNTS PAYING UNDER AN ACTIVE SETTLEMENT-IN-
      *               FULL AGREEMENT (SIFACT, FROM SIFMNT) ARE NOT
      *               DUNNED; A BROKEN AGREEMENT DROPS OFF THE LIST
      *               AND THE NOTICES RESUME.
      *   071028 RTC  ACCOUNTS PAST THE STATE STATUTE OF LIMITATIONS
      *               (SOLBAR, FROM SOLTRK) ARE NO LONGER DUNNED.
      *   072428 RTC  EACH LETTER NOW CONSULTS THE BORROWER'S CONTACT
      *               PREFERENCES (CPM, FROM CPMMNT): A CEASE REQUEST
      *               OR A NO-WORK REQUEST AGAINST A WORK ADDRESS
      *               STOPS IT, AN ATTORNEY GETS IT INSTEAD, EMAIL
      *               REPLACES MAIL WHERE MAIL IS OUT.  EACH ONE IS
      *               LOGGED TO CPMLOG.
      *   080728 RTC  EVERY LETTER SENT NOW ALSO WRITES A ROW TO THE
      *               CORHIS CORRESPONDENCE HISTORY (SEE CORLKP).
      *   112728 RTC  CPM ROW CARRIES THE MARKETING CONSENT CPMMNT
      *               NOW KEEPS (READ BY RNWELG).
      *   030529 RTC  ACCOUNTS WITH AN OPEN COMPLAINT ON HOLD (CMPHLD,
      *               FROM CMPMNT) GET NO DUNNING LETTERS UNTIL THE
      *               CASE IS RESOLVED OR THE HOLD IS LIFTED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELNTC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELSUP-STATUS.

           SELECT OPTIONAL SIFACT-FILE ASSIGN TO "SIFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIFACT-STATUS.

           SELECT OPTIONAL SOLBAR-FILE ASSIGN TO "SOLBAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLBAR-STATUS.

           SELECT OPTIONAL CMPHLD-FILE ASSIGN TO "CMPHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPHLD-STATUS.

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

           SELECT LETTER-FILE ASSIGN TO "DELNTC.LTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           05  DSP-ACCTNO            PIC X(10).
           05  DSP-REASON            PIC X(08).

       FD  SIFACT-FILE.
       01  SIFACT-REC.
           05  ACT-BRNO              PIC X(04).
           05  ACT-ACCTNO            PIC X(10).

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

      * OPEN COMPLAINTS ON HOLD (FROM CMPMNT).
       FD  CMPHLD-FILE.
       01  CMPHLD-REC.
           05  HLD-BRNO              PIC X(04).
           05  HLD-ACCTNO            PIC X(10).
           05  HLD-CASES             PIC 9(03).
           05  HLD-FIRST-SEQ         PIC 9(03).
           05  HLD-FIRST-RECV        PIC 9(08).
           05  HLD-CATEGORY          PIC X(04).
           05  HLD-DUE-DATE          PIC 9(08).
           05  HLD-OWNER             PIC X(08).

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

           88  NTCHIS-EOF                       VALUE "10".
       01  DELSUP-STATUS             PIC XX.
           88  DELSUP-EOF                       VALUE "10".
       01  SIFACT-STATUS             PIC XX.
           88  SIFACT-EOF                       VALUE "10".
       01  SOLBAR-STATUS             PIC XX.
           88  SOLBAR-EOF                       VALUE "10".
       01  CMPHLD-STATUS             PIC XX.
           88  CMPHLD-EOF                       VALUE "10".
       01  CPM-STATUS                PIC XX.
       01  CPMLOG-STATUS             PIC XX.
       01  CORHIS-STATUS             PIC XX.
       01  LETTER-STATUS             PIC XX.
       01  HISNEW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.
               10  WS-DS-BRNO        PIC X(04).
               10  WS-DS-ACCT        PIC X(10).

      * ACCOUNTS PAYING UNDER AN ACTIVE SETTLEMENT AGREEMENT (SIFACT,
      * FROM SIFMNT).
       01  WS-MAX-SA                 PIC 9(05) COMP VALUE 5000.
       01  WS-SA-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SA-SUB                 PIC 9(05) COMP.
       01  WS-SA-TABLE.
           05  WS-SA-ENTRY OCCURS 5000 TIMES.
               10  WS-SA-BRNO        PIC X(04).
               10  WS-SA-ACCT        PIC X(10).

      * ACCOUNTS PAST THE STATUTE OF LIMITATIONS (SOLBAR, FROM
      * SOLTRK).
       01  WS-MAX-SB                 PIC 9(05) COMP VALUE 10000.
       01  WS-SB-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SB-SUB                 PIC 9(05) COMP.
       01  WS-SB-TABLE.
           05  WS-SB-ENTRY OCCURS 10000 TIMES.
               10  WS-SB-BRNO        PIC X(04).
               10  WS-SB-ACCT        PIC X(10).

      * ACCOUNTS WITH AN OPEN COMPLAINT ON HOLD (CMPHLD, FROM CMPMNT).
       01  WS-MAX-CH                 PIC 9(05) COMP VALUE 5000.
       01  WS-CH-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-CH-SUB                 PIC 9(05) COMP.
       01  WS-CH-TABLE.
           05  WS-CH-ENTRY OCCURS 5000 TIMES.
               10  WS-CH-BRNO        PIC X(04).
               10  WS-CH-ACCT        PIC X(10).

      * CONTACT-PREFERENCE CHECK (8200).  THE CALLER FILLS BRANCH,
      * ACCOUNT, NOTICE NAME AND CLASS; THE ROUTE COMES BACK.
       01  WS-CPM-OPEN               PIC X(01) VALUE "N".
       01  WS-CP-PROGRAM             PIC X(08) VALUE "DELNTC".
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
       01  WS-COR-PROGRAM            PIC X(08) VALUE "DELNTC".
       01  WS-COR-VERSION            PIC X(06) VALUE "072428".
       01  WS-COR-OUTPUT             PIC X(12) VALUE "DELNTC.LTR".
       01  WS-COR-SEQ                PIC 9(06) VALUE 0.
       01  WS-COR-TIME-RAW           PIC 9(08).

       01  WS-HIS-WORK.
           05  WHW-BRNO              PIC X(04).
           05  WHW-ACCTNO            PIC X(10).
       01  WS-CNT-SENT60             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SUPPRESSED         PIC 9(05) COMP VALUE 0.
       01  WS-CNT-CLAIMSUP           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SETTLESUP          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-BARREDSUP          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-COMPLSUP           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ALREADY            PIC 9(05) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           PERFORM 1100-LOAD-TEXT
           PERFORM 1200-LOAD-HISTORY
           PERFORM 1300-LOAD-CLAIM-SUPPRESS
           PERFORM 1400-LOAD-SETTLE-SUPPRESS
           PERFORM 1500-LOAD-BARRED-SUPPRESS
           PERFORM 1600-LOAD-COMPLAINT-SUPPRESS
           PERFORM 2000-PROCESS
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.
           OPEN INPUT  NTCTXT-FILE
           OPEN INPUT  NTCHIS-FILE
           OPEN INPUT  DELSUP-FILE
           OPEN INPUT  SIFACT-FILE
           OPEN INPUT  SOLBAR-FILE
           OPEN INPUT  CMPHLD-FILE
           OPEN INPUT  CPM-FILE
           IF CPM-STATUS = "00"
              MOVE "Y" TO WS-CPM-OPEN
           END-IF
           OPEN EXTEND CPMLOG-FILE
           OPEN EXTEND CORHIS-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT HISNEW-FILE
           OPEN OUTPUT DELNTC-RPT
               END-READ
           END-PERFORM.

       1400-LOAD-SETTLE-SUPPRESS.
           READ SIFACT-FILE AT END SET SIFACT-EOF TO TRUE END-READ
           PERFORM UNTIL SIFACT-EOF OR WS-SA-CNT = WS-MAX-SA
               ADD 1 TO WS-SA-CNT
               MOVE ACT-BRNO   TO WS-SA-BRNO(WS-SA-CNT)
               MOVE ACT-ACCTNO TO WS-SA-ACCT(WS-SA-CNT)
               READ SIFACT-FILE AT END SET SIFACT-EOF TO TRUE
               END-READ
           END-PERFORM.

       1500-LOAD-BARRED-SUPPRESS.
           READ SOLBAR-FILE AT END SET SOLBAR-EOF TO TRUE END-READ
           PERFORM UNTIL SOLBAR-EOF OR WS-SB-CNT = WS-MAX-SB
               IF SBR-BARRED-FG = "Y"
                  ADD 1 TO WS-SB-CNT
                  MOVE SBR-BRNO   TO WS-SB-BRNO(WS-SB-CNT)
                  MOVE SBR-ACCTNO TO WS-SB-ACCT(WS-SB-CNT)
               END-IF
               READ SOLBAR-FILE AT END SET SOLBAR-EOF TO TRUE
               END-READ
           END-PERFORM.

       1600-LOAD-COMPLAINT-SUPPRESS.
           READ CMPHLD-FILE AT END SET CMPHLD-EOF TO TRUE END-READ
           PERFORM UNTIL CMPHLD-EOF OR WS-CH-CNT = WS-MAX-CH
               ADD 1 TO WS-CH-CNT
               MOVE HLD-BRNO   TO WS-CH-BRNO(WS-CH-CNT)
               MOVE HLD-ACCTNO TO WS-CH-ACCT(WS-CH-CNT)
               READ CMPHLD-FILE AT END SET CMPHLD-EOF TO TRUE
               END-READ
           END-PERFORM.

       2000-PROCESS.
           PERFORM 2100-ONE-ACCOUNT UNTIL PDEXT-EOF.

           IF WS-DS-SUB NOT > WS-DS-CNT
              ADD 1 TO WS-CNT-CLAIMSUP
              GO TO 2200-EXIT.
      * NOR ONE KEEPING TO A SETTLEMENT AGREEMENT - THE DEAL, NOT THE
      * CONTRACT, SETS WHAT IS DUE.
           PERFORM VARYING WS-SA-SUB FROM 1 BY 1
                   UNTIL WS-SA-SUB > WS-SA-CNT
                      OR (WS-SA-BRNO(WS-SA-SUB) = PDX-BRNO
                          AND WS-SA-ACCT(WS-SA-SUB) = PDX-ACCTNO)
               CONTINUE
           END-PERFORM
           IF WS-SA-SUB NOT > WS-SA-CNT
              ADD 1 TO WS-CNT-SETTLESUP
              GO TO 2200-EXIT.
      * NOR ONE PAST THE STATE STATUTE OF LIMITATIONS - THE DEBT CAN
      * NO LONGER BE ENFORCED AND A PAST-DUE DEMAND MISLEADS.
           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-SB-CNT
                      OR (WS-SB-BRNO(WS-SB-SUB) = PDX-BRNO
                          AND WS-SB-ACCT(WS-SB-SUB) = PDX-ACCTNO)
               CONTINUE
           END-PERFORM
           IF WS-SB-SUB NOT > WS-SB-CNT
              ADD 1 TO WS-CNT-BARREDSUP
              GO TO 2200-EXIT.
      * NOR ONE WITH AN OPEN COMPLAINT ON HOLD - THE CASE OWNER, NOT
      * A FORM LETTER, SPEAKS TO THE BORROWER WHILE IT IS WORKED.
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > WS-CH-CNT
                      OR (WS-CH-BRNO(WS-CH-SUB) = PDX-BRNO
                          AND WS-CH-ACCT(WS-CH-SUB) = PDX-ACCTNO)
               CONTINUE
           END-PERFORM
           IF WS-CH-SUB NOT > WS-CH-CNT
              ADD 1 TO WS-CNT-COMPLSUP
              GO TO 2200-EXIT.
           EVALUATE TRUE
               WHEN PDX-CONTR-DAYS < 10
                   GO TO 2200-EXIT
           IF WS-ALREADY-FG = "Y"
              ADD 1 TO WS-CNT-ALREADY
              GO TO 2200-EXIT.
      * AND NONE AGAINST THE BORROWER'S CONTACT PREFERENCES.
           MOVE PDX-BRNO   TO WS-CP-BRNO
           MOVE PDX-ACCTNO TO WS-CP-ACCTNO
           MOVE SPACES     TO WS-CP-NOTICE
           STRING "DELINQ LVL " WS-LEVEL
               DELIMITED BY SIZE INTO WS-CP-NOTICE
           MOVE "C" TO WS-CP-CLASS
           PERFORM 8200-CONTACT-CHECK
           IF WS-CP-SUPPRESS
              GO TO 2200-EXIT.
           PERFORM 2400-WRITE-LETTER
           PERFORM 2500-RECORD-HISTORY
           PERFORM 2600-RECORD-CORRESPONDENCE
           EVALUATE WS-LEVEL
               WHEN 10 ADD 1 TO WS-CNT-SENT10
               WHEN 30 ADD 1 TO WS-CNT-SENT30
                  "  DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE TRUE
               WHEN WS-CP-ATTORNEY
                   WRITE LETTER-LINE FROM CPM-ATTY-NAME
                   MOVE SPACES TO LETTER-LINE
                   STRING "RE: " PDX-NAME
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   WRITE LETTER-LINE FROM CPM-ATTY-ADDR1
                   WRITE LETTER-LINE FROM CPM-ATTY-ADDR2
               WHEN WS-CP-EMAIL
                   MOVE SPACES TO LETTER-LINE
                   STRING "DELIVER BY EMAIL: " CPM-EMAIL-ADDR
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   WRITE LETTER-LINE FROM PDX-NAME
               WHEN OTHER
                   WRITE LETTER-LINE FROM PDX-NAME
                   WRITE LETTER-LINE FROM PDX-ADDR1
                   WRITE LETTER-LINE FROM PDX-ADDR2
           END-EVALUATE
           IF WS-CP-LANG NOT = SPACES
              MOVE SPACES TO LETTER-LINE
              STRING "PREFERRED LANGUAGE " WS-CP-LANG
                     " - ENCLOSE TRANSLATION"
                  DELIMITED BY SIZE INTO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE PDX-TOTAL-DUE TO WS-EDIT-AMT
           MOVE SPACES TO LETTER-LINE
           STRING "AMOUNT PAST DUE: " WS-EDIT-AMT
              MOVE WS-RUN-DATE TO WS-NH-SENT(WS-NH-CNT)
           END-IF.

       2600-RECORD-CORRESPONDENCE.
           INITIALIZE CORHIS-REC
           MOVE PDX-BRNO     TO COR-BRNO
           MOVE PDX-ACCTNO   TO COR-ACCTNO
           MOVE WS-CP-NOTICE TO COR-NOTICE
      * THE TEMPLATE IS THE NTCTXT ROW THE LETTER CARRIED.
           IF WS-TX-SUB NOT > WS-TX-CNT
              STRING "DLQ" WS-LEVEL "-" WS-TX-STATE(WS-TX-SUB)
                  DELIMITED BY SIZE INTO COR-TEMPLATE
           ELSE
              STRING "DLQ" WS-LEVEL "-NONE"
                  DELIMITED BY SIZE INTO COR-TEMPLATE
           END-IF
           MOVE "N"           TO COR-LEGAL-FG
           MOVE PDX-TOTAL-DUE TO COR-AMT1
           MOVE "PAST DUE"    TO COR-AMT1-DESC
           MOVE PDX-REGPYAMT  TO COR-AMT2
           MOVE "REG PMT"     TO COR-AMT2-DESC
           PERFORM 8350-CORRESPONDENCE-ROUTE
           PERFORM 8400-WRITE-CORRESPONDENCE.

       3000-TOTALS.
           MOVE WS-CNT-SENT10 TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SUPPRESSED (OPEN AH CLAIM) " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SETTLESUP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SUPPRESSED (SETTLEMENT)    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BARREDSUP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SUPPRESSED (TIME-BARRED)   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-COMPLSUP TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SUPPRESSED (COMPLAINT HOLD)" WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ALREADY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY SENT THIS EPISODE   " WS-EDIT-CNT
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
           CLOSE PDEXT-FILE NTCTXT-FILE NTCHIS-FILE DELSUP-FILE
                 SIFACT-FILE SOLBAR-FILE CMPHLD-FILE LETTER-FILE
                 HISNEW-FILE
                 DELNTC-RPT CPM-FILE CPMLOG-FILE
                 CORHIS-FILE
           STOP RUN.
