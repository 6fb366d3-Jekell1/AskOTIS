      *
      *  MOD HISTORY:
      *   083027 RTC  ORIGINAL PROGRAM.
      *   080728 RTC  EVERY PACKAGE NOW ALSO WRITES A ROW TO THE CORHIS
      *               CORRESPONDENCE HISTORY (SEE CORLKP), FLAGGED AS A
      *               LEGAL-DEADLINE FILING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POCLOG-STATUS.

           SELECT OPTIONAL CORHIS-FILE ASSIGN TO "CORHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORHIS-STATUS.

           SELECT POCGEN-RPT ASSIGN TO "POCGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05  PLG-CASE-NO           PIC X(12).
           05  PLG-CLAIM-AMT         PIC S9(09)V99.

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

       FD  POCGEN-RPT.
       01  RPT-LINE                  PIC X(100).

           88  LPHIST-EOF                       VALUE "10".
       01  PKG-STATUS                PIC XX.
       01  POCLOG-STATUS             PIC XX.
       01  CORHIS-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
           05  WS-BK-ENTRY OCCURS 10000 TIMES.
               10  WS-BK-IMAGE       PIC X(94).

      * CORRESPONDENCE HISTORY (8400).  THE VERSION IS THE MOD DATE OF
      * THE LAST CHANGE TO THE NOTICE'S WORDING OR LAYOUT.
       01  WS-COR-PROGRAM            PIC X(08) VALUE "POCGEN".
       01  WS-COR-VERSION            PIC X(06) VALUE "083027".
       01  WS-COR-TIME-RAW           PIC 9(08).

       01  WS-BKP-WORK.
           05  WBK-BRNO              PIC X(04).
           05  WBK-ACCTNO            PIC X(10).
           OPEN INPUT  BKPEXT-FILE
           OPEN OUTPUT PKG-FILE
           OPEN OUTPUT POCLOG-FILE
           OPEN EXTEND CORHIS-FILE
           OPEN OUTPUT POCGEN-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WBK-CASE-NO  TO PLG-CASE-NO
           MOVE WS-CLAIM-AMT TO PLG-CLAIM-AMT
           WRITE POCLOG-REC
           INITIALIZE CORHIS-REC
           MOVE WBK-BRNO          TO COR-BRNO
           MOVE WBK-ACCTNO        TO COR-ACCTNO
           MOVE "PROOF CLAIM"     TO COR-NOTICE
           MOVE "POC-CH13"        TO COR-TEMPLATE
           MOVE "F"               TO COR-CHANNEL
           STRING "CASE " WBK-CASE-NO " TRUSTEE " WBK-TRUSTEE-ID
               DELIMITED BY SIZE INTO COR-DELIVER-REF
           MOVE "Y"               TO COR-LEGAL-FG
           MOVE WBK-PETITION-DATE TO COR-KEY-DATE
           MOVE "PETITION"        TO COR-KEY-DATE-DESC
           MOVE WS-CLAIM-AMT      TO COR-AMT1
           MOVE "CLAIM"           TO COR-AMT1-DESC
           MOVE WBK-PRE-ARREAR    TO COR-AMT2
           MOVE "PRE-PET AR"      TO COR-AMT2-DESC
           PERFORM 8400-WRITE-CORRESPONDENCE
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-CNT
                      OR WS-TR-ID(WS-TR-SUB) = WBK-TRUSTEE-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

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
           CLOSE POCPRM-FILE POCREQ-FILE BKPEXT-FILE PKG-FILE
                 POCLOG-FILE POCGEN-RPT CORHIS-FILE
           STOP RUN.
