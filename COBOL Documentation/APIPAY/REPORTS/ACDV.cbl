      *
      *  MOD HISTORY:
      *   091327 RTC  ORIGINAL PROGRAM.
      *   080728 RTC  EVERY DISPUTE RESPONSE SENT TO THE BUREAU NOW
      *               ALSO WRITES A ROW TO THE CORHIS CORRESPONDENCE
      *               HISTORY (SEE CORLKP), FLAGGED AS A LEGAL-DEADLINE
      *               RESPONSE WITH THE DATE THE DISPUTE ARRIVED.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACDV.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACDRSP-STATUS.

           SELECT OPTIONAL CORHIS-FILE ASSIGN TO "CORHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORHIS-STATUS.

           SELECT ACDNEW-FILE ASSIGN TO "ACDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACDNEW-STATUS.
           05  RSP-RESPONSE-DATE     PIC 9(08).
           05  RSP-ACCTNO            PIC X(10).

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

       FD  ACDNEW-FILE.
       01  ACDNEW-REC                PIC X(65).

           88  LNEXT3-EOF                       VALUE "10".
       01  ACDWRK-STATUS             PIC XX.
       01  ACDRSP-STATUS             PIC XX.
       01  CORHIS-STATUS             PIC XX.
       01  ACDNEW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

           05  WS-AC-ENTRY OCCURS 10000 TIMES.
               10  WS-AC-IMAGE       PIC X(65).

      * CORRESPONDENCE HISTORY (8400).  THE VERSION IS THE MOD DATE OF
      * THE LAST CHANGE TO THE NOTICE'S WORDING OR LAYOUT.
       01  WS-COR-PROGRAM            PIC X(08) VALUE "ACDV".
       01  WS-COR-VERSION            PIC X(06) VALUE "091327".
       01  WS-COR-TIME-RAW           PIC 9(08).

       01  WS-ACD-WORK.
           05  WAC-DISPUTE-ID        PIC X(12).
           05  WAC-RECV-DATE         PIC 9(08).
           OPEN INPUT  ACD-FILE
           OPEN OUTPUT ACDWRK-FILE
           OPEN OUTPUT ACDRSP-FILE
           OPEN EXTEND CORHIS-FILE
           OPEN OUTPUT ACDNEW-FILE
           OPEN OUTPUT ACDV-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-RUN-DATE       TO RSP-RESPONSE-DATE
              MOVE WAC-ACCTNO        TO RSP-ACCTNO
              WRITE ACDRSP-REC
              INITIALIZE CORHIS-REC
              MOVE WAC-BRNO      TO COR-BRNO
              MOVE WAC-ACCTNO    TO COR-ACCTNO
              MOVE "ACDV RESP"   TO COR-NOTICE
              STRING "ACDV-" ANS-RESPONSE-CODE
                  DELIMITED BY SIZE INTO COR-TEMPLATE
              MOVE "F"           TO COR-CHANNEL
              STRING "DISPUTE " WAC-DISPUTE-ID
                  DELIMITED BY SIZE INTO COR-DELIVER-REF
              MOVE "Y"           TO COR-LEGAL-FG
              MOVE WAC-RECV-DATE TO COR-KEY-DATE
              MOVE "RECEIVED"    TO COR-KEY-DATE-DESC
              PERFORM 8400-WRITE-CORRESPONDENCE
           END-IF
           READ ACDVANS-FILE AT END SET ACDVANS-EOF TO TRUE
           END-READ.
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
           CLOSE ACDVIN-FILE ACDVANS-FILE ACD-FILE ACDWRK-FILE
                 ACDRSP-FILE ACDNEW-FILE ACDV-RPT CORHIS-FILE
           STOP RUN.
