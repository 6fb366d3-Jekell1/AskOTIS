      *================================================================*
      *   P R O G R A M :  P A Y T R C                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-09-18
      *  DESC: "WHERE IS MY PAYMENT" TRACE INQUIRY.  A PAYMENT CAN BE
      *        POSTED ON LP1 OR ARCHIVED TO LPARC, REJECTED ON THE RSL
      *        RESULT FILE AND SITTING IN THE RPR REPAIR QUEUE, WAITING
      *        ON THE BILL-PAY REPAIR QUEUE (BPYPND) OR RETURNED TO THE
      *        CONSOLIDATOR (BPYRET), HELD IN SUSPENSE, IN OVERNIGHT
      *        CARRYOVER (CVR) OR THE POST-DATED WAREHOUSE (WHS),
      *        PARKED IN UNCLAIMED FUNDS (UNC), FORWARDED TO A NEW
      *        SERVICER (FWDQUE), OR HELD BY THE
      *        VELOCITY SCREEN (VELHLD) - AND A LOCKBOX CHECK ALSO HAS
      *        ITS IMAGE ON LBI.  READS PTRREQ REQUEST ROWS CARRYING ANY
      *        COMBINATION OF BRANCH/ACCOUNT, SSN, AMOUNT, FROM/THRU
      *        DATES, CHECK NUMBER AND DEPOSIT ID.  THE SSN IS TURNED
      *        INTO ACCOUNTS THROUGH THE HLDSSN LOAN-MASTER EXTRACT; A
      *        CHECK NUMBER OR DEPOSIT ID INTO THE ACCOUNT AND AMOUNT OF
      *        EVERY ITEM CARRYING IT THROUGH THE LBI IMAGE INDEX AND
      *        THE LPDEP POSTED-DEPOSIT EXTRACT.  EVERY HOLDING FILE IS
      *        THEN SEARCHED AND EACH ROW FOUND BECOMES ONE STEP ON A
      *        SINGLE TIMELINE, OLDEST FIRST, WITH THE STATUS AND
      *        REASON AT THAT STEP.  THE LAST STEP IS WHERE THE ITEM IS
      *        NOW.  THE TIMELINE GOES TO THE REPORT AND TO PTROUT FOR
      *        THE CUSTOMER SERVICE SCREENS.
      *
      *  MOD HISTORY:
      *   091828 RTC  ORIGINAL PROGRAM.
      *   092528 RTC  BILL-PAY REPAIR QUEUE AND CONSOLIDATOR RETURNS.
      *   031429 RTC  VELHLD RULE FOLLOWS THE 96-BYTE HELD IMAGE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTRC.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-09-18.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTRREQ-FILE ASSIGN TO "PTRREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTRREQ-STATUS.

           SELECT OPTIONAL HLDSSN-FILE ASSIGN TO "HLDSSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HLDSSN-STATUS.

           SELECT OPTIONAL LPDEP-FILE ASSIGN TO "LPDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPDEP-STATUS.

           SELECT LBI-FILE ASSIGN TO "LBI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LBI-KEY
               FILE STATUS IS LBI-STATUS.

           SELECT OPTIONAL LPARC-FILE ASSIGN TO "LPARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPARC-STATUS.

           SELECT OPTIONAL LPHIST-FILE ASSIGN TO "LPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPHIST-STATUS.

           SELECT OPTIONAL RSL-FILE ASSIGN TO "RSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSL-STATUS.

           SELECT OPTIONAL RPR-FILE ASSIGN TO "RPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPR-STATUS.

           SELECT OPTIONAL BPYPND-FILE ASSIGN TO "BPYPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYPND-STATUS.

           SELECT OPTIONAL BPYRET-FILE ASSIGN TO "BPYRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYRET-STATUS.

           SELECT OPTIONAL SUSEXT-FILE ASSIGN TO "SUSEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSEXT-STATUS.

           SELECT OPTIONAL CVR-FILE ASSIGN TO "CVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CVR-STATUS.

           SELECT OPTIONAL WHS-FILE ASSIGN TO "WHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHS-STATUS.

           SELECT OPTIONAL UNC-FILE ASSIGN TO "UNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNC-STATUS.

           SELECT OPTIONAL FWDQUE-FILE ASSIGN TO "FWDQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWDQUE-STATUS.

           SELECT OPTIONAL VELHLD-FILE ASSIGN TO "VELHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VELHLD-STATUS.

           SELECT PTROUT-FILE ASSIGN TO "PTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTROUT-STATUS.

           SELECT PAYTRC-RPT ASSIGN TO "PAYTRC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE TRACE REQUEST - ANY FIELD LEFT BLANK MATCHES EVERYTHING.
       FD  PTRREQ-FILE.
       01  PTRREQ-REC.
           05  PTQ-BRNO              PIC X(04).
           05  PTQ-ACCTNO            PIC X(10).
           05  PTQ-SSNO-X            PIC X(09).
           05  PTQ-SSNO REDEFINES PTQ-SSNO-X
                                     PIC 9(09).
           05  PTQ-AMOUNT-X          PIC X(09).
           05  PTQ-AMOUNT REDEFINES PTQ-AMOUNT-X
                                     PIC 9(07)V99.
           05  PTQ-FROM-DATE-X       PIC X(08).
           05  PTQ-FROM-DATE REDEFINES PTQ-FROM-DATE-X
                                     PIC 9(08).
           05  PTQ-THRU-DATE-X       PIC X(08).
           05  PTQ-THRU-DATE REDEFINES PTQ-THRU-DATE-X
                                     PIC 9(08).
           05  PTQ-CHECK-NO          PIC X(08).
           05  PTQ-DEPOSIT-ID        PIC X(10).

      * ONE ROW PER ACCOUNT ON FILE, FROM THE LOAN MASTER.
       FD  HLDSSN-FILE.
       01  HLDSSN-REC.
           05  SSX-BRNO              PIC X(04).
           05  SSX-ACCTNO            PIC X(10).
           05  SSX-SSNO              PIC 9(09).

       FD  LPDEP-FILE.
       01  LPDEP-REC.
           05  LPDEP-BRNO            PIC X(04).
           05  LPDEP-ACCTNO          PIC X(10).
           05  LPDEP-REFCD           PIC X(05).
           05  LPDEP-DEPOSIT-ID      PIC X(10).
           05  LPDEP-TRAMT           PIC S9(07)V99.

      * THE CHECK IMAGE INDEX (LOADED BY LBXTRN, TIED BY LBITIE).
       FD  LBI-FILE.
       01  LBI-REC.
           05  LBI-KEY.
               10  LBI-LOCKBOX-ID    PIC X(10).
               10  LBI-DEPOSIT-DATE  PIC 9(08).
               10  LBI-SEQ           PIC 9(05).
           05  LBI-IMAGE-REF         PIC X(20).
           05  LBI-MICR-RTNO         PIC X(09).
           05  LBI-MICR-ACCT         PIC X(12).
           05  LBI-CHECK-SERIAL      PIC X(08).
           05  LBI-AMOUNT            PIC S9(07)V99.
           05  LBI-BRNO              PIC X(04).
           05  LBI-ACCTNO            PIC X(10).
           05  LBI-LOAD-DATE         PIC 9(08).
           05  LBI-ITEM-STATUS       PIC X(01).
               88  LBI-ITEM-STAGED              VALUE "S".
               88  LBI-ITEM-HELD                VALUE "H".
               88  LBI-ITEM-REJECTED            VALUE "R".
               88  LBI-ITEM-MISMATCH            VALUE "M".
               88  LBI-ITEM-UNMATCHED           VALUE "U".
           05  LBI-TIE-STATUS        PIC X(01).
               88  LBI-TIED                     VALUE "T".
               88  LBI-UNTIED                   VALUE "N".
           05  LBI-POST-DATE         PIC 9(08).
           05  LBI-LP-BRNO           PIC X(04).
           05  LBI-LP-ACCTNO         PIC X(10).
           05  LBI-LP-SEQNO          PIC 9(05).

       FD  LPARC-FILE.
       01  LPARC-REC.
           05  LPA-BRNO              PIC X(04).
           05  LPA-ACCTNO            PIC X(10).
           05  LPA-SEQNO             PIC 9(05).
           05  LPA-TRCD              PIC X(02).
           05  LPA-TRAMT             PIC S9(07)V99.
           05  FILLER                PIC X(36).
           05  LPA-PAYDATE           PIC 9(08).
           05  FILLER                PIC X(11).
           05  LPA-REV               PIC X(01).

       FD  LPHIST-FILE.
       01  LPHIST-REC.
           05  LPH-BRNO              PIC X(04).
           05  LPH-ACCTNO            PIC X(10).
           05  LPH-SEQNO             PIC 9(05).
           05  LPH-TRCD              PIC X(02).
           05  LPH-TRAMT             PIC S9(07)V99.
           05  FILLER                PIC X(36).
           05  LPH-PAYDATE           PIC 9(08).
           05  FILLER                PIC X(11).
           05  LPH-REV               PIC X(01).

       FD  RSL-FILE.
       01  RSL-REC.
           05  RSL-RUN-DATE          PIC 9(08).
           05  RSL-RUN-TIME          PIC 9(06).
           05  RSL-BATCHID           PIC X(10).
           05  RSL-BRNO              PIC X(04).
           05  RSL-ACCTNO            PIC X(10).
           05  RSL-TRCD              PIC X(02).
           05  RSL-TRAMT             PIC S9(07)V99.
           05  RSL-RETURN            PIC 9(03).
           05  RSL-REASON-TEXT       PIC X(60).
           05  RSL-REST              PIC X(87).
           05  RSL-PAYDATE           PIC 9(08).
           05  RSL-REFCD             PIC X(05).

       FD  RPR-FILE.
       01  RPR-REC.
           05  RPR-ID                PIC 9(07).
           05  RPR-ORIG-BATCH        PIC X(10).
           05  RPR-BRNO              PIC X(04).
           05  RPR-ACCTNO            PIC X(10).
           05  RPR-TRCD              PIC X(02).
           05  RPR-REFCD             PIC X(05).
           05  RPR-AMT               PIC S9(07)V99.
           05  RPR-PAYDATE           PIC 9(08).
           05  RPR-RETURN            PIC 9(03).
           05  RPR-FIELD             PIC X(08).
           05  RPR-QSTATUS           PIC X(01).
           05  RPR-OPENED            PIC 9(08).
           05  RPR-OPERATOR          PIC X(08).

      * BILL-PAY ITEMS BPYTRN COULD NOT PLACE ON AN ACCOUNT - THE
      * ACCOUNT SHOWN IS ITS NEAREST-LOAN HINT, IF ANY.
       FD  BPYPND-FILE.
       01  BPYPND-REC.
           05  BPQ-TRACE             PIC X(15).
           05  BPQ-CONSOLIDATOR      PIC X(10).
           05  BPQ-DEPOSIT-ID        PIC X(10).
           05  BPQ-KEYED             PIC X(22).
           05  BPQ-AMOUNT            PIC 9(07)V99.
           05  BPQ-PAYDATE           PIC 9(08).
           05  BPQ-PAYER             PIC X(30).
           05  BPQ-OPENED            PIC 9(08).
           05  BPQ-REASON            PIC X(24).
           05  BPQ-HINT-BRNO         PIC X(04).
           05  BPQ-HINT-ACCTNO       PIC X(10).

       FD  BPYRET-FILE.
       01  BPYRET-REC.
           05  RET-CONSOLIDATOR      PIC X(10).
           05  RET-DEPOSIT-ID        PIC X(10).
           05  RET-TRACE             PIC X(15).
           05  RET-KEYED             PIC X(22).
           05  RET-AMOUNT            PIC 9(07)V99.
           05  RET-PAYER             PIC X(30).
           05  RET-REASON-CD         PIC X(03).
           05  RET-REASON-TEXT       PIC X(30).
           05  RET-RETURN-DATE       PIC 9(08).

       FD  SUSEXT-FILE.
       01  SUSEXT-REC.
           05  SUSEXT-BRNO           PIC X(04).
           05  SUSEXT-ACCTNO         PIC X(10).
           05  SUSEXT-STATUS-CD      PIC X(01).
           05  SUSEXT-AMT            PIC S9(07)V99.
           05  SUSEXT-RECV-DATE      PIC 9(08).
           05  SUSEXT-LAST-DATE      PIC 9(08).

       FD  CVR-FILE.
       01  CVR-REC.
           05  CVR-HELD-DATE         PIC 9(08).
           05  CVR-HELD-TIME         PIC 9(06).
           05  CVR-BATCHID           PIC X(10).
           05  CVR-BRNO              PIC X(04).
           05  CVR-ACCTNO            PIC X(10).
           05  CVR-TRCD              PIC X(02).
           05  CVR-REFCD             PIC X(05).
           05  CVR-TRAMT             PIC S9(07)V99.
           05  CVR-PAYDATE           PIC 9(08).
           05  CVR-STATUS-CD         PIC X(01).

       FD  WHS-FILE.
       01  WHS-REC.
           05  WHS-RECV-DATE         PIC 9(08).
           05  WHS-RECV-TIME         PIC 9(06).
           05  WHS-BATCHID           PIC X(10).
           05  WHS-BRNO              PIC X(04).
           05  WHS-ACCTNO            PIC X(10).
           05  WHS-TRCD              PIC X(02).
           05  WHS-REFCD             PIC X(05).
           05  WHS-TRAMT             PIC S9(07)V99.
           05  WHS-RELEASE-DATE      PIC 9(08).
           05  WHS-STATUS-CD         PIC X(01).

       FD  UNC-FILE.
       01  UNC-REC.
           05  UNC-HELD-DATE         PIC 9(08).
           05  UNC-BRNO              PIC X(04).
           05  UNC-ACCTNO            PIC X(10).
           05  UNC-AMOUNT            PIC S9(07)V99.
           05  UNC-STATE             PIC X(02).
           05  UNC-STATUS-CD         PIC X(01).

      * STAGED ITEMS DIVERTED BY XFRFWD - THE BSG ROW AS STAGED.
       FD  FWDQUE-FILE.
       01  FWDQUE-REC.
           05  FWD-RECTYPE           PIC X(01).
           05  FWD-BATCHID           PIC X(10).
           05  FWD-BRANCH            PIC X(04).
           05  FWD-ACCTNO            PIC X(10).
           05  FWD-TRCD              PIC X(02).
           05  FWD-REFCD             PIC X(05).
           05  FWD-AMT               PIC S9(07)V99.
           05  FWD-PAYDATE           PIC 9(08).
           05  FWD-DIST-ID           PIC X(23).
           05  FWD-RUN-DATE          PIC 9(08).
           05  FWD-RUN-TIME          PIC 9(06).
           05  FWD-POST-SEQ-X        PIC X(03).
           05  FWD-CHANNEL           PIC X(03).

      * STAGED ITEMS HELD BY VELSCN, WITH THE RULE THAT CAUGHT THEM.
       FD  VELHLD-FILE.
       01  VELHLD-REC.
           05  VHL-RECTYPE           PIC X(01).
           05  VHL-BATCHID           PIC X(10).
           05  VHL-BRANCH            PIC X(04).
           05  VHL-ACCTNO            PIC X(10).
           05  VHL-TRCD              PIC X(02).
           05  VHL-REFCD             PIC X(05).
           05  VHL-AMT               PIC S9(07)V99.
           05  VHL-PAYDATE           PIC 9(08).
           05  VHL-DIST-ID           PIC X(23).
           05  VHL-RUN-DATE          PIC 9(08).
           05  VHL-RUN-TIME          PIC 9(06).
           05  VHL-POST-SEQ-X        PIC X(03).
           05  VHL-CHANNEL           PIC X(03).
           05  FILLER                PIC X(04).
           05  VHL-RULE              PIC X(24).

       FD  PTROUT-FILE.
       01  PTROUT-REC.
           05  PTO-REQ-NO            PIC 9(05).
           05  PTO-STEP              PIC 9(03).
           05  PTO-DATE              PIC 9(08).
           05  PTO-TIME              PIC 9(06).
           05  PTO-WHERE             PIC X(08).
           05  PTO-BRNO              PIC X(04).
           05  PTO-ACCTNO            PIC X(10).
           05  PTO-AMOUNT            PIC S9(07)V99.
           05  PTO-STATUS            PIC X(24).
           05  PTO-REASON            PIC X(40).
           05  PTO-CURRENT-FG        PIC X(01).

       FD  PAYTRC-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  PTRREQ-STATUS             PIC XX.
           88  PTRREQ-EOF                       VALUE "10".
       01  HLDSSN-STATUS             PIC XX.
           88  HLDSSN-EOF                       VALUE "10".
       01  LPDEP-STATUS              PIC XX.
           88  LPDEP-EOF                        VALUE "10".
       01  LBI-STATUS                PIC XX.
           88  LBI-EOF                          VALUE "10".
       01  LPARC-STATUS              PIC XX.
           88  LPARC-EOF                        VALUE "10".
       01  LPHIST-STATUS             PIC XX.
           88  LPHIST-EOF                       VALUE "10".
       01  RSL-STATUS                PIC XX.
           88  RSL-EOF                          VALUE "10".
       01  RPR-STATUS                PIC XX.
           88  RPR-EOF                          VALUE "10".
       01  BPYPND-STATUS             PIC XX.
           88  BPYPND-EOF                       VALUE "10".
       01  BPYRET-STATUS             PIC XX.
           88  BPYRET-EOF                       VALUE "10".
       01  SUSEXT-STATUS             PIC XX.
           88  SUSEXT-EOF                       VALUE "10".
       01  CVR-STATUS                PIC XX.
           88  CVR-EOF                          VALUE "10".
       01  WHS-STATUS                PIC XX.
           88  WHS-EOF                          VALUE "10".
       01  UNC-STATUS                PIC XX.
           88  UNC-EOF                          VALUE "10".
       01  FWDQUE-STATUS             PIC XX.
           88  FWDQUE-EOF                       VALUE "10".
       01  VELHLD-STATUS             PIC XX.
           88  VELHLD-EOF                       VALUE "10".
       01  PTROUT-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

      * THE REQUEST WITH ITS BLANKS OPENED UP TO "ANY".
       01  WS-REQ-AMOUNT             PIC 9(07)V99.
       01  WS-REQ-FROM               PIC 9(08).
       01  WS-REQ-THRU               PIC 9(08).
       01  WS-REQ-SSNO               PIC 9(09).
       01  WS-ANY-ID                 PIC X(01).
       01  WS-REQ-OK                 PIC X(01).

      * ACCOUNTS THE REQUEST RESOLVES TO.  KY-AMT NOT ZERO LIMITS THE
      * ACCOUNT TO THAT ONE ITEM (A CHECK OR DEPOSIT LOOKUP).
       01  WS-MAX-KY                 PIC 9(03) COMP VALUE 200.
       01  WS-KY-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-KY-SUB                 PIC 9(03) COMP.
       01  WS-KY-TABLE.
           05  WS-KY-ENTRY OCCURS 200 TIMES.
               10  WS-KY-BRNO        PIC X(04).
               10  WS-KY-ACCT        PIC X(10).
               10  WS-KY-AMT         PIC S9(07)V99.
       01  WS-NEW-BRNO               PIC X(04).
       01  WS-NEW-ACCT               PIC X(10).
       01  WS-NEW-AMT                PIC S9(07)V99.

      * THE ROW UNDER TEST, WHATEVER FILE IT CAME FROM.
       01  WS-ROW-BRNO               PIC X(04).
       01  WS-ROW-ACCT               PIC X(10).
       01  WS-ROW-AMT                PIC S9(07)V99.
       01  WS-ROW-AMT-FG             PIC X(01).
       01  WS-ROW-DATE-LO            PIC 9(08).
       01  WS-ROW-DATE-HI            PIC 9(08).
       01  WS-ROW-TIME               PIC 9(06).
       01  WS-ROW-CHECK              PIC X(08).
       01  WS-ROW-BATCH              PIC X(10).
       01  WS-ROW-WHERE              PIC X(08).
       01  WS-ROW-STATUS             PIC X(24).
       01  WS-ROW-REASON             PIC X(40).
       01  WS-ROW-HIT                PIC X(01).

      * THE TIMELINE.
       01  WS-MAX-EV                 PIC 9(03) COMP VALUE 500.
       01  WS-EV-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-EV-SUB                 PIC 9(03) COMP.
       01  WS-EV-SUB2                PIC 9(03) COMP.
       01  WS-EV-LOST                PIC 9(05) COMP VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 500 TIMES.
               10  WS-EV-KEY.
                   15  WS-EV-DATE    PIC 9(08).
                   15  WS-EV-TIME    PIC 9(06).
                   15  WS-EV-ORDER   PIC 9(05).
               10  WS-EV-BRNO        PIC X(04).
               10  WS-EV-ACCT        PIC X(10).
               10  WS-EV-AMT         PIC S9(07)V99.
               10  WS-EV-WHERE       PIC X(08).
               10  WS-EV-STATUS      PIC X(24).
               10  WS-EV-REASON      PIC X(40).
       01  WS-EV-SWAP                PIC X(114).
       01  WS-EV-ORDER-NEXT          PIC 9(05).

       01  WS-REQ-NO                 PIC 9(05) VALUE 0.
       01  WS-CNT-TRACED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-NOT-FOUND          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(05) COMP VALUE 0.
       01  WS-CNT-STEPS              PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-RC                PIC 9(03).
       01  WS-EDIT-SEQ               PIC 9(05).

       01  WS-DTL-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-DATE              PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DTL-TIME              PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-WHERE             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-STATUS            PIC X(24).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 8000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  PTRREQ-FILE
           OPEN OUTPUT PTROUT-FILE
           OPEN OUTPUT PAYTRC-RPT
           MOVE "PAYMENT TRACE INQUIRY" TO RPT-LINE
           WRITE RPT-LINE
           READ PTRREQ-FILE AT END SET PTRREQ-EOF TO TRUE END-READ.

       2000-PROCESS-REQUESTS.
           PERFORM 2100-ONE-REQUEST UNTIL PTRREQ-EOF.

       2100-ONE-REQUEST.
           ADD 1 TO WS-REQ-NO
           PERFORM 2200-SET-CRITERIA
           IF WS-REQ-OK = "Y"
              MOVE 0 TO WS-KY-CNT WS-EV-CNT WS-EV-LOST
                        WS-EV-ORDER-NEXT
              PERFORM 2300-RESOLVE-KEYS
              PERFORM 3000-SCAN-FILES
              PERFORM 4000-ORDER-EVENTS
              PERFORM 5000-PRINT-TIMELINE
           END-IF
           READ PTRREQ-FILE AT END SET PTRREQ-EOF TO TRUE END-READ.

       2200-SET-CRITERIA.
           MOVE "Y" TO WS-REQ-OK
           IF PTQ-AMOUNT-X NUMERIC
              MOVE PTQ-AMOUNT    TO WS-REQ-AMOUNT
           ELSE
              MOVE 0             TO WS-REQ-AMOUNT
           END-IF
           IF PTQ-FROM-DATE-X NUMERIC
              MOVE PTQ-FROM-DATE TO WS-REQ-FROM
           ELSE
              MOVE 0             TO WS-REQ-FROM
           END-IF
           IF PTQ-THRU-DATE-X NUMERIC AND PTQ-THRU-DATE > 0
              MOVE PTQ-THRU-DATE TO WS-REQ-THRU
           ELSE
              MOVE 99999999      TO WS-REQ-THRU
           END-IF
           IF PTQ-SSNO-X NUMERIC
              MOVE PTQ-SSNO      TO WS-REQ-SSNO
           ELSE
              MOVE 0             TO WS-REQ-SSNO
           END-IF
           MOVE "N" TO WS-ANY-ID
           IF PTQ-ACCTNO = SPACES AND WS-REQ-SSNO = 0
              AND PTQ-CHECK-NO = SPACES AND PTQ-DEPOSIT-ID = SPACES
              MOVE "Y" TO WS-ANY-ID
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REQ-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "TRACE " WS-REQ-NO ": ACCT " PTQ-BRNO " " PTQ-ACCTNO
                  "  SSN *****" PTQ-SSNO-X(6:4)
                  "  AMT " WS-EDIT-AMT
                  "  " WS-REQ-FROM "-" WS-REQ-THRU
                  "  CHECK " PTQ-CHECK-NO
                  "  DEPOSIT " PTQ-DEPOSIT-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
      * AN AMOUNT OR A DATE RANGE ALONE WOULD TRACE EVERY PAYMENT IN
      * THE SHOP - AT LEAST ONE WAY TO NAME THE CUSTOMER OR THE ITEM
      * IS REQUIRED.
           IF WS-ANY-ID = "Y"
              ADD 1 TO WS-CNT-REFUSED
              MOVE "N" TO WS-REQ-OK
              MOVE "  ** NEEDS AN ACCOUNT, SSN, CHECK NUMBER OR DEPOSIT"
                 TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * THE ACCOUNTS BEHIND THE REQUEST: THE ONE NAMED, EVERY ACCOUNT
      * UNDER THE SSN, AND THE ACCOUNT (WITH THE ITEM'S AMOUNT) OF
      * EVERY LOCKBOX ITEM OR POSTED DEPOSIT ROW CARRYING THE CHECK
      * NUMBER OR DEPOSIT ID.
      *----------------------------------------------------------------*
       2300-RESOLVE-KEYS.
           IF PTQ-ACCTNO NOT = SPACES
              MOVE PTQ-BRNO   TO WS-NEW-BRNO
              MOVE PTQ-ACCTNO TO WS-NEW-ACCT
              MOVE 0          TO WS-NEW-AMT
              PERFORM 2390-ADD-KEY
           END-IF
           IF WS-REQ-SSNO NOT = 0
              PERFORM 2310-SSN-ACCOUNTS
           END-IF
           IF PTQ-CHECK-NO NOT = SPACES OR PTQ-DEPOSIT-ID NOT = SPACES
              PERFORM 2320-LOCKBOX-ITEMS
           END-IF
           IF PTQ-DEPOSIT-ID NOT = SPACES
              PERFORM 2330-DEPOSIT-ITEMS
           END-IF.

       2310-SSN-ACCOUNTS.
           OPEN INPUT HLDSSN-FILE
           MOVE "00" TO HLDSSN-STATUS
           READ HLDSSN-FILE AT END SET HLDSSN-EOF TO TRUE END-READ
           PERFORM UNTIL HLDSSN-EOF
               IF SSX-SSNO = WS-REQ-SSNO
                  MOVE SSX-BRNO   TO WS-NEW-BRNO
                  MOVE SSX-ACCTNO TO WS-NEW-ACCT
                  MOVE 0          TO WS-NEW-AMT
                  PERFORM 2390-ADD-KEY
               END-IF
               READ HLDSSN-FILE AT END SET HLDSSN-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE HLDSSN-FILE.

      * A TIED IMAGE NAMES THE ACCOUNT THE ITEM ACTUALLY POSTED TO.
       2320-LOCKBOX-ITEMS.
           OPEN INPUT LBI-FILE
           IF LBI-STATUS = "00"
              READ LBI-FILE NEXT RECORD
                  AT END SET LBI-EOF TO TRUE
              END-READ
              PERFORM UNTIL LBI-EOF
                  IF (PTQ-CHECK-NO = SPACES
                      OR LBI-CHECK-SERIAL = PTQ-CHECK-NO)
                     AND (PTQ-DEPOSIT-ID = SPACES
                      OR LBI-LOCKBOX-ID = PTQ-DEPOSIT-ID)
                     IF LBI-TIED
                        MOVE LBI-LP-BRNO   TO WS-NEW-BRNO
                        MOVE LBI-LP-ACCTNO TO WS-NEW-ACCT
                     ELSE
                        MOVE LBI-BRNO      TO WS-NEW-BRNO
                        MOVE LBI-ACCTNO    TO WS-NEW-ACCT
                     END-IF
                     MOVE LBI-AMOUNT TO WS-NEW-AMT
                     IF WS-NEW-ACCT NOT = SPACES
                        PERFORM 2390-ADD-KEY
                     END-IF
                  END-IF
                  READ LBI-FILE NEXT RECORD
                      AT END SET LBI-EOF TO TRUE
                  END-READ
              END-PERFORM
              CLOSE LBI-FILE
           END-IF.

       2330-DEPOSIT-ITEMS.
           OPEN INPUT LPDEP-FILE
           MOVE "00" TO LPDEP-STATUS
           READ LPDEP-FILE AT END SET LPDEP-EOF TO TRUE END-READ
           PERFORM UNTIL LPDEP-EOF
               IF LPDEP-DEPOSIT-ID = PTQ-DEPOSIT-ID
                  MOVE LPDEP-BRNO   TO WS-NEW-BRNO
                  MOVE LPDEP-ACCTNO TO WS-NEW-ACCT
                  MOVE LPDEP-TRAMT  TO WS-NEW-AMT
                  PERFORM 2390-ADD-KEY
               END-IF
               READ LPDEP-FILE AT END SET LPDEP-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE LPDEP-FILE.

       2390-ADD-KEY.
           PERFORM VARYING WS-KY-SUB FROM 1 BY 1
                   UNTIL WS-KY-SUB > WS-KY-CNT
                      OR (WS-KY-BRNO(WS-KY-SUB) = WS-NEW-BRNO
                          AND WS-KY-ACCT(WS-KY-SUB) = WS-NEW-ACCT
                          AND WS-KY-AMT(WS-KY-SUB) = WS-NEW-AMT)
               CONTINUE
           END-PERFORM
           IF WS-KY-SUB > WS-KY-CNT AND WS-KY-CNT < WS-MAX-KY
              ADD 1 TO WS-KY-CNT
              MOVE WS-NEW-BRNO TO WS-KY-BRNO(WS-KY-CNT)
              MOVE WS-NEW-ACCT TO WS-KY-ACCT(WS-KY-CNT)
              MOVE WS-NEW-AMT  TO WS-KY-AMT(WS-KY-CNT)
           END-IF.

      *----------------------------------------------------------------*
      * EVERY HOLDING FILE, ONE AFTER THE OTHER.  EACH SCAN LOADS THE
      * ROW INTO THE WS-ROW FIELDS, 6000-TEST-ROW DECIDES, AND A HIT
      * BECOMES A STEP ON THE TIMELINE.
      *----------------------------------------------------------------*
       3000-SCAN-FILES.
           PERFORM 3050-SCAN-LOCKBOX
           PERFORM 3100-SCAN-ARCHIVE
           PERFORM 3150-SCAN-LIVE
           PERFORM 3200-SCAN-RESULTS
           PERFORM 3300-SCAN-REPAIR
           PERFORM 3350-SCAN-BILLPAY
           PERFORM 3400-SCAN-SUSPENSE
           PERFORM 3500-SCAN-CARRYOVER
           PERFORM 3600-SCAN-WAREHOUSE
           PERFORM 3700-SCAN-UNCLAIMED
           PERFORM 3800-SCAN-FORWARDED
           PERFORM 3900-SCAN-VELOCITY.

       3050-SCAN-LOCKBOX.
           OPEN INPUT LBI-FILE
           IF LBI-STATUS = "00"
              READ LBI-FILE NEXT RECORD
                  AT END SET LBI-EOF TO TRUE
              END-READ
              PERFORM UNTIL LBI-EOF
                  PERFORM 6050-CLEAR-ROW
                  MOVE LBI-BRNO         TO WS-ROW-BRNO
                  MOVE LBI-ACCTNO       TO WS-ROW-ACCT
                  MOVE LBI-AMOUNT       TO WS-ROW-AMT
                  MOVE LBI-DEPOSIT-DATE TO WS-ROW-DATE-LO
                                           WS-ROW-DATE-HI
                  MOVE LBI-CHECK-SERIAL TO WS-ROW-CHECK
                  MOVE LBI-LOCKBOX-ID   TO WS-ROW-BATCH
                  MOVE "LOCKBOX"        TO WS-ROW-WHERE
                  EVALUATE TRUE
                      WHEN LBI-ITEM-REJECTED
                          MOVE "LOCKBOX ITEM REJECTED"
                                              TO WS-ROW-STATUS
                      WHEN LBI-ITEM-HELD
                          MOVE "LOCKBOX ITEM HELD - OFAC"
                                              TO WS-ROW-STATUS
                      WHEN LBI-ITEM-MISMATCH
                          MOVE "IMAGE MICR/AMT MISMATCH"
                                              TO WS-ROW-STATUS
                      WHEN LBI-ITEM-UNMATCHED
                          MOVE "IMAGE WITH NO ITEM"
                                              TO WS-ROW-STATUS
                      WHEN OTHER
                          MOVE "RECEIVED AT LOCKBOX"
                                              TO WS-ROW-STATUS
                  END-EVALUATE
                  STRING "IMAGE " LBI-IMAGE-REF " SEQ " LBI-SEQ
                      DELIMITED BY SIZE INTO WS-ROW-REASON
                  PERFORM 6000-TEST-ROW THRU 6000-EXIT
                  READ LBI-FILE NEXT RECORD
                      AT END SET LBI-EOF TO TRUE
                  END-READ
              END-PERFORM
              CLOSE LBI-FILE
           END-IF.

       3100-SCAN-ARCHIVE.
           OPEN INPUT LPARC-FILE
           MOVE "00" TO LPARC-STATUS
           READ LPARC-FILE AT END SET LPARC-EOF TO TRUE END-READ
           PERFORM UNTIL LPARC-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE LPA-BRNO    TO WS-ROW-BRNO
               MOVE LPA-ACCTNO  TO WS-ROW-ACCT
               MOVE LPA-TRAMT   TO WS-ROW-AMT
               MOVE LPA-PAYDATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE "LPARC"     TO WS-ROW-WHERE
               IF LPA-REV = "Y"
                  MOVE "POSTED - REVERSED"       TO WS-ROW-STATUS
               ELSE
                  MOVE "POSTED - ARCHIVED"       TO WS-ROW-STATUS
               END-IF
               MOVE LPA-SEQNO TO WS-EDIT-SEQ
               STRING "TRCD " LPA-TRCD " LP SEQ " WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ LPARC-FILE AT END SET LPARC-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE LPARC-FILE.

       3150-SCAN-LIVE.
           OPEN INPUT LPHIST-FILE
           MOVE "00" TO LPHIST-STATUS
           READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE END-READ
           PERFORM UNTIL LPHIST-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE LPH-BRNO    TO WS-ROW-BRNO
               MOVE LPH-ACCTNO  TO WS-ROW-ACCT
               MOVE LPH-TRAMT   TO WS-ROW-AMT
               MOVE LPH-PAYDATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE "LP1"       TO WS-ROW-WHERE
               IF LPH-REV = "Y"
                  MOVE "POSTED - REVERSED"       TO WS-ROW-STATUS
               ELSE
                  MOVE "POSTED TO THE LOAN"      TO WS-ROW-STATUS
               END-IF
               MOVE LPH-SEQNO TO WS-EDIT-SEQ
               STRING "TRCD " LPH-TRCD " LP SEQ " WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ LPHIST-FILE AT END SET LPHIST-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE LPHIST-FILE.

      * THE POSTING RUN'S RESULT FOR EVERY ITEM IT WAS HANDED.
       3200-SCAN-RESULTS.
           OPEN INPUT RSL-FILE
           MOVE "00" TO RSL-STATUS
           READ RSL-FILE AT END SET RSL-EOF TO TRUE END-READ
           PERFORM UNTIL RSL-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE RSL-BRNO     TO WS-ROW-BRNO
               MOVE RSL-ACCTNO   TO WS-ROW-ACCT
               MOVE RSL-TRAMT    TO WS-ROW-AMT
               MOVE RSL-RUN-DATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE RSL-RUN-TIME TO WS-ROW-TIME
               MOVE RSL-BATCHID  TO WS-ROW-BATCH
               MOVE "RSL"        TO WS-ROW-WHERE
               IF RSL-RETURN = 0 OR RSL-RETURN = 105
                  MOVE "POSTING RUN - ACCEPTED"  TO WS-ROW-STATUS
                  STRING "BATCH " RSL-BATCHID
                      DELIMITED BY SIZE INTO WS-ROW-REASON
               ELSE
                  MOVE RSL-RETURN TO WS-EDIT-RC
                  STRING "POSTING RUN - REJ " WS-EDIT-RC
                      DELIMITED BY SIZE INTO WS-ROW-STATUS
                  MOVE RSL-REASON-TEXT           TO WS-ROW-REASON
               END-IF
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ RSL-FILE AT END SET RSL-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE RSL-FILE.

       3300-SCAN-REPAIR.
           OPEN INPUT RPR-FILE
           MOVE "00" TO RPR-STATUS
           READ RPR-FILE AT END SET RPR-EOF TO TRUE END-READ
           PERFORM UNTIL RPR-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE RPR-BRNO       TO WS-ROW-BRNO
               MOVE RPR-ACCTNO     TO WS-ROW-ACCT
               MOVE RPR-AMT        TO WS-ROW-AMT
               MOVE RPR-OPENED     TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE 999999         TO WS-ROW-TIME
               MOVE RPR-ORIG-BATCH TO WS-ROW-BATCH
               MOVE "REPRQ"        TO WS-ROW-WHERE
               EVALUATE RPR-QSTATUS
                   WHEN "O"
                       MOVE "IN REPAIR QUEUE"       TO WS-ROW-STATUS
                   WHEN "R"
                       MOVE "REPAIRED - RESTAGED"   TO WS-ROW-STATUS
                   WHEN "P"
                       MOVE "REPAIRED AND POSTED"   TO WS-ROW-STATUS
                   WHEN "A"
                       MOVE "REPAIR ABANDONED"      TO WS-ROW-STATUS
                   WHEN OTHER
                       MOVE "REPAIR QUEUE"          TO WS-ROW-STATUS
               END-EVALUATE
               MOVE RPR-RETURN TO WS-EDIT-RC
               STRING "RC " WS-EDIT-RC " FIELD " RPR-FIELD
                      " OPER " RPR-OPERATOR
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ RPR-FILE AT END SET RPR-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE RPR-FILE.

      * A BILL-PAY ITEM HAS NO ACCOUNT UNTIL IT IS PLACED - IT IS FOUND
      * BY ITS DEPOSIT ID, OR BY THE ACCOUNT BPYTRN SUGGESTED.
       3350-SCAN-BILLPAY.
           OPEN INPUT BPYPND-FILE
           MOVE "00" TO BPYPND-STATUS
           READ BPYPND-FILE AT END SET BPYPND-EOF TO TRUE END-READ
           PERFORM UNTIL BPYPND-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE BPQ-HINT-BRNO   TO WS-ROW-BRNO
               MOVE BPQ-HINT-ACCTNO TO WS-ROW-ACCT
               MOVE BPQ-AMOUNT      TO WS-ROW-AMT
               MOVE BPQ-OPENED      TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE 999999          TO WS-ROW-TIME
               MOVE BPQ-DEPOSIT-ID  TO WS-ROW-BATCH
               MOVE "BPYTRN"        TO WS-ROW-WHERE
               MOVE "IN BILL-PAY REPAIR" TO WS-ROW-STATUS
               STRING "TRACE " BPQ-TRACE " " BPQ-REASON
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ BPYPND-FILE AT END SET BPYPND-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE BPYPND-FILE
           OPEN INPUT BPYRET-FILE
           MOVE "00" TO BPYRET-STATUS
           READ BPYRET-FILE AT END SET BPYRET-EOF TO TRUE END-READ
           PERFORM UNTIL BPYRET-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE RET-AMOUNT      TO WS-ROW-AMT
               MOVE RET-RETURN-DATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE 999999          TO WS-ROW-TIME
               MOVE RET-DEPOSIT-ID  TO WS-ROW-BATCH
               MOVE "BPYTRN"        TO WS-ROW-WHERE
               MOVE "RETURNED TO CONSOLIDATOR" TO WS-ROW-STATUS
               STRING RET-REASON-CD " " RET-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ BPYRET-FILE AT END SET BPYRET-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE BPYRET-FILE.

      * SUSPENSE IS A RUNNING BALANCE PER ACCOUNT, NOT AN ITEM - IT
      * MATCHES ON THE ACCOUNT AND THE SPAN IT HAS BEEN OPEN, AND THE
      * AMOUNT SHOWN IS THE BALANCE.
       3400-SCAN-SUSPENSE.
           OPEN INPUT SUSEXT-FILE
           MOVE "00" TO SUSEXT-STATUS
           READ SUSEXT-FILE AT END SET SUSEXT-EOF TO TRUE END-READ
           PERFORM UNTIL SUSEXT-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE SUSEXT-BRNO      TO WS-ROW-BRNO
               MOVE SUSEXT-ACCTNO    TO WS-ROW-ACCT
               MOVE SUSEXT-AMT       TO WS-ROW-AMT
               MOVE "N"              TO WS-ROW-AMT-FG
               MOVE SUSEXT-RECV-DATE TO WS-ROW-DATE-LO
               MOVE SUSEXT-LAST-DATE TO WS-ROW-DATE-HI
               IF WS-ROW-DATE-HI < WS-ROW-DATE-LO
                  MOVE WS-ROW-DATE-LO TO WS-ROW-DATE-HI
               END-IF
               MOVE "SUSPENSE"       TO WS-ROW-WHERE
               EVALUATE SUSEXT-STATUS-CD
                   WHEN "O"
                       MOVE "HELD IN SUSPENSE"      TO WS-ROW-STATUS
                   WHEN "R"
                       MOVE "SUSPENSE RELEASE PEND" TO WS-ROW-STATUS
                   WHEN OTHER
                       MOVE "SUSPENSE CLOSED"       TO WS-ROW-STATUS
               END-EVALUATE
               STRING "SHORT PAYMENT BALANCE, LAST " SUSEXT-LAST-DATE
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ SUSEXT-FILE AT END SET SUSEXT-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE SUSEXT-FILE.

       3500-SCAN-CARRYOVER.
           OPEN INPUT CVR-FILE
           MOVE "00" TO CVR-STATUS
           READ CVR-FILE AT END SET CVR-EOF TO TRUE END-READ
           PERFORM UNTIL CVR-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE CVR-BRNO      TO WS-ROW-BRNO
               MOVE CVR-ACCTNO    TO WS-ROW-ACCT
               MOVE CVR-TRAMT     TO WS-ROW-AMT
               MOVE CVR-HELD-DATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE CVR-HELD-TIME TO WS-ROW-TIME
               MOVE CVR-BATCHID   TO WS-ROW-BATCH
               MOVE "CVR"         TO WS-ROW-WHERE
               IF CVR-STATUS-CD = "H"
                  MOVE "CARRYOVER - DAY NOT OPEN" TO WS-ROW-STATUS
               ELSE
                  MOVE "RELEASED FROM CARRYOVER"  TO WS-ROW-STATUS
               END-IF
               STRING "BATCH " CVR-BATCHID " PAYDATE " CVR-PAYDATE
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ CVR-FILE AT END SET CVR-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE CVR-FILE.

       3600-SCAN-WAREHOUSE.
           OPEN INPUT WHS-FILE
           MOVE "00" TO WHS-STATUS
           READ WHS-FILE AT END SET WHS-EOF TO TRUE END-READ
           PERFORM UNTIL WHS-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE WHS-BRNO      TO WS-ROW-BRNO
               MOVE WHS-ACCTNO    TO WS-ROW-ACCT
               MOVE WHS-TRAMT     TO WS-ROW-AMT
               MOVE WHS-RECV-DATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE WHS-RECV-TIME TO WS-ROW-TIME
               MOVE WHS-BATCHID   TO WS-ROW-BATCH
               MOVE "WHS"         TO WS-ROW-WHERE
               IF WHS-STATUS-CD = "W"
                  MOVE "WAREHOUSED - POST-DATED" TO WS-ROW-STATUS
               ELSE
                  MOVE "RELEASED FROM WAREHOUSE" TO WS-ROW-STATUS
               END-IF
               STRING "RELEASE DATE " WHS-RELEASE-DATE
                      " BATCH " WHS-BATCHID
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ WHS-FILE AT END SET WHS-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE WHS-FILE.

       3700-SCAN-UNCLAIMED.
           OPEN INPUT UNC-FILE
           MOVE "00" TO UNC-STATUS
           READ UNC-FILE AT END SET UNC-EOF TO TRUE END-READ
           PERFORM UNTIL UNC-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE UNC-BRNO      TO WS-ROW-BRNO
               MOVE UNC-ACCTNO    TO WS-ROW-ACCT
               MOVE UNC-AMOUNT    TO WS-ROW-AMT
               MOVE UNC-HELD-DATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE "UNC"         TO WS-ROW-WHERE
               IF UNC-STATUS-CD = "H"
                  MOVE "UNCLAIMED FUNDS - HELD"  TO WS-ROW-STATUS
               ELSE
                  MOVE "UNCLAIMED FUNDS - CLOSED" TO WS-ROW-STATUS
               END-IF
               STRING "GOVERNING STATE " UNC-STATE
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ UNC-FILE AT END SET UNC-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE UNC-FILE.

       3800-SCAN-FORWARDED.
           OPEN INPUT FWDQUE-FILE
           MOVE "00" TO FWDQUE-STATUS
           READ FWDQUE-FILE AT END SET FWDQUE-EOF TO TRUE END-READ
           PERFORM UNTIL FWDQUE-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE FWD-BRANCH   TO WS-ROW-BRNO
               MOVE FWD-ACCTNO   TO WS-ROW-ACCT
               MOVE FWD-AMT      TO WS-ROW-AMT
               MOVE FWD-RUN-DATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE FWD-RUN-TIME TO WS-ROW-TIME
               MOVE FWD-BATCHID  TO WS-ROW-BATCH
               IF FWD-DIST-ID(9:1) = "L"
                  MOVE FWD-DIST-ID(1:8) TO WS-ROW-CHECK
               END-IF
               MOVE "FWDQUE"     TO WS-ROW-WHERE
               MOVE "FORWARDED - ACCT SOLD"      TO WS-ROW-STATUS
               STRING "TO NEW SERVICER, BATCH " FWD-BATCHID
                   DELIMITED BY SIZE INTO WS-ROW-REASON
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ FWDQUE-FILE AT END SET FWDQUE-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE FWDQUE-FILE.

       3900-SCAN-VELOCITY.
           OPEN INPUT VELHLD-FILE
           MOVE "00" TO VELHLD-STATUS
           READ VELHLD-FILE AT END SET VELHLD-EOF TO TRUE END-READ
           PERFORM UNTIL VELHLD-EOF
               PERFORM 6050-CLEAR-ROW
               MOVE VHL-BRANCH   TO WS-ROW-BRNO
               MOVE VHL-ACCTNO   TO WS-ROW-ACCT
               MOVE VHL-AMT      TO WS-ROW-AMT
               MOVE VHL-RUN-DATE TO WS-ROW-DATE-LO WS-ROW-DATE-HI
               MOVE VHL-RUN-TIME TO WS-ROW-TIME
               MOVE VHL-BATCHID  TO WS-ROW-BATCH
               IF VHL-DIST-ID(9:1) = "L"
                  MOVE VHL-DIST-ID(1:8) TO WS-ROW-CHECK
               END-IF
               MOVE "VELHLD"     TO WS-ROW-WHERE
               MOVE "HELD - VELOCITY SCREEN"     TO WS-ROW-STATUS
               IF VHL-RULE = SPACES
                  MOVE "VELOCITY/ANOMALY RULE"   TO WS-ROW-REASON
               ELSE
                  STRING VHL-RULE " CHANNEL " VHL-CHANNEL
                      DELIMITED BY SIZE INTO WS-ROW-REASON
               END-IF
               PERFORM 6000-TEST-ROW THRU 6000-EXIT
               READ VELHLD-FILE AT END SET VELHLD-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE VELHLD-FILE.

      * STRAIGHT SELECTION SORT ON DATE/TIME/FILE ORDER - A TRACE IS A
      * HANDFUL OF STEPS.
       4000-ORDER-EVENTS.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB NOT < WS-EV-CNT
               PERFORM VARYING WS-EV-SUB2 FROM WS-EV-SUB BY 1
                       UNTIL WS-EV-SUB2 > WS-EV-CNT
                   IF WS-EV-KEY(WS-EV-SUB2) < WS-EV-KEY(WS-EV-SUB)
                      MOVE WS-EV-ENTRY(WS-EV-SUB)  TO WS-EV-SWAP
                      MOVE WS-EV-ENTRY(WS-EV-SUB2)
                        TO WS-EV-ENTRY(WS-EV-SUB)
                      MOVE WS-EV-SWAP TO WS-EV-ENTRY(WS-EV-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-PRINT-TIMELINE.
           IF WS-EV-CNT = 0
              ADD 1 TO WS-CNT-NOT-FOUND
              MOVE "  NOWHERE ON FILE - NO HOLDING FILE HAS THIS ITEM"
                 TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              ADD 1 TO WS-CNT-TRACED
              MOVE SPACES TO RPT-LINE
              STRING "  NOW: " WS-EV-WHERE(WS-EV-CNT) " - "
                     WS-EV-STATUS(WS-EV-CNT) " - "
                     WS-EV-REASON(WS-EV-CNT)
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              STRING "  DATE     TIME    WHERE     BRNO  ACCOUNT   "
                     "          AMOUNT  STATUS                    "
                     "REASON"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              PERFORM 5100-ONE-STEP
                  VARYING WS-EV-SUB FROM 1 BY 1
                  UNTIL WS-EV-SUB > WS-EV-CNT
              IF WS-EV-LOST > 0
                 MOVE WS-EV-LOST TO WS-EDIT-CNT
                 MOVE SPACES TO RPT-LINE
                 STRING "  ** " WS-EDIT-CNT " MORE STEPS NOT SHOWN -"
                        " NARROW THE REQUEST"
                     DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.

       5100-ONE-STEP.
           ADD 1 TO WS-CNT-STEPS
           MOVE WS-EV-DATE(WS-EV-SUB)   TO DTL-DATE
           IF WS-EV-TIME(WS-EV-SUB) = 0
              OR WS-EV-TIME(WS-EV-SUB) = 999999
              MOVE SPACES               TO DTL-TIME
           ELSE
              MOVE WS-EV-TIME(WS-EV-SUB) TO DTL-TIME
           END-IF
           MOVE WS-EV-WHERE(WS-EV-SUB)  TO DTL-WHERE
           MOVE WS-EV-BRNO(WS-EV-SUB)   TO DTL-BRNO
           MOVE WS-EV-ACCT(WS-EV-SUB)   TO DTL-ACCTNO
           MOVE WS-EV-AMT(WS-EV-SUB)    TO DTL-AMOUNT
           MOVE WS-EV-STATUS(WS-EV-SUB) TO DTL-STATUS
           MOVE WS-EV-REASON(WS-EV-SUB) TO DTL-REASON
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REQ-NO               TO PTO-REQ-NO
           MOVE WS-EV-SUB               TO PTO-STEP
           MOVE WS-EV-DATE(WS-EV-SUB)   TO PTO-DATE
           MOVE WS-EV-TIME(WS-EV-SUB)   TO PTO-TIME
           MOVE WS-EV-WHERE(WS-EV-SUB)  TO PTO-WHERE
           MOVE WS-EV-BRNO(WS-EV-SUB)   TO PTO-BRNO
           MOVE WS-EV-ACCT(WS-EV-SUB)   TO PTO-ACCTNO
           MOVE WS-EV-AMT(WS-EV-SUB)    TO PTO-AMOUNT
           MOVE WS-EV-STATUS(WS-EV-SUB) TO PTO-STATUS
           MOVE WS-EV-REASON(WS-EV-SUB) TO PTO-REASON
           IF WS-EV-SUB = WS-EV-CNT
              MOVE "Y" TO PTO-CURRENT-FG
           ELSE
              MOVE "N" TO PTO-CURRENT-FG
           END-IF
           WRITE PTROUT-REC.

      *----------------------------------------------------------------*
      * ONE ROW AGAINST THE REQUEST.  DATES AND AMOUNT FIRST; A ROW
      * CARRYING A DIFFERENT CHECK NUMBER IS A DIFFERENT ITEM.  THEN
      * THE ROW MUST BE THE CHECK OR DEPOSIT ITSELF, OR BELONG TO ONE
      * OF THE RESOLVED ACCOUNTS (AT THE RESOLVED AMOUNT, WHEN A CHECK
      * OR DEPOSIT LOOKUP SUPPLIED ONE).
      *----------------------------------------------------------------*
       6000-TEST-ROW.
           MOVE "N" TO WS-ROW-HIT
           IF WS-ROW-DATE-HI < WS-REQ-FROM
              OR WS-ROW-DATE-LO > WS-REQ-THRU
              GO TO 6000-EXIT.
           IF PTQ-CHECK-NO NOT = SPACES AND WS-ROW-CHECK NOT = SPACES
              AND WS-ROW-CHECK NOT = PTQ-CHECK-NO
              GO TO 6000-EXIT.
           IF WS-REQ-AMOUNT NOT = 0 AND WS-ROW-AMT-FG = "Y"
              AND WS-ROW-AMT NOT = WS-REQ-AMOUNT
              GO TO 6000-EXIT.
           IF PTQ-CHECK-NO NOT = SPACES
              AND WS-ROW-CHECK = PTQ-CHECK-NO
              MOVE "Y" TO WS-ROW-HIT.
           IF PTQ-DEPOSIT-ID NOT = SPACES
              AND WS-ROW-BATCH = PTQ-DEPOSIT-ID
              MOVE "Y" TO WS-ROW-HIT.
           PERFORM VARYING WS-KY-SUB FROM 1 BY 1
                   UNTIL WS-KY-SUB > WS-KY-CNT OR WS-ROW-HIT = "Y"
               IF WS-KY-ACCT(WS-KY-SUB) = WS-ROW-ACCT
                  AND (WS-KY-BRNO(WS-KY-SUB) = SPACES
                       OR WS-KY-BRNO(WS-KY-SUB) = WS-ROW-BRNO)
                  AND (WS-KY-AMT(WS-KY-SUB) = 0
                       OR WS-ROW-AMT-FG = "N"
                       OR WS-KY-AMT(WS-KY-SUB) = WS-ROW-AMT)
                  MOVE "Y" TO WS-ROW-HIT
               END-IF
           END-PERFORM
           IF WS-ROW-HIT = "Y"
              PERFORM 6100-ADD-EVENT.
       6000-EXIT.
           EXIT.

       6050-CLEAR-ROW.
           MOVE SPACES TO WS-ROW-BRNO WS-ROW-ACCT WS-ROW-CHECK
                          WS-ROW-BATCH WS-ROW-WHERE WS-ROW-STATUS
                          WS-ROW-REASON
           MOVE 0      TO WS-ROW-AMT WS-ROW-DATE-LO WS-ROW-DATE-HI
                          WS-ROW-TIME
           MOVE "Y"    TO WS-ROW-AMT-FG.

       6100-ADD-EVENT.
           IF WS-EV-CNT = WS-MAX-EV
              ADD 1 TO WS-EV-LOST
           ELSE
              ADD 1 TO WS-EV-CNT WS-EV-ORDER-NEXT
              MOVE WS-ROW-DATE-LO   TO WS-EV-DATE(WS-EV-CNT)
              MOVE WS-ROW-TIME      TO WS-EV-TIME(WS-EV-CNT)
              MOVE WS-EV-ORDER-NEXT TO WS-EV-ORDER(WS-EV-CNT)
              MOVE WS-ROW-BRNO      TO WS-EV-BRNO(WS-EV-CNT)
              MOVE WS-ROW-ACCT      TO WS-EV-ACCT(WS-EV-CNT)
              MOVE WS-ROW-AMT       TO WS-EV-AMT(WS-EV-CNT)
              MOVE WS-ROW-WHERE     TO WS-EV-WHERE(WS-EV-CNT)
              MOVE WS-ROW-STATUS    TO WS-EV-STATUS(WS-EV-CNT)
              MOVE WS-ROW-REASON    TO WS-EV-REASON(WS-EV-CNT)
           END-IF.

       8000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REQ-NO TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "TRACE REQUESTS   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-TRACED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  FOUND          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NOT-FOUND TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  NOT ON FILE    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  NO IDENTIFIER  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STEPS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "STEPS REPORTED   " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE PTRREQ-FILE PTROUT-FILE PAYTRC-RPT
           STOP RUN.
