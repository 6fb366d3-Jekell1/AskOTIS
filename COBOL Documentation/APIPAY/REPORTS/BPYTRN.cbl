      *================================================================*
      *   P R O G R A M :  B P Y T R N                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-09-25
      *  DESC: CONSUMER BILL-PAY (RPPS / CONSOLIDATOR) REMITTANCE
      *        TRANSLATOR.  THE CONSOLIDATOR SENDS ONE LUMP-SUM
      *        SETTLEMENT PER DEPOSIT AND A REMITTANCE FILE (BPYIN: "H"
      *        DEPOSIT HEADER WITH THE CONSOLIDATOR, DEPOSIT ID,
      *        SETTLEMENT DATE AND SETTLEMENT AMOUNT, "D" ITEMS WITH
      *        THE CONSOLIDATOR TRACE, THE ACCOUNT NUMBER AS THE
      *        CONSUMER KEYED IT, THE AMOUNT AND THE PAYER NAME, "T"
      *        TRAILER WITH THE ITEM COUNT AND TOTAL).  THE WHOLE FILE
      *        IS PROVED FIRST - EVERY DEPOSIT'S ITEMS MUST ADD TO ITS
      *        SETTLEMENT AND ITS TRAILER - OR NOTHING IS STAGED AND
      *        THE RUN ENDS RETURN-CODE 8.  EACH ITEM'S ACCOUNT IS THEN
      *        RESOLVED AGAINST THE LNEXT8 LOAN EXTRACT: AS KEYED, BY
      *        WHAT THE SAME KEYING FROM THE SAME PAYER RESOLVED TO
      *        BEFORE (BPYXRF), OR BY REPAIR - ONE DIGIT WRONG, TWO
      *        DIGITS SWAPPED, ONE DIGIT DROPPED OR DOUBLED - WHEN THE
      *        PAYER NAME OR THE LOAN'S REGULAR OR LAST PAYMENT AMOUNT
      *        BACKS THE ACCOUNT UP AND NO OTHER LOAN FITS AS WELL.
      *        RESOLVED ITEMS ARE SCREENED (OFAC) AND STAGED TO BSG
      *        UNDER THE DEPOSIT ID WITH THE BILL-PAY CHANNEL CODE.
      *        ITEMS THAT CANNOT BE RESOLVED WAIT ON THE BPYPND REPAIR
      *        QUEUE, WHERE EACH RUN RETRIES THEM AND APPLIES THE
      *        OPERATORS' BPYFIX ASSIGNMENTS; AN ITEM NOBODY PLACES IN
      *        THE BPYPRM RETURN DAYS, A DUPLICATE, OR A PAYMENT TO A
      *        CLOSED LOAN GOES BACK ON THE CONSOLIDATOR RETURN FILE.
      *
      *  MOD HISTORY:
      *   092528 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BPYTRN.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-09-25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BPYPRM-FILE ASSIGN TO "BPYPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYPRM-STATUS.

           SELECT BPYIN-FILE ASSIGN TO "BPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYIN-STATUS.

           SELECT LNEXT8-FILE ASSIGN TO "LNEXT8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LNEXT8-STATUS.

           SELECT OPTIONAL BPYXRF-FILE ASSIGN TO "BPYXRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYXRF-STATUS.

           SELECT OPTIONAL BPYPND-FILE ASSIGN TO "BPYPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYPND-STATUS.

           SELECT OPTIONAL BPYFIX-FILE ASSIGN TO "BPYFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYFIX-STATUS.

           SELECT OPTIONAL UATEXT-FILE ASSIGN TO "UATEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UATEXT-STATUS.

           SELECT BSGOUT-FILE ASSIGN TO "BSGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSGOUT-STATUS.

           SELECT BPYRET-FILE ASSIGN TO "BPYRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYRET-STATUS.

           SELECT BPYPNW-FILE ASSIGN TO "BPYPNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPYPNW-STATUS.

           SELECT OPTIONAL OFCPRM-FILE ASSIGN TO "OFCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCPRM-STATUS.

           SELECT OPTIONAL SDNLST-FILE ASSIGN TO "SDNLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDNLST-STATUS.

           SELECT OPTIONAL OFCHIT-FILE ASSIGN TO "OFCHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFCHIT-STATUS.

           SELECT BPYTRN-RPT ASSIGN TO "BPYTRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * REFERENCE CODE AND CHANNEL THE ITEMS STAGE UNDER, AND THE DAYS
      * AN UNPLACED ITEM WAITS BEFORE IT IS RETURNED (BLANK - 10).
       FD  BPYPRM-FILE.
       01  BPYPRM-REC.
           05  BPP-REFCD             PIC X(05).
           05  BPP-CHANNEL           PIC X(03).
           05  BPP-RETURN-DAYS-X     PIC X(03).
           05  BPP-RETURN-DAYS REDEFINES BPP-RETURN-DAYS-X
                                     PIC 9(03).

       FD  BPYIN-FILE.
       01  BPYIN-REC                 PIC X(120).

      * LOAN MASTER EXTRACT - ONE ROW PER OPEN OR RECENTLY CLOSED LOAN.
       FD  LNEXT8-FILE.
       01  LNEXT8-REC.
           05  LN8-BRNO              PIC X(04).
           05  LN8-ACCTNO            PIC X(10).
           05  LN8-NAME              PIC X(25).
           05  LN8-CURBAL            PIC S9(07)V99.
           05  LN8-INTBAL            PIC S9(07)V99.
           05  LN8-LCBAL             PIC S9(07)V99.
           05  LN8-REGPYAMT          PIC S9(07)V99.
           05  LN8-LASTPYAMT         PIC S9(07)V99.
           05  LN8-REMAIN-PAYS       PIC 9(03).
           05  LN8-UNITPER           PIC X(01).
           05  LN8-NEXT-DUE          PIC 9(08).

      * WHAT A KEYING FROM A PAYER RESOLVED TO - WRITTEN WHEN AN ITEM
      * IS REPAIRED (N) OR PLACED BY AN OPERATOR (F).  THE LAST ROW
      * FOR A KEYING AND PAYER WINS.
       FD  BPYXRF-FILE.
       01  BPYXRF-REC.
           05  XRF-KEYED             PIC X(22).
           05  XRF-PAYER             PIC X(30).
           05  XRF-BRNO              PIC X(04).
           05  XRF-ACCTNO            PIC X(10).
           05  XRF-LEARN-DATE        PIC 9(08).
           05  XRF-HOW               PIC X(01).

      * THE REPAIR QUEUE AS THE LAST RUN LEFT IT (WS-PQ-WORK LAYOUT),
      * AND AS THIS RUN LEAVES IT.
       FD  BPYPND-FILE.
       01  BPYPND-REC                PIC X(150).

       FD  BPYPNW-FILE.
       01  BPYPNW-REC                PIC X(150).

      * OPERATOR DECISIONS ON QUEUED ITEMS: A - APPLY TO THE BRANCH
      * AND ACCOUNT GIVEN, R - RETURN TO THE CONSOLIDATOR.
       FD  BPYFIX-FILE.
       01  BPYFIX-REC.
           05  FIX-TRACE             PIC X(15).
           05  FIX-ACTION            PIC X(01).
           05  FIX-BRNO              PIC X(04).
           05  FIX-ACCTNO            PIC X(10).
           05  FIX-OPERATOR          PIC X(08).

       FD  UATEXT-FILE.
       01  UATEXT-REC.
           05  UAT-USERID            PIC X(08).
           05  UAT-ACTIVE            PIC X(01).
           05  UAT-MAX-AMT           PIC 9(07)V99.

       FD  BSGOUT-FILE.
       01  BSGOUT-REC.
           05  BSGOUT-RECTYPE        PIC X(01).
           05  BSGOUT-BATCHID        PIC X(10).
           05  BSGOUT-BRANCH         PIC X(04).
           05  BSGOUT-ACCTNO         PIC X(10).
           05  BSGOUT-TRCD           PIC X(02).
           05  BSGOUT-REFCD          PIC X(05).
           05  BSGOUT-AMT            PIC S9(07)V99.
           05  BSGOUT-PAYDATE        PIC 9(08).
           05  BSGOUT-DIST-ID        PIC X(23).
           05  BSGOUT-RUN-DATE       PIC 9(08).
           05  BSGOUT-RUN-TIME       PIC 9(06).
           05  BSGOUT-POST-SEQ-X     PIC X(03).
           05  BSGOUT-CHANNEL        PIC X(03).
       01  BSGCTL-REC.
           05  BSGCTL-RECTYPE        PIC X(01).
           05  BSGCTL-BATCHID        PIC X(10).
           05  BSGCTL-DECLARED-CNT   PIC 9(07).
           05  BSGCTL-DECLARED-AMT   PIC S9(11)V99.
           05  BSGCTL-RUN-DATE       PIC 9(08).
           05  BSGCTL-RUN-TIME       PIC 9(06).

      * THE RETURN FILE BACK TO THE CONSOLIDATOR.  REASON CODES:
      *   R02  ACCOUNT CLOSED        R03  UNABLE TO LOCATE ACCOUNT
      *   R24  DUPLICATE ENTRY
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

      * OFAC SCREENING THRESHOLD - THE SCORE (0-100) AT OR OVER WHICH
      * A NAME IS HELD.  NO ROW MEANS 85.
       FD  OFCPRM-FILE.
       01  OFCPRM-REC.
           05  OFP-THRESHOLD         PIC 9(03).

      * THE SDN LIST IN FORCE, AS SDNLOD LOADED IT.
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
           05  SLD-KIND              PIC X(01).
           05  SLD-TYPE              PIC X(10).
           05  SLD-NAME              PIC X(60).
           05  FILLER                PIC X(10).

      * HELD ITEMS FOR THE OFCMNT COMPLIANCE REVIEW QUEUE.
       FD  OFCHIT-FILE.
       01  OFCHIT-REC.
           05  OFH-KEY.
               10  OFH-SOURCE        PIC X(01).
               10  OFH-HOLD-DATE     PIC 9(08).
               10  OFH-HOLD-TIME     PIC 9(06).
               10  OFH-SEQ           PIC 9(05).
           05  OFH-PROGRAM           PIC X(08).
           05  OFH-LIST-VERSION      PIC X(10).
           05  OFH-ROLE              PIC X(10).
           05  OFH-NAME              PIC X(35).
           05  OFH-SCORE             PIC 9(03).
           05  OFH-SDN-UID           PIC X(10).
           05  OFH-SDN-NAME          PIC X(60).
           05  OFH-BRNO              PIC X(04).
           05  OFH-ACCTNO            PIC X(10).
           05  OFH-AMOUNT            PIC S9(09)V99.
           05  OFH-REFERENCE         PIC X(23).
           05  OFH-ITEM-IMAGE        PIC X(100).
       FD  BPYTRN-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  BPYPRM-STATUS             PIC XX.
           88  BPYPRM-EOF                       VALUE "10".
       01  BPYIN-STATUS              PIC XX.
           88  BPYIN-EOF                        VALUE "10".
       01  LNEXT8-STATUS             PIC XX.
           88  LNEXT8-EOF                       VALUE "10".
       01  BPYXRF-STATUS             PIC XX.
           88  BPYXRF-EOF                       VALUE "10".
       01  BPYPND-STATUS             PIC XX.
           88  BPYPND-EOF                       VALUE "10".
       01  BPYFIX-STATUS             PIC XX.
           88  BPYFIX-EOF                       VALUE "10".
       01  UATEXT-STATUS             PIC XX.
           88  UATEXT-EOF                       VALUE "10".
       01  BSGOUT-STATUS             PIC XX.
       01  BPYRET-STATUS             PIC XX.
       01  BPYPNW-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.
       01  OFCPRM-STATUS             PIC XX.
           88  OFCPRM-EOF                       VALUE "10".
       01  SDNLST-STATUS             PIC XX.
           88  SDNLST-EOF                       VALUE "10".
       01  OFCHIT-STATUS             PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-CHANNEL                PIC X(03) VALUE "BPY".
       01  WS-RETURN-DAYS            PIC 9(03) VALUE 10.
       01  WS-AGE-DAYS               PIC S9(05).
       01  WS-REPAIR-BATCH           PIC X(10) VALUE "BPYREPAIR ".

      * THE CONSOLIDATOR'S RECORDS, REDEFINED OVER THE RAW LINE.
       01  WS-BPY-HEADER.
           05  BPH-RECTYPE           PIC X(01).
           05  BPH-CONSOLIDATOR      PIC X(10).
           05  BPH-DEPOSIT-ID        PIC X(10).
           05  BPH-SETTLE-DATE-X     PIC X(08).
           05  BPH-SETTLE-DATE REDEFINES BPH-SETTLE-DATE-X
                                     PIC 9(08).
           05  BPH-SETTLE-AMT-X      PIC X(11).
           05  BPH-SETTLE-AMT REDEFINES BPH-SETTLE-AMT-X
                                     PIC 9(09)V99.
           05  FILLER                PIC X(80).

       01  WS-BPY-DETAIL.
           05  BPD-RECTYPE           PIC X(01).
           05  BPD-TRACE             PIC X(15).
           05  BPD-KEYED-ACCT        PIC X(22).
           05  BPD-AMOUNT-X          PIC X(09).
           05  BPD-AMOUNT REDEFINES BPD-AMOUNT-X
                                     PIC 9(07)V99.
           05  BPD-PAYER             PIC X(30).
           05  FILLER                PIC X(43).

       01  WS-BPY-TRAILER.
           05  BPT-RECTYPE           PIC X(01).
           05  BPT-ITEM-CNT-X        PIC X(07).
           05  BPT-ITEM-CNT REDEFINES BPT-ITEM-CNT-X
                                     PIC 9(07).
           05  BPT-TOTAL-X           PIC X(11).
           05  BPT-TOTAL REDEFINES BPT-TOTAL-X
                                     PIC 9(09)V99.
           05  FILLER                PIC X(101).

      * ONE ENTRY PER DEPOSIT ON THE FILE, FOR THE SETTLEMENT PROOF.
       01  WS-MAX-DP                 PIC 9(03) COMP VALUE 50.
       01  WS-DP-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-DP-SUB                 PIC 9(03) COMP.
       01  WS-DP-CUR                 PIC 9(03) COMP VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 50 TIMES.
               10  WS-DP-CONSOL      PIC X(10).
               10  WS-DP-DEPOSIT-ID  PIC X(10).
               10  WS-DP-SETTLE-DATE PIC 9(08).
               10  WS-DP-SETTLE-AMT  PIC 9(09)V99.
               10  WS-DP-HDR-OK      PIC X(01).
               10  WS-DP-READ-CNT    PIC 9(07) COMP.
               10  WS-DP-READ-AMT    PIC S9(11)V99 COMP-3.
               10  WS-DP-BAD-CNT     PIC 9(07) COMP.
               10  WS-DP-TRL-SEEN    PIC X(01).
               10  WS-DP-TRL-CNT     PIC 9(07).
               10  WS-DP-TRL-AMT     PIC 9(09)V99.
       01  WS-PROOF-OK               PIC X(01) VALUE "Y".
       01  WS-DP-OK                  PIC X(01).
       01  WS-CNT-ORPHAN             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-UNKNOWN            PIC 9(05) COMP VALUE 0.
       01  WS-DP-OVERFLOW            PIC X(01) VALUE "N".

      * STAGED BATCHES - ONE "E" CONTROL ROW EACH AT THE END.
       01  WS-MAX-BT                 PIC 9(03) COMP VALUE 60.
       01  WS-BT-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BT-SUB                 PIC 9(03) COMP.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 60 TIMES.
               10  WS-BT-BATCHID     PIC X(10).
               10  WS-BT-CNT-ITEMS   PIC 9(07) COMP.
               10  WS-BT-AMT         PIC S9(11)V99 COMP-3.

      * THE LOAN EXTRACT, IN MEMORY FOR THE ACCOUNT SEARCH.
       01  WS-MAX-LN                 PIC 9(05) COMP VALUE 50000.
       01  WS-LN-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-LN-SUB                 PIC 9(05) COMP.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 50000 TIMES.
               10  WS-LN-BRNO        PIC X(04).
               10  WS-LN-ACCT        PIC X(10).
               10  WS-LN-NAME        PIC X(25).
               10  WS-LN-CURBAL      PIC S9(07)V99 COMP-3.
               10  WS-LN-REGPY       PIC S9(07)V99 COMP-3.
               10  WS-LN-LASTPY      PIC S9(07)V99 COMP-3.

       01  WS-MAX-XR                 PIC 9(05) COMP VALUE 20000.
       01  WS-XR-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-XR-SUB                 PIC 9(05) COMP.
       01  WS-XR-TABLE.
           05  WS-XR-ENTRY OCCURS 20000 TIMES.
               10  WS-XR-KEYED       PIC X(22).
               10  WS-XR-PAYER       PIC X(30).
               10  WS-XR-BRNO        PIC X(04).
               10  WS-XR-ACCT        PIC X(10).

      * THE REPAIR QUEUE RIDES IN MEMORY AND IS REWRITTEN AT THE END.
      * WS-PQ-DISP: K - STILL WAITING, D - STAGED, HELD OR RETURNED.
       01  WS-MAX-PQ                 PIC 9(05) COMP VALUE 5000.
       01  WS-PQ-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-PQ-LOADED              PIC 9(05) COMP VALUE 0.
       01  WS-PQ-SUB                 PIC 9(05) COMP.
       01  WS-PQ-TABLE.
           05  WS-PQ-ENTRY OCCURS 5000 TIMES.
               10  WS-PQ-IMAGE       PIC X(150).
               10  WS-PQ-DISP        PIC X(01).

      * ONE ITEM - FROM THE FILE OR FROM THE QUEUE.
       01  WS-PQ-WORK.
           05  PQW-TRACE             PIC X(15).
           05  PQW-CONSOLIDATOR      PIC X(10).
           05  PQW-DEPOSIT-ID        PIC X(10).
           05  PQW-KEYED             PIC X(22).
           05  PQW-AMOUNT            PIC 9(07)V99.
           05  PQW-PAYDATE           PIC 9(08).
           05  PQW-PAYER             PIC X(30).
           05  PQW-OPENED            PIC 9(08).
           05  PQW-REASON            PIC X(24).
           05  PQW-HINT-BRNO         PIC X(04).
           05  PQW-HINT-ACCTNO       PIC X(10).

       01  WS-MAX-FX                 PIC 9(04) COMP VALUE 2000.
       01  WS-FX-CNT                 PIC 9(04) COMP VALUE 0.
       01  WS-FX-SUB                 PIC 9(04) COMP.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 2000 TIMES.
               10  WS-FX-TRACE       PIC X(15).
               10  WS-FX-ACTION      PIC X(01).
               10  WS-FX-BRNO        PIC X(04).
               10  WS-FX-ACCT        PIC X(10).
               10  WS-FX-OPER        PIC X(08).
               10  WS-FX-USED        PIC X(01).

       01  WS-MAX-UAT                PIC 9(04) COMP VALUE 500.
       01  WS-UAT-CNT                PIC 9(04) COMP VALUE 0.
       01  WS-UAT-SUB                PIC 9(04) COMP.
       01  WS-UAT-TABLE.
           05  WS-UAT-ENTRY OCCURS 500 TIMES.
               10  WS-UAT-USERID     PIC X(08).
               10  WS-UAT-ACTIVE     PIC X(01).
               10  WS-UAT-MAX        PIC 9(07)V99 COMP-3.

      * TRACES ALREADY SEEN THIS RUN.
       01  WS-MAX-TR                 PIC 9(05) COMP VALUE 20000.
       01  WS-TR-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-TR-SUB                 PIC 9(05) COMP.
       01  WS-TR-TABLE.
           05  WS-TR-TRACE           PIC X(15) OCCURS 20000 TIMES.

      * ACCOUNT RESOLUTION.  THE KEYING IS CUT DOWN TO ITS DIGITS;
      * EACH LOAN SCORES 8 FOR THE SAME DIGITS, 4 FOR DIGITS ONE
      * SLIP AWAY, 2 MORE WHEN THE PAYER NAME IS IN THE BORROWER
      * NAME, 1 MORE WHEN THE AMOUNT IS THE REGULAR OR LAST PAYMENT.
      * THE BEST LOAN IS TAKEN ONLY IF NO OTHER TIES IT: 8 OR MORE IS
      * THE ACCOUNT AS KEYED, 5 TO 7 A REPAIR.  BELOW THAT THE ITEM IS
      * QUEUED, WITH THE BEST LOAN AS A HINT WHEN IT SCORED 3.
       01  WS-KD                     PIC X(22).
       01  WS-KD-LEN                 PIC 9(02) COMP.
       01  WS-KD-SUB                 PIC 9(02) COMP.
       01  WS-KEY-10                 PIC X(10).
       01  WS-KEY-BRNO               PIC X(04).
       01  WS-ALT                    PIC X(10).
       01  WS-ALT-LEN                PIC 9(02) COMP.
       01  WS-SKIP                   PIC 9(02) COMP.
       01  WS-DIFF-CNT               PIC 9(02) COMP.
       01  WS-DIFF-1                 PIC 9(02) COMP.
       01  WS-DIFF-2                 PIC 9(02) COMP.
       01  WS-SCORE                  PIC 9(02).
       01  WS-BEST-SCORE             PIC 9(02).
       01  WS-BEST-SUB               PIC 9(05) COMP.
       01  WS-BEST-TIES              PIC 9(05) COMP.
       01  WS-NAME-HIT               PIC X(01).
       01  WS-TALLY                  PIC 9(03) COMP.
       01  WS-FIND-BRNO              PIC X(04).
       01  WS-FIND-ACCT              PIC X(10).
       01  WS-RES-METHOD             PIC X(01).
           88  WS-RES-AS-KEYED                  VALUE "K".
           88  WS-RES-PRIOR                     VALUE "X".
           88  WS-RES-REPAIRED                  VALUE "N".
           88  WS-RES-OPERATOR                  VALUE "F".
           88  WS-RES-NONE                      VALUE SPACE.
       01  WS-RES-SUB                PIC 9(05) COMP.
       01  WS-RES-REASON             PIC X(24).
       01  WS-RES-OPER               PIC X(08).

      * THE PAYER NAME AS WORDS OF THREE LETTERS OR MORE.
       01  WS-PY-NAME                PIC X(30).
       01  WS-PY-RAW.
           05  WS-PY-RAW-TOK         PIC X(15) OCCURS 6 TIMES.
       01  WS-PY-RAW-SUB             PIC 9(02) COMP.
       01  WS-PY-CNT                 PIC 9(02) COMP.
       01  WS-PY-SUB                 PIC 9(02) COMP.
       01  WS-PY-TOKENS.
           05  WS-PY-TOK-ENTRY OCCURS 4 TIMES.
               10  WS-PY-TOK         PIC X(15).
               10  WS-PY-LEN         PIC 9(02) COMP.
       01  WS-PY-WORD                PIC X(15).
           88  WS-PY-NOISE-WORD      VALUE "THE" "AND" "MRS" "INC"
                                           "LLC" "LTD" "CORP" "JR"
                                           "SR" "III" "TRUST".
       01  WS-PY-L                   PIC 9(02) COMP.

       01  WS-ITEM-BATCH             PIC X(10).
       01  WS-APPLIED                PIC X(01).
       01  WS-RET-CD                 PIC X(03).
       01  WS-RET-TEXT               PIC X(30).
       01  WS-HOW-TEXT               PIC X(24).

      * OFAC SCREENING.  THE SDN LIST IN FORCE IS HELD TOKENIZED - UP
      * TO SIX WORDS A NAME, NOISE WORDS DROPPED - AND EACH NAME
      * SCREENED IS SCORED AGAINST EVERY ENTRY (8700-SCREEN-NAME).
       01  WS-OFC-SOURCE             PIC X(01) VALUE "B".
       01  WS-OFC-PROGRAM            PIC X(08) VALUE "BPYTRN".
       01  WS-OFC-THRESHOLD          PIC 9(03) VALUE 85.
       01  WS-OFC-VERSION            PIC X(10) VALUE SPACES.
       01  WS-MAX-SDN                PIC 9(05) COMP VALUE 40000.
       01  WS-SDN-CNT                PIC 9(05) COMP VALUE 0.
       01  WS-SDN-SUB                PIC 9(05) COMP.
       01  WS-SDN-TABLE.
           05  WS-SDN-ENTRY OCCURS 40000 TIMES.
               10  WS-SDN-UID        PIC X(10).
               10  WS-SDN-NAME       PIC X(60).
               10  WS-SDN-TOK-CNT    PIC 9(01).
               10  WS-SDN-TOK        PIC X(15) OCCURS 6 TIMES.
       01  WS-OFC-NAME               PIC X(60).
       01  WS-OFC-ROLE               PIC X(10).
       01  WS-OFC-SAVE-NAME          PIC X(35).
       01  WS-OFC-RAW.
           05  WS-OFC-RAW-TOK        PIC X(15) OCCURS 8 TIMES.
       01  WS-OFC-TOK-CNT            PIC 9(01).
       01  WS-OFC-TOK-TABLE.
           05  WS-OFC-TOK            PIC X(15) OCCURS 6 TIMES.
       01  WS-OFC-WORD               PIC X(15).
           88  WS-OFC-NOISE-WORD     VALUE "THE" "INC" "LLC" "LTD"
                                           "CO" "CORP" "COMPANY"
                                           "SA" "OF" "AND" "MR"
                                           "MRS" "MS" "DR".
       01  WS-OFC-RAW-SUB            PIC 9(02) COMP.
       01  WS-OFC-T-SUB              PIC 9(02) COMP.
       01  WS-OFC-C-SUB              PIC 9(02) COMP.
       01  WS-OFC-CREDIT             PIC 9(03).
       01  WS-OFC-TOK-CREDIT         PIC 9(01).
       01  WS-OFC-SCORE              PIC 9(03).
       01  WS-OFC-BEST-SCORE         PIC 9(03).
       01  WS-OFC-BEST-UID           PIC X(10).
       01  WS-OFC-BEST-SDN           PIC X(60).
       01  WS-OFC-BEST-ROLE          PIC X(10).
       01  WS-OFC-BEST-NAME          PIC X(35).
       01  WS-OFC-HIT-SW             PIC X(01).
           88  WS-OFC-HIT                       VALUE "Y".
       01  WS-OFC-SEQ                PIC 9(05) VALUE 0.
       01  WS-CNT-OFC-HELD           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-ITEMS              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-STAGED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REPAIRED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-PRIOR              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-QUEUED             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-RETURNED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-ZERO               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-Q-PLACED           PIC 9(07) COMP VALUE 0.
       01  WS-CNT-Q-OPEN             PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FIX-REFUSED        PIC 9(05) COMP VALUE 0.
       01  WS-TOT-STAGED             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-RETURNED           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-ITEM              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-SETTLEMENT
           PERFORM 3000-WORK-QUEUE
           IF WS-PROOF-OK = "Y"
              PERFORM 4000-TRANSLATE
           END-IF
           PERFORM 5000-REWRITE-QUEUE
           PERFORM 6000-WRITE-CONTROL-ROWS
           PERFORM 7000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  BPYPRM-FILE
           OPEN INPUT  BPYIN-FILE
           OPEN OUTPUT BSGOUT-FILE
           OPEN OUTPUT BPYRET-FILE
           OPEN OUTPUT BPYPNW-FILE
           OPEN OUTPUT BPYTRN-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           READ BPYPRM-FILE AT END SET BPYPRM-EOF TO TRUE END-READ
           IF BPYPRM-EOF
              MOVE "NO BPYPRM PARAMETER ROW - RUN ABORTED" TO RPT-LINE
              WRITE RPT-LINE
              PERFORM 9999-EXIT
           END-IF
           IF BPP-CHANNEL NOT = SPACES
              MOVE BPP-CHANNEL TO WS-CHANNEL
           END-IF
           IF BPP-RETURN-DAYS-X NUMERIC AND BPP-RETURN-DAYS > 0
              MOVE BPP-RETURN-DAYS TO WS-RETURN-DAYS
           END-IF
           MOVE "BILL-PAY REMITTANCE TRANSLATION" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8500-LOAD-SDN
           PERFORM 1100-LOAD-LOANS
           PERFORM 1200-LOAD-XREF
           PERFORM 1300-LOAD-QUEUE
           PERFORM 1400-LOAD-FIXES
           PERFORM 1500-LOAD-UAT.

       1100-LOAD-LOANS.
           OPEN INPUT LNEXT8-FILE
           READ LNEXT8-FILE AT END SET LNEXT8-EOF TO TRUE END-READ
           PERFORM UNTIL LNEXT8-EOF OR WS-LN-CNT = WS-MAX-LN
               ADD 1 TO WS-LN-CNT
               MOVE LN8-BRNO      TO WS-LN-BRNO(WS-LN-CNT)
               MOVE LN8-ACCTNO    TO WS-LN-ACCT(WS-LN-CNT)
               MOVE LN8-NAME      TO WS-LN-NAME(WS-LN-CNT)
               INSPECT WS-LN-NAME(WS-LN-CNT) CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE LN8-CURBAL    TO WS-LN-CURBAL(WS-LN-CNT)
               MOVE LN8-REGPYAMT  TO WS-LN-REGPY(WS-LN-CNT)
               MOVE LN8-LASTPYAMT TO WS-LN-LASTPY(WS-LN-CNT)
               READ LNEXT8-FILE AT END SET LNEXT8-EOF TO TRUE END-READ
           END-PERFORM
           IF NOT LNEXT8-EOF
              MOVE "** LOAN EXTRACT LARGER THAN THE TABLE - ACCOUNTS PAS
      -            "T THE END CANNOT BE FOUND" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           CLOSE LNEXT8-FILE.

       1200-LOAD-XREF.
           OPEN INPUT BPYXRF-FILE
           READ BPYXRF-FILE AT END SET BPYXRF-EOF TO TRUE END-READ
           PERFORM UNTIL BPYXRF-EOF OR WS-XR-CNT = WS-MAX-XR
               ADD 1 TO WS-XR-CNT
               MOVE XRF-KEYED  TO WS-XR-KEYED(WS-XR-CNT)
               MOVE XRF-PAYER  TO WS-XR-PAYER(WS-XR-CNT)
               MOVE XRF-BRNO   TO WS-XR-BRNO(WS-XR-CNT)
               MOVE XRF-ACCTNO TO WS-XR-ACCT(WS-XR-CNT)
               READ BPYXRF-FILE AT END SET BPYXRF-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE BPYXRF-FILE
           OPEN EXTEND BPYXRF-FILE.

       1300-LOAD-QUEUE.
           OPEN INPUT BPYPND-FILE
           READ BPYPND-FILE AT END SET BPYPND-EOF TO TRUE END-READ
           PERFORM UNTIL BPYPND-EOF OR WS-PQ-CNT = WS-MAX-PQ
               ADD 1 TO WS-PQ-CNT
               MOVE BPYPND-REC TO WS-PQ-IMAGE(WS-PQ-CNT)
               MOVE "K"        TO WS-PQ-DISP(WS-PQ-CNT)
               READ BPYPND-FILE AT END SET BPYPND-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE BPYPND-FILE
           MOVE WS-PQ-CNT TO WS-PQ-LOADED.

       1400-LOAD-FIXES.
           OPEN INPUT BPYFIX-FILE
           READ BPYFIX-FILE AT END SET BPYFIX-EOF TO TRUE END-READ
           PERFORM UNTIL BPYFIX-EOF OR WS-FX-CNT = WS-MAX-FX
               ADD 1 TO WS-FX-CNT
               MOVE FIX-TRACE    TO WS-FX-TRACE(WS-FX-CNT)
               MOVE FIX-ACTION   TO WS-FX-ACTION(WS-FX-CNT)
               MOVE FIX-BRNO     TO WS-FX-BRNO(WS-FX-CNT)
               MOVE FIX-ACCTNO   TO WS-FX-ACCT(WS-FX-CNT)
               MOVE FIX-OPERATOR TO WS-FX-OPER(WS-FX-CNT)
               MOVE "N"          TO WS-FX-USED(WS-FX-CNT)
               READ BPYFIX-FILE AT END SET BPYFIX-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE BPYFIX-FILE.

       1500-LOAD-UAT.
           OPEN INPUT UATEXT-FILE
           READ UATEXT-FILE AT END SET UATEXT-EOF TO TRUE END-READ
           PERFORM UNTIL UATEXT-EOF OR WS-UAT-CNT = WS-MAX-UAT
               ADD 1 TO WS-UAT-CNT
               MOVE UAT-USERID  TO WS-UAT-USERID(WS-UAT-CNT)
               MOVE UAT-ACTIVE  TO WS-UAT-ACTIVE(WS-UAT-CNT)
               MOVE UAT-MAX-AMT TO WS-UAT-MAX(WS-UAT-CNT)
               READ UATEXT-FILE AT END SET UATEXT-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE UATEXT-FILE.

      *----------------------------------------------------------------*
      * FIRST PASS - PROVE EVERY DEPOSIT.  THE CONSOLIDATOR'S ITEMS
      * MUST ADD TO THE MONEY IT SETTLED AND TO ITS OWN TRAILER, OR
      * THE FILE IS NOT THE REMITTANCE FOR THAT MONEY AND NOTHING ON
      * IT IS STAGED.
      *----------------------------------------------------------------*
       2000-PROVE-SETTLEMENT.
           READ BPYIN-FILE AT END SET BPYIN-EOF TO TRUE END-READ
           PERFORM 2100-PROVE-ONE UNTIL BPYIN-EOF
           CLOSE BPYIN-FILE
           OPEN INPUT BPYIN-FILE
           MOVE "00" TO BPYIN-STATUS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SETTLEMENT PROOF" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2200-PROVE-DEPOSIT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-CNT
           IF WS-CNT-ORPHAN > 0
              MOVE "N" TO WS-PROOF-OK
              MOVE WS-CNT-ORPHAN TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** " WS-EDIT-CNT
                     " ITEMS BEFORE ANY DEPOSIT HEADER"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-DP-OVERFLOW = "Y"
              MOVE "N" TO WS-PROOF-OK
              MOVE "** MORE DEPOSITS THAN THE RUN CAN PROVE - SPLIT THE
      -            " FILE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-DP-CNT = 0
              MOVE "NO DEPOSITS ON THE REMITTANCE FILE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-PROOF-OK NOT = "Y"
              MOVE 8 TO RETURN-CODE
              MOVE "** REMITTANCE DOES NOT PROVE TO SETTLEMENT - NOTHING
      -            " STAGED FROM THIS FILE" TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       2100-PROVE-ONE.
           EVALUATE BPYIN-REC(1:1)
               WHEN "H"
                   IF WS-DP-CNT = WS-MAX-DP
                      MOVE "Y" TO WS-DP-OVERFLOW
                   ELSE
                      MOVE BPYIN-REC TO WS-BPY-HEADER
                      ADD 1 TO WS-DP-CNT
                      MOVE WS-DP-CNT TO WS-DP-CUR
                      MOVE BPH-CONSOLIDATOR
                        TO WS-DP-CONSOL(WS-DP-CUR)
                      MOVE BPH-DEPOSIT-ID
                        TO WS-DP-DEPOSIT-ID(WS-DP-CUR)
                      MOVE "Y" TO WS-DP-HDR-OK(WS-DP-CUR)
                      IF BPH-SETTLE-DATE-X NUMERIC
                         MOVE BPH-SETTLE-DATE
                           TO WS-DP-SETTLE-DATE(WS-DP-CUR)
                      ELSE
                         MOVE WS-RUN-DATE
                           TO WS-DP-SETTLE-DATE(WS-DP-CUR)
                      END-IF
                      IF BPH-SETTLE-AMT-X NUMERIC
                         MOVE BPH-SETTLE-AMT
                           TO WS-DP-SETTLE-AMT(WS-DP-CUR)
                      ELSE
                         MOVE 0   TO WS-DP-SETTLE-AMT(WS-DP-CUR)
                         MOVE "N" TO WS-DP-HDR-OK(WS-DP-CUR)
                      END-IF
                      MOVE 0   TO WS-DP-READ-CNT(WS-DP-CUR)
                                  WS-DP-READ-AMT(WS-DP-CUR)
                                  WS-DP-BAD-CNT(WS-DP-CUR)
                                  WS-DP-TRL-CNT(WS-DP-CUR)
                                  WS-DP-TRL-AMT(WS-DP-CUR)
                      MOVE "N" TO WS-DP-TRL-SEEN(WS-DP-CUR)
                   END-IF
               WHEN "D"
                   IF WS-DP-CNT = 0
                      ADD 1 TO WS-CNT-ORPHAN
                   ELSE
                      MOVE BPYIN-REC TO WS-BPY-DETAIL
                      ADD 1 TO WS-DP-READ-CNT(WS-DP-CUR)
                      IF BPD-AMOUNT-X NUMERIC
                         ADD BPD-AMOUNT TO WS-DP-READ-AMT(WS-DP-CUR)
                      ELSE
                         ADD 1 TO WS-DP-BAD-CNT(WS-DP-CUR)
                      END-IF
                   END-IF
               WHEN "T"
                   IF WS-DP-CNT > 0
                      MOVE BPYIN-REC TO WS-BPY-TRAILER
                      MOVE "Y" TO WS-DP-TRL-SEEN(WS-DP-CUR)
                      IF BPT-ITEM-CNT-X NUMERIC
                         MOVE BPT-ITEM-CNT TO WS-DP-TRL-CNT(WS-DP-CUR)
                      END-IF
                      IF BPT-TOTAL-X NUMERIC
                         MOVE BPT-TOTAL TO WS-DP-TRL-AMT(WS-DP-CUR)
                      END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CNT-UNKNOWN
                   MOVE SPACES TO RPT-LINE
                   STRING "UNKNOWN RECORD TYPE: " BPYIN-REC(1:70)
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
           END-EVALUATE
           READ BPYIN-FILE AT END SET BPYIN-EOF TO TRUE END-READ.

       2200-PROVE-DEPOSIT.
           MOVE "Y" TO WS-DP-OK
           IF WS-DP-HDR-OK(WS-DP-SUB) NOT = "Y"
              OR WS-DP-BAD-CNT(WS-DP-SUB) > 0
              OR WS-DP-TRL-SEEN(WS-DP-SUB) NOT = "Y"
              OR WS-DP-READ-AMT(WS-DP-SUB)
                                  NOT = WS-DP-SETTLE-AMT(WS-DP-SUB)
              OR WS-DP-READ-CNT(WS-DP-SUB)
                                  NOT = WS-DP-TRL-CNT(WS-DP-SUB)
              OR WS-DP-READ-AMT(WS-DP-SUB)
                                  NOT = WS-DP-TRL-AMT(WS-DP-SUB)
              MOVE "N" TO WS-DP-OK WS-PROOF-OK
           END-IF
           MOVE WS-DP-READ-CNT(WS-DP-SUB)   TO WS-EDIT-CNT
           MOVE WS-DP-SETTLE-AMT(WS-DP-SUB) TO WS-EDIT-AMT
           MOVE WS-DP-READ-AMT(WS-DP-SUB)   TO WS-EDIT-AMT2
           MOVE SPACES TO RPT-LINE
           STRING WS-DP-CONSOL(WS-DP-SUB) " DEPOSIT "
                  WS-DP-DEPOSIT-ID(WS-DP-SUB) " "
                  WS-DP-SETTLE-DATE(WS-DP-SUB)
                  "  SETTLED " WS-EDIT-AMT
                  "  ITEMS " WS-EDIT-CNT " FOR " WS-EDIT-AMT2
               DELIMITED BY SIZE INTO RPT-LINE
           IF WS-DP-OK = "Y"
              MOVE "PROVED" TO RPT-LINE(112:6)
           ELSE
              MOVE "** OUT OF BALANCE" TO RPT-LINE(112:17)
           END-IF
           WRITE RPT-LINE
           IF WS-DP-OK NOT = "Y"
              MOVE WS-DP-TRL-CNT(WS-DP-SUB) TO WS-EDIT-CNT
              MOVE WS-DP-TRL-AMT(WS-DP-SUB) TO WS-EDIT-AMT
              MOVE SPACES TO RPT-LINE
              STRING "   TRAILER " WS-EDIT-CNT " FOR " WS-EDIT-AMT
                  DELIMITED BY SIZE INTO RPT-LINE
              IF WS-DP-TRL-SEEN(WS-DP-SUB) NOT = "Y"
                 MOVE "   NO TRAILER FOR THIS DEPOSIT" TO RPT-LINE
              END-IF
              IF WS-DP-BAD-CNT(WS-DP-SUB) > 0
                 MOVE WS-DP-BAD-CNT(WS-DP-SUB) TO WS-EDIT-CNT
                 STRING "  - " WS-EDIT-CNT
                        " ITEMS WITH NO USABLE AMOUNT"
                     DELIMITED BY SIZE INTO RPT-LINE(50:50)
              END-IF
              WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * THE REPAIR QUEUE FROM EARLIER RUNS.  AN OPERATOR DECISION IS
      * APPLIED FIRST; OTHERWISE THE ITEM IS RESOLVED AGAIN (THE LOAN
      * EXTRACT AND THE CROSS-REFERENCE MAY HAVE CAUGHT UP), AND ONE
      * STILL UNPLACED PAST THE RETURN DAYS GOES BACK.
      *----------------------------------------------------------------*
       3000-WORK-QUEUE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REPAIR QUEUE" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3100-ONE-QUEUED THRU 3100-EXIT
               VARYING WS-PQ-SUB FROM 1 BY 1
               UNTIL WS-PQ-SUB > WS-PQ-LOADED
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-CNT
               IF WS-FX-USED(WS-FX-SUB) = "N"
                  ADD 1 TO WS-CNT-FIX-REFUSED
                  MOVE SPACES TO RPT-LINE
                  STRING "FIX REFUSED - TRACE NOT ON THE QUEUE: "
                         WS-FX-TRACE(WS-FX-SUB) " OPER "
                         WS-FX-OPER(WS-FX-SUB)
                      DELIMITED BY SIZE INTO RPT-LINE
                  WRITE RPT-LINE
               END-IF
           END-PERFORM.

       3100-ONE-QUEUED.
           MOVE WS-PQ-IMAGE(WS-PQ-SUB) TO WS-PQ-WORK
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-CNT
                      OR (WS-FX-TRACE(WS-FX-SUB) = PQW-TRACE
                          AND WS-FX-USED(WS-FX-SUB) = "N")
               CONTINUE
           END-PERFORM
           IF WS-FX-SUB NOT > WS-FX-CNT
              MOVE "Y" TO WS-FX-USED(WS-FX-SUB)
              PERFORM 3200-APPLY-FIX THRU 3200-EXIT
              GO TO 3100-EXIT.
           PERFORM 4400-RESOLVE THRU 4400-EXIT
           IF NOT WS-RES-NONE
              MOVE WS-REPAIR-BATCH TO WS-ITEM-BATCH
              PERFORM 4650-APPLY-ITEM THRU 4650-EXIT
              ADD 1 TO WS-CNT-Q-PLACED
              MOVE "D" TO WS-PQ-DISP(WS-PQ-SUB)
              GO TO 3100-EXIT.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(PQW-OPENED)
           IF WS-AGE-DAYS > WS-RETURN-DAYS
              MOVE "R03"                      TO WS-RET-CD
              MOVE "UNABLE TO LOCATE ACCOUNT" TO WS-RET-TEXT
              PERFORM 4800-RETURN-ITEM
              MOVE "D" TO WS-PQ-DISP(WS-PQ-SUB)
              GO TO 3100-EXIT.
      * STILL WAITING - CARRY THE LATEST REASON AND HINT FORWARD.
           MOVE WS-RES-REASON TO PQW-REASON
           MOVE WS-PQ-WORK    TO WS-PQ-IMAGE(WS-PQ-SUB).
       3100-EXIT.
           EXIT.

      * THE OPERATOR MUST HOLD AN ACTIVE UAT ROW COVERING THE AMOUNT,
      * THE SAME AUTHORITY REPRQ ASKS FOR A REPAIR.
       3200-APPLY-FIX.
           PERFORM VARYING WS-UAT-SUB FROM 1 BY 1
                   UNTIL WS-UAT-SUB > WS-UAT-CNT
                      OR (WS-UAT-USERID(WS-UAT-SUB)
                                             = WS-FX-OPER(WS-FX-SUB)
                          AND WS-UAT-ACTIVE(WS-UAT-SUB) = "Y")
               CONTINUE
           END-PERFORM
           IF WS-UAT-SUB > WS-UAT-CNT
              MOVE "NO AUTHORITY" TO WS-HOW-TEXT
              PERFORM 3300-REFUSE-FIX
              GO TO 3200-EXIT.
           IF PQW-AMOUNT > WS-UAT-MAX(WS-UAT-SUB)
              MOVE "OVER DOLLAR AUTHORITY" TO WS-HOW-TEXT
              PERFORM 3300-REFUSE-FIX
              GO TO 3200-EXIT.
           IF WS-FX-ACTION(WS-FX-SUB) = "R"
              MOVE "R03"                      TO WS-RET-CD
              MOVE "UNABLE TO LOCATE ACCOUNT" TO WS-RET-TEXT
              PERFORM 4800-RETURN-ITEM
              MOVE "D" TO WS-PQ-DISP(WS-PQ-SUB)
              GO TO 3200-EXIT.
           MOVE WS-FX-BRNO(WS-FX-SUB) TO WS-FIND-BRNO
           MOVE WS-FX-ACCT(WS-FX-SUB) TO WS-FIND-ACCT
           PERFORM 4450-FIND-LOAN
           IF WS-RES-SUB = 0
              MOVE "ACCOUNT NOT ON FILE" TO WS-HOW-TEXT
              PERFORM 3300-REFUSE-FIX
              GO TO 3200-EXIT.
           MOVE "F"                   TO WS-RES-METHOD
           MOVE WS-FX-OPER(WS-FX-SUB) TO WS-RES-OPER
           MOVE WS-REPAIR-BATCH       TO WS-ITEM-BATCH
           PERFORM 4650-APPLY-ITEM THRU 4650-EXIT
           ADD 1 TO WS-CNT-Q-PLACED
           MOVE "D" TO WS-PQ-DISP(WS-PQ-SUB).
       3200-EXIT.
           EXIT.

       3300-REFUSE-FIX.
           ADD 1 TO WS-CNT-FIX-REFUSED
           MOVE SPACES TO RPT-LINE
           STRING "FIX REFUSED - " WS-HOW-TEXT " TRACE " PQW-TRACE
                  " OPER " WS-FX-OPER(WS-FX-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * SECOND PASS - THE ITEMS THEMSELVES.
      *----------------------------------------------------------------*
       4000-TRANSLATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ITEM EXCEPTIONS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-DP-CUR
           READ BPYIN-FILE AT END SET BPYIN-EOF TO TRUE END-READ
           PERFORM 4100-ONE-RECORD UNTIL BPYIN-EOF.

       4100-ONE-RECORD.
           EVALUATE BPYIN-REC(1:1)
               WHEN "H"
                   ADD 1 TO WS-DP-CUR
               WHEN "D"
                   PERFORM 4300-ITEM THRU 4300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ BPYIN-FILE AT END SET BPYIN-EOF TO TRUE END-READ.

       4300-ITEM.
           ADD 1 TO WS-CNT-ITEMS
           MOVE BPYIN-REC TO WS-BPY-DETAIL
           MOVE SPACES                        TO WS-PQ-WORK
           MOVE BPD-TRACE                     TO PQW-TRACE
           MOVE WS-DP-CONSOL(WS-DP-CUR)       TO PQW-CONSOLIDATOR
           MOVE WS-DP-DEPOSIT-ID(WS-DP-CUR)   TO PQW-DEPOSIT-ID
           MOVE BPD-KEYED-ACCT                TO PQW-KEYED
           MOVE BPD-AMOUNT                    TO PQW-AMOUNT
           MOVE WS-DP-SETTLE-DATE(WS-DP-CUR)  TO PQW-PAYDATE
           MOVE BPD-PAYER                     TO PQW-PAYER
           MOVE WS-RUN-DATE                   TO PQW-OPENED
           IF PQW-AMOUNT = 0
              ADD 1 TO WS-CNT-ZERO
              MOVE SPACES TO RPT-LINE
              STRING "ZERO AMOUNT - SKIPPED: TRACE " PQW-TRACE
                     " " PQW-PAYER
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              GO TO 4300-EXIT.
      * THE SAME TRACE TWICE - ON THIS FILE OR STILL ON THE QUEUE -
      * IS THE CONSOLIDATOR SENDING THE SAME PAYMENT AGAIN.
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-CNT
                      OR WS-TR-TRACE(WS-TR-SUB) = PQW-TRACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
                   UNTIL WS-PQ-SUB > WS-PQ-CNT
                      OR (WS-PQ-IMAGE(WS-PQ-SUB)(1:15) = PQW-TRACE
                          AND WS-PQ-DISP(WS-PQ-SUB) = "K")
               CONTINUE
           END-PERFORM
           IF WS-TR-SUB NOT > WS-TR-CNT
              OR WS-PQ-SUB NOT > WS-PQ-CNT
              MOVE "R24"             TO WS-RET-CD
              MOVE "DUPLICATE ENTRY" TO WS-RET-TEXT
              PERFORM 4800-RETURN-ITEM
              GO TO 4300-EXIT.
           IF WS-TR-CNT < WS-MAX-TR
              ADD 1 TO WS-TR-CNT
              MOVE PQW-TRACE TO WS-TR-TRACE(WS-TR-CNT)
           END-IF
           PERFORM 4400-RESOLVE THRU 4400-EXIT
           IF WS-RES-NONE
              PERFORM 4600-QUEUE-ITEM
              GO TO 4300-EXIT.
           MOVE PQW-DEPOSIT-ID TO WS-ITEM-BATCH
           PERFORM 4650-APPLY-ITEM THRU 4650-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND THE LOAN FOR THE ITEM IN WS-PQ-WORK.  WS-RES-METHOD AND
      * WS-RES-SUB (THE LOAN TABLE ENTRY) COME BACK SET, OR BLANK WITH
      * THE REASON AND THE BEST HINT ON THE ITEM.
      *----------------------------------------------------------------*
       4400-RESOLVE.
           MOVE SPACE  TO WS-RES-METHOD
           MOVE SPACES TO WS-RES-REASON WS-RES-OPER
                          PQW-HINT-BRNO PQW-HINT-ACCTNO
           MOVE 0      TO WS-RES-SUB
           PERFORM 4410-NORMALIZE
           PERFORM VARYING WS-XR-SUB FROM WS-XR-CNT BY -1
                   UNTIL WS-XR-SUB < 1
                      OR (WS-XR-KEYED(WS-XR-SUB) = PQW-KEYED
                          AND WS-XR-PAYER(WS-XR-SUB) = PQW-PAYER)
               CONTINUE
           END-PERFORM
           IF WS-XR-SUB > 0
              MOVE WS-XR-BRNO(WS-XR-SUB) TO WS-FIND-BRNO
              MOVE WS-XR-ACCT(WS-XR-SUB) TO WS-FIND-ACCT
              PERFORM 4450-FIND-LOAN
              IF WS-RES-SUB > 0
                 MOVE "X" TO WS-RES-METHOD
                 GO TO 4400-EXIT
              END-IF
           END-IF
           PERFORM 4430-PAYER-TOKENS
           MOVE 0 TO WS-BEST-SCORE WS-BEST-SUB WS-BEST-TIES
           PERFORM 4440-SCORE-LOAN
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-CNT
           EVALUATE TRUE
               WHEN WS-BEST-SCORE < 3 AND WS-KD-LEN = 0
                   MOVE "NO ACCOUNT DIGITS KEYED" TO WS-RES-REASON
               WHEN WS-BEST-SCORE < 3
                   MOVE "NO LOAN RESEMBLES IT"    TO WS-RES-REASON
               WHEN WS-BEST-TIES > 1
                   MOVE "MORE THAN ONE LOAN FITS" TO WS-RES-REASON
               WHEN WS-BEST-SCORE > 7
                   MOVE "K" TO WS-RES-METHOD
                   MOVE WS-BEST-SUB TO WS-RES-SUB
               WHEN WS-BEST-SCORE > 4
                   MOVE "N" TO WS-RES-METHOD
                   MOVE WS-BEST-SUB TO WS-RES-SUB
               WHEN OTHER
                   MOVE "NAME AND AMOUNT ONLY"    TO WS-RES-REASON
           END-EVALUATE
           IF WS-RES-NONE AND WS-BEST-SCORE > 2
              MOVE WS-LN-BRNO(WS-BEST-SUB) TO PQW-HINT-BRNO
              MOVE WS-LN-ACCT(WS-BEST-SUB) TO PQW-HINT-ACCTNO
           END-IF.
       4400-EXIT.
           EXIT.

      * DIGITS ONLY.  TEN OR FEWER ARE THE ACCOUNT, ZERO-FILLED ON THE
      * LEFT; FOURTEEN ARE THE BRANCH AND THE ACCOUNT.
       4410-NORMALIZE.
           MOVE SPACES TO WS-KD WS-KEY-10 WS-KEY-BRNO
           MOVE 0 TO WS-KD-LEN
           PERFORM VARYING WS-KD-SUB FROM 1 BY 1
                   UNTIL WS-KD-SUB > 22
               IF PQW-KEYED(WS-KD-SUB:1) NUMERIC
                  ADD 1 TO WS-KD-LEN
                  MOVE PQW-KEYED(WS-KD-SUB:1) TO WS-KD(WS-KD-LEN:1)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-KD-LEN = 14
                   MOVE WS-KD(1:4)  TO WS-KEY-BRNO
                   MOVE WS-KD(5:10) TO WS-KEY-10
               WHEN WS-KD-LEN > 0 AND WS-KD-LEN NOT > 10
                   MOVE ZEROS TO WS-KEY-10
                   MOVE WS-KD(1:WS-KD-LEN)
                     TO WS-KEY-10(11 - WS-KD-LEN:WS-KD-LEN)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4430-PAYER-TOKENS.
           MOVE PQW-PAYER TO WS-PY-NAME
           INSPECT WS-PY-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-PY-NAME CONVERTING
              ".,;:-'/&()#!?*_+"
              TO "                "
           MOVE SPACES TO WS-PY-RAW WS-PY-TOKENS
           MOVE 0 TO WS-PY-CNT
           UNSTRING WS-PY-NAME DELIMITED BY ALL SPACE
               INTO WS-PY-RAW-TOK(1) WS-PY-RAW-TOK(2)
                    WS-PY-RAW-TOK(3) WS-PY-RAW-TOK(4)
                    WS-PY-RAW-TOK(5) WS-PY-RAW-TOK(6)
           END-UNSTRING
           PERFORM VARYING WS-PY-RAW-SUB FROM 1 BY 1
                   UNTIL WS-PY-RAW-SUB > 6
               MOVE WS-PY-RAW-TOK(WS-PY-RAW-SUB) TO WS-PY-WORD
               PERFORM VARYING WS-PY-L FROM 15 BY -1
                       UNTIL WS-PY-L < 1
                          OR WS-PY-WORD(WS-PY-L:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-PY-L > 2 AND NOT WS-PY-NOISE-WORD
                  AND WS-PY-CNT < 4
                  ADD 1 TO WS-PY-CNT
                  MOVE WS-PY-WORD TO WS-PY-TOK(WS-PY-CNT)
                  MOVE WS-PY-L    TO WS-PY-LEN(WS-PY-CNT)
               END-IF
           END-PERFORM.

       4440-SCORE-LOAN.
           MOVE 0 TO WS-SCORE
           PERFORM 4445-DIGIT-SCORE
           IF PQW-AMOUNT = WS-LN-REGPY(WS-LN-SUB)
              OR PQW-AMOUNT = WS-LN-LASTPY(WS-LN-SUB)
              ADD 1 TO WS-SCORE
           END-IF
           IF WS-SCORE > 0
              PERFORM 4447-NAME-CHECK
              IF WS-NAME-HIT = "Y"
                 ADD 2 TO WS-SCORE
              END-IF
           END-IF
           IF WS-SCORE > WS-BEST-SCORE
              MOVE WS-SCORE  TO WS-BEST-SCORE
              MOVE WS-LN-SUB TO WS-BEST-SUB
              MOVE 1         TO WS-BEST-TIES
           ELSE
              IF WS-SCORE = WS-BEST-SCORE AND WS-SCORE > 0
                 ADD 1 TO WS-BEST-TIES
              END-IF
           END-IF.

      * 8 - THE SAME DIGITS.  4 - ONE DIGIT WRONG, TWO NEIGHBOURS
      * SWAPPED, OR ONE DIGIT DROPPED OR DOUBLED.  A KEYED BRANCH MUST
      * BE THE LOAN'S BRANCH.
       4445-DIGIT-SCORE.
           IF WS-KEY-BRNO NOT = SPACES
              AND WS-KEY-BRNO NOT = WS-LN-BRNO(WS-LN-SUB)
              GO TO 4445-EXIT.
           IF WS-KEY-10 NOT = SPACES
              IF WS-LN-ACCT(WS-LN-SUB) = WS-KEY-10
                 MOVE 8 TO WS-SCORE
                 GO TO 4445-EXIT
              END-IF
              MOVE 0 TO WS-DIFF-CNT WS-DIFF-1 WS-DIFF-2
              PERFORM VARYING WS-KD-SUB FROM 1 BY 1
                      UNTIL WS-KD-SUB > 10 OR WS-DIFF-CNT > 2
                  IF WS-LN-ACCT(WS-LN-SUB)(WS-KD-SUB:1)
                                      NOT = WS-KEY-10(WS-KD-SUB:1)
                     ADD 1 TO WS-DIFF-CNT
                     IF WS-DIFF-CNT = 1
                        MOVE WS-KD-SUB TO WS-DIFF-1
                     ELSE
                        MOVE WS-KD-SUB TO WS-DIFF-2
                     END-IF
                  END-IF
              END-PERFORM
              IF WS-DIFF-CNT = 1
                 MOVE 4 TO WS-SCORE
                 GO TO 4445-EXIT
              END-IF
              IF WS-DIFF-CNT = 2 AND WS-DIFF-2 = WS-DIFF-1 + 1
                 AND WS-LN-ACCT(WS-LN-SUB)(WS-DIFF-1:1)
                                     = WS-KEY-10(WS-DIFF-2:1)
                 AND WS-LN-ACCT(WS-LN-SUB)(WS-DIFF-2:1)
                                     = WS-KEY-10(WS-DIFF-1:1)
                 MOVE 4 TO WS-SCORE
                 GO TO 4445-EXIT
              END-IF
           END-IF
      * ELEVEN DIGITS - ONE EXTRA; NINE - ONE MISSING INSIDE THE
      * NUMBER (A MISSING LEADING ZERO IS ALREADY THE SAME DIGITS).
           IF WS-KD-LEN = 11
              PERFORM VARYING WS-SKIP FROM 1 BY 1
                      UNTIL WS-SKIP > 11 OR WS-SCORE > 0
                  PERFORM 4446-DROP-KEYED
                  IF WS-ALT = WS-LN-ACCT(WS-LN-SUB)
                     MOVE 4 TO WS-SCORE
                  END-IF
              END-PERFORM
           END-IF
           IF WS-KD-LEN = 9
              PERFORM VARYING WS-SKIP FROM 1 BY 1
                      UNTIL WS-SKIP > 10 OR WS-SCORE > 0
                  PERFORM 4448-DROP-ACCOUNT
                  IF WS-ALT(1:9) = WS-KD(1:9)
                     MOVE 4 TO WS-SCORE
                  END-IF
              END-PERFORM
           END-IF.
       4445-EXIT.
           EXIT.

       4446-DROP-KEYED.
           MOVE SPACES TO WS-ALT
           MOVE 0 TO WS-ALT-LEN
           PERFORM VARYING WS-KD-SUB FROM 1 BY 1
                   UNTIL WS-KD-SUB > 11
               IF WS-KD-SUB NOT = WS-SKIP
                  ADD 1 TO WS-ALT-LEN
                  MOVE WS-KD(WS-KD-SUB:1) TO WS-ALT(WS-ALT-LEN:1)
               END-IF
           END-PERFORM.

       4447-NAME-CHECK.
           MOVE "N" TO WS-NAME-HIT
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PY-CNT OR WS-NAME-HIT = "Y"
               MOVE 0 TO WS-TALLY
               INSPECT WS-LN-NAME(WS-LN-SUB) TALLYING WS-TALLY
                   FOR ALL WS-PY-TOK(WS-PY-SUB)(1:WS-PY-LEN(WS-PY-SUB))
               IF WS-TALLY > 0
                  MOVE "Y" TO WS-NAME-HIT
               END-IF
           END-PERFORM.

       4448-DROP-ACCOUNT.
           MOVE SPACES TO WS-ALT
           MOVE 0 TO WS-ALT-LEN
           PERFORM VARYING WS-KD-SUB FROM 1 BY 1
                   UNTIL WS-KD-SUB > 10
               IF WS-KD-SUB NOT = WS-SKIP
                  ADD 1 TO WS-ALT-LEN
                  MOVE WS-LN-ACCT(WS-LN-SUB)(WS-KD-SUB:1)
                    TO WS-ALT(WS-ALT-LEN:1)
               END-IF
           END-PERFORM.

      * WS-FIND-BRNO/ACCT TO ITS LOAN TABLE ENTRY IN WS-RES-SUB.
       4450-FIND-LOAN.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-CNT
                      OR (WS-LN-BRNO(WS-LN-SUB) = WS-FIND-BRNO
                          AND WS-LN-ACCT(WS-LN-SUB) = WS-FIND-ACCT)
               CONTINUE
           END-PERFORM
           IF WS-LN-SUB > WS-LN-CNT
              MOVE 0 TO WS-RES-SUB
           ELSE
              MOVE WS-LN-SUB TO WS-RES-SUB
           END-IF.

       4600-QUEUE-ITEM.
           IF WS-PQ-CNT = WS-MAX-PQ
              MOVE "R03"                      TO WS-RET-CD
              MOVE "UNABLE TO LOCATE ACCOUNT" TO WS-RET-TEXT
              PERFORM 4800-RETURN-ITEM
           ELSE
              ADD 1 TO WS-CNT-QUEUED WS-PQ-CNT
              MOVE WS-RES-REASON TO PQW-REASON
              MOVE WS-PQ-WORK    TO WS-PQ-IMAGE(WS-PQ-CNT)
              MOVE "K"           TO WS-PQ-DISP(WS-PQ-CNT)
              MOVE PQW-AMOUNT TO WS-EDIT-ITEM
              MOVE SPACES TO RPT-LINE
              STRING "QUEUED:   TRACE " PQW-TRACE " KEYED " PQW-KEYED
                     " " WS-EDIT-ITEM " " PQW-PAYER(1:20) " - "
                     PQW-REASON
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              IF PQW-HINT-ACCTNO NOT = SPACES
                 MOVE SPACES TO RPT-LINE
                 STRING "          NEAREST LOAN " PQW-HINT-BRNO " "
                        PQW-HINT-ACCTNO
                     DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A RESOLVED ITEM (WS-RES-SUB) UNDER WS-ITEM-BATCH: RETURNED IF
      * THE LOAN IS CLOSED, HELD IF THE PAYER SCREENS, ELSE STAGED.
      * A REPAIR OR AN OPERATOR PLACEMENT IS REMEMBERED ON BPYXRF.
      *----------------------------------------------------------------*
       4650-APPLY-ITEM.
           IF WS-LN-CURBAL(WS-RES-SUB) NOT > 0
              MOVE "R02"            TO WS-RET-CD
              MOVE "ACCOUNT CLOSED" TO WS-RET-TEXT
              PERFORM 4800-RETURN-ITEM
              GO TO 4650-EXIT.
           EVALUATE TRUE
               WHEN WS-RES-PRIOR
                   ADD 1 TO WS-CNT-PRIOR
                   MOVE "AS PLACED BEFORE"  TO WS-HOW-TEXT
               WHEN WS-RES-REPAIRED
                   ADD 1 TO WS-CNT-REPAIRED
                   MOVE "REPAIRED"          TO WS-HOW-TEXT
               WHEN WS-RES-OPERATOR
                   MOVE SPACES TO WS-HOW-TEXT
                   STRING "PLACED BY " WS-RES-OPER
                       DELIMITED BY SIZE INTO WS-HOW-TEXT
               WHEN OTHER
                   MOVE SPACES              TO WS-HOW-TEXT
           END-EVALUATE
           IF WS-HOW-TEXT NOT = SPACES
              MOVE PQW-AMOUNT TO WS-EDIT-ITEM
              MOVE SPACES TO RPT-LINE
              STRING "APPLIED:  TRACE " PQW-TRACE " KEYED " PQW-KEYED
                     " " WS-EDIT-ITEM " TO "
                     WS-LN-BRNO(WS-RES-SUB) " "
                     WS-LN-ACCT(WS-RES-SUB) " - " WS-HOW-TEXT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-RES-REPAIRED OR WS-RES-OPERATOR
              PERFORM 4900-LEARN
           END-IF
           PERFORM 4700-BUILD-ITEM
           PERFORM 8690-SCREEN-RESET
           IF PQW-PAYER NOT = SPACES
              MOVE PQW-PAYER TO WS-OFC-NAME
              MOVE "PAYER"   TO WS-OFC-ROLE
              PERFORM 8700-SCREEN-NAME
           END-IF
           IF WS-OFC-HIT
              MOVE SPACES                 TO OFCHIT-REC
              MOVE BSGOUT-REC             TO OFH-ITEM-IMAGE
              MOVE BSGOUT-BRANCH          TO OFH-BRNO
              MOVE BSGOUT-ACCTNO          TO OFH-ACCTNO
              MOVE PQW-AMOUNT             TO OFH-AMOUNT
              MOVE PQW-TRACE              TO OFH-REFERENCE
              PERFORM 8800-WRITE-HIT
              MOVE SPACES TO RPT-LINE
              STRING "HELD:     OFAC REVIEW - TRACE " PQW-TRACE " "
                     WS-OFC-BEST-NAME " SCORE " WS-OFC-BEST-SCORE
                     " SDN " WS-OFC-BEST-UID
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              GO TO 4650-EXIT.
           WRITE BSGOUT-REC
           ADD 1 TO WS-CNT-STAGED
           ADD PQW-AMOUNT TO WS-TOT-STAGED
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-CNT
                      OR WS-BT-BATCHID(WS-BT-SUB) = WS-ITEM-BATCH
               CONTINUE
           END-PERFORM
           IF WS-BT-SUB > WS-BT-CNT AND WS-BT-CNT < WS-MAX-BT
              ADD 1 TO WS-BT-CNT
              MOVE WS-BT-CNT     TO WS-BT-SUB
              MOVE WS-ITEM-BATCH TO WS-BT-BATCHID(WS-BT-SUB)
              MOVE 0 TO WS-BT-CNT-ITEMS(WS-BT-SUB) WS-BT-AMT(WS-BT-SUB)
           END-IF
           IF WS-BT-SUB NOT > WS-BT-CNT
              ADD 1          TO WS-BT-CNT-ITEMS(WS-BT-SUB)
              ADD PQW-AMOUNT TO WS-BT-AMT(WS-BT-SUB)
           END-IF.
       4650-EXIT.
           EXIT.

      * THE CONSOLIDATOR TRACE RIDES IN THE DIST-ID, "B" BEHIND IT.
       4700-BUILD-ITEM.
           MOVE SPACES                 TO BSGOUT-REC
           MOVE "I"                    TO BSGOUT-RECTYPE
           MOVE WS-ITEM-BATCH          TO BSGOUT-BATCHID
           MOVE WS-LN-BRNO(WS-RES-SUB) TO BSGOUT-BRANCH
           MOVE WS-LN-ACCT(WS-RES-SUB) TO BSGOUT-ACCTNO
           MOVE "PA"                   TO BSGOUT-TRCD
           MOVE BPP-REFCD              TO BSGOUT-REFCD
           MOVE PQW-AMOUNT             TO BSGOUT-AMT
           MOVE PQW-PAYDATE            TO BSGOUT-PAYDATE
           MOVE PQW-TRACE              TO BSGOUT-DIST-ID(1:15)
           MOVE "B"                    TO BSGOUT-DIST-ID(16:1)
           MOVE WS-RUN-DATE            TO BSGOUT-RUN-DATE
           MOVE WS-RUN-TIME            TO BSGOUT-RUN-TIME
           MOVE WS-CHANNEL             TO BSGOUT-CHANNEL.

       4800-RETURN-ITEM.
           ADD 1 TO WS-CNT-RETURNED
           ADD PQW-AMOUNT TO WS-TOT-RETURNED
           MOVE PQW-CONSOLIDATOR TO RET-CONSOLIDATOR
           MOVE PQW-DEPOSIT-ID   TO RET-DEPOSIT-ID
           MOVE PQW-TRACE        TO RET-TRACE
           MOVE PQW-KEYED        TO RET-KEYED
           MOVE PQW-AMOUNT       TO RET-AMOUNT
           MOVE PQW-PAYER        TO RET-PAYER
           MOVE WS-RET-CD        TO RET-REASON-CD
           MOVE WS-RET-TEXT      TO RET-REASON-TEXT
           MOVE WS-RUN-DATE      TO RET-RETURN-DATE
           WRITE BPYRET-REC
           MOVE PQW-AMOUNT TO WS-EDIT-ITEM
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED: TRACE " PQW-TRACE " KEYED " PQW-KEYED
                  " " WS-EDIT-ITEM " " WS-RET-CD " " WS-RET-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4900-LEARN.
           MOVE PQW-KEYED              TO XRF-KEYED
           MOVE PQW-PAYER              TO XRF-PAYER
           MOVE WS-LN-BRNO(WS-RES-SUB) TO XRF-BRNO
           MOVE WS-LN-ACCT(WS-RES-SUB) TO XRF-ACCTNO
           MOVE WS-RUN-DATE            TO XRF-LEARN-DATE
           MOVE WS-RES-METHOD          TO XRF-HOW
           WRITE BPYXRF-REC
           IF WS-XR-CNT < WS-MAX-XR
              ADD 1 TO WS-XR-CNT
              MOVE XRF-KEYED  TO WS-XR-KEYED(WS-XR-CNT)
              MOVE XRF-PAYER  TO WS-XR-PAYER(WS-XR-CNT)
              MOVE XRF-BRNO   TO WS-XR-BRNO(WS-XR-CNT)
              MOVE XRF-ACCTNO TO WS-XR-ACCT(WS-XR-CNT)
           END-IF.

       5000-REWRITE-QUEUE.
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
                   UNTIL WS-PQ-SUB > WS-PQ-CNT
               IF WS-PQ-DISP(WS-PQ-SUB) = "K"
                  ADD 1 TO WS-CNT-Q-OPEN
                  WRITE BPYPNW-REC FROM WS-PQ-IMAGE(WS-PQ-SUB)
               END-IF
           END-PERFORM.

      * EACH STAGED BATCH DECLARES ITS OWN COUNT AND TOTAL FOR THE
      * POSTING RUN TO PROVE, THE SAME AS A LOCKBOX BATCH.
       6000-WRITE-CONTROL-ROWS.
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-CNT
               MOVE "E"                        TO BSGCTL-RECTYPE
               MOVE WS-BT-BATCHID(WS-BT-SUB)   TO BSGCTL-BATCHID
               MOVE WS-BT-CNT-ITEMS(WS-BT-SUB) TO BSGCTL-DECLARED-CNT
               MOVE WS-BT-AMT(WS-BT-SUB)       TO BSGCTL-DECLARED-AMT
               MOVE WS-RUN-DATE                TO BSGCTL-RUN-DATE
               MOVE WS-RUN-TIME                TO BSGCTL-RUN-TIME
               WRITE BSGCTL-REC
           END-PERFORM.

       7000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ITEMS TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS READ        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-STAGED TO WS-EDIT-CNT
           MOVE WS-TOT-STAGED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS STAGED      " WS-EDIT-CNT "  FOR " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REPAIRED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  ACCOUNT REPAIRED" WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PRIOR TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  AS PLACED BEFORE" WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-OFC-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD - OFAC       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-QUEUED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "QUEUED FOR REPAIR " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-Q-PLACED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "QUEUE ITEMS PLACED" WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-Q-OPEN TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "QUEUE STILL OPEN  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-RETURNED TO WS-EDIT-CNT
           MOVE WS-TOT-RETURNED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED          " WS-EDIT-CNT "  FOR " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-ZERO TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ZERO AMOUNT       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FIX-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FIXES REFUSED     " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * OFAC SCREENING - THE SAME PARAGRAPHS IN WIREMT, LBXTRN, POSPAY
      * AND BPYTRN.  THE LIST IN FORCE IS LOADED ONCE A RUN.  A LIST
      * THAT IS MISSING, EMPTY OR TOO BIG FOR THE TABLE LOADS NOTHING,
      * AND WITH NO LIST EVERY NAME SCREENED IS HELD - NOTHING GOES OUT
      * UNSCREENED.
      *----------------------------------------------------------------*
       8500-LOAD-SDN.
           OPEN INPUT OFCPRM-FILE
           READ OFCPRM-FILE AT END SET OFCPRM-EOF TO TRUE END-READ
           IF NOT OFCPRM-EOF
              IF OFP-THRESHOLD NUMERIC AND OFP-THRESHOLD > 0
                 MOVE OFP-THRESHOLD TO WS-OFC-THRESHOLD
              END-IF
           END-IF
           CLOSE OFCPRM-FILE
           OPEN INPUT SDNLST-FILE
           READ SDNLST-FILE AT END SET SDNLST-EOF TO TRUE END-READ
           IF NOT SDNLST-EOF AND SLH-RECTYPE = "H"
              MOVE SLH-VERSION TO WS-OFC-VERSION
              READ SDNLST-FILE AT END SET SDNLST-EOF TO TRUE END-READ
           END-IF
           PERFORM 8510-LOAD-SDN-ONE
               UNTIL SDNLST-EOF OR WS-SDN-CNT = WS-MAX-SDN
           IF NOT SDNLST-EOF
              MOVE 0 TO WS-SDN-CNT
           END-IF
           CLOSE SDNLST-FILE
           OPEN EXTEND OFCHIT-FILE
           MOVE SPACES TO RPT-LINE
           IF WS-SDN-CNT = 0
              MOVE "** NO USABLE SDN LIST - EVERY NAME HELD FOR REVIEW"
                TO RPT-LINE
           ELSE
              STRING "OFAC SDN LIST " WS-OFC-VERSION
                     "  HOLD AT SCORE " WS-OFC-THRESHOLD
                  DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       8510-LOAD-SDN-ONE.
           IF SLD-RECTYPE = "D"
              MOVE SLD-NAME TO WS-OFC-NAME
              PERFORM 8600-TOKENIZE
              IF WS-OFC-TOK-CNT > 0
                 ADD 1 TO WS-SDN-CNT
                 MOVE SLD-UID        TO WS-SDN-UID(WS-SDN-CNT)
                 MOVE SLD-NAME       TO WS-SDN-NAME(WS-SDN-CNT)
                 MOVE WS-OFC-TOK-CNT TO WS-SDN-TOK-CNT(WS-SDN-CNT)
                 PERFORM VARYING WS-OFC-T-SUB FROM 1 BY 1
                         UNTIL WS-OFC-T-SUB > 6
                     MOVE WS-OFC-TOK(WS-OFC-T-SUB)
                       TO WS-SDN-TOK(WS-SDN-CNT, WS-OFC-T-SUB)
                 END-PERFORM
              END-IF
           END-IF
           READ SDNLST-FILE AT END SET SDNLST-EOF TO TRUE END-READ.

      * WS-OFC-NAME TO WORDS: UPPER CASE, PUNCTUATION BLANKED, NOISE
      * WORDS (THE, INC, LLC, ...) DROPPED, THE FIRST SIX KEPT.
       8600-TOKENIZE.
           INSPECT WS-OFC-NAME CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-OFC-NAME CONVERTING
              ".,;:-'/&()#!?*_+"
              TO "                "
           MOVE SPACES TO WS-OFC-RAW WS-OFC-TOK-TABLE
           MOVE 0 TO WS-OFC-TOK-CNT
           UNSTRING WS-OFC-NAME DELIMITED BY ALL SPACE
               INTO WS-OFC-RAW-TOK(1) WS-OFC-RAW-TOK(2)
                    WS-OFC-RAW-TOK(3) WS-OFC-RAW-TOK(4)
                    WS-OFC-RAW-TOK(5) WS-OFC-RAW-TOK(6)
                    WS-OFC-RAW-TOK(7) WS-OFC-RAW-TOK(8)
           END-UNSTRING
           PERFORM VARYING WS-OFC-RAW-SUB FROM 1 BY 1
                   UNTIL WS-OFC-RAW-SUB > 8
               MOVE WS-OFC-RAW-TOK(WS-OFC-RAW-SUB) TO WS-OFC-WORD
               IF WS-OFC-WORD NOT = SPACES
                  AND NOT WS-OFC-NOISE-WORD
                  AND WS-OFC-TOK-CNT < 6
                  ADD 1 TO WS-OFC-TOK-CNT
                  MOVE WS-OFC-WORD TO WS-OFC-TOK(WS-OFC-TOK-CNT)
               END-IF
           END-PERFORM.

       8690-SCREEN-RESET.
           MOVE 0      TO WS-OFC-BEST-SCORE
           MOVE SPACES TO WS-OFC-BEST-UID WS-OFC-BEST-SDN
                          WS-OFC-BEST-ROLE WS-OFC-BEST-NAME
           MOVE "N"    TO WS-OFC-HIT-SW.

      *----------------------------------------------------------------*
      * SCORE ONE NAME (WS-OFC-NAME, ITS ROLE IN WS-OFC-ROLE) AGAINST
      * THE WHOLE LIST.  EACH WORD OF AN SDN ENTRY EARNS 4 FOR AN
      * EXACT WORD IN THE NAME, 3 FOR ONE SHARING ITS FIRST FOUR
      * LETTERS (SPELLING VARIANTS), AND THE ENTRY SCORES THE CREDIT
      * AS A PERCENT OF 4 PER WORD - WORD ORDER DOES NOT MATTER.  THE
      * BEST ENTRY ACROSS ALL THE ITEM'S NAMES IS KEPT; AT OR OVER THE
      * THRESHOLD THE ITEM IS A HIT.
      *----------------------------------------------------------------*
       8700-SCREEN-NAME.
           MOVE WS-OFC-NAME TO WS-OFC-SAVE-NAME
           PERFORM 8600-TOKENIZE
           IF WS-OFC-TOK-CNT > 0
              IF WS-SDN-CNT = 0
                 MOVE "Y" TO WS-OFC-HIT-SW
                 IF WS-OFC-BEST-ROLE = SPACES
                    MOVE WS-OFC-ROLE      TO WS-OFC-BEST-ROLE
                    MOVE WS-OFC-SAVE-NAME TO WS-OFC-BEST-NAME
                    MOVE "NO SDN LIST IN FORCE" TO WS-OFC-BEST-SDN
                 END-IF
              ELSE
                 PERFORM 8710-SCORE-ENTRY
                     VARYING WS-SDN-SUB FROM 1 BY 1
                     UNTIL WS-SDN-SUB > WS-SDN-CNT
              END-IF
           END-IF
           IF WS-OFC-BEST-SCORE NOT < WS-OFC-THRESHOLD
              MOVE "Y" TO WS-OFC-HIT-SW
           END-IF.

       8710-SCORE-ENTRY.
           MOVE 0 TO WS-OFC-CREDIT
           PERFORM VARYING WS-OFC-T-SUB FROM 1 BY 1
                   UNTIL WS-OFC-T-SUB > WS-SDN-TOK-CNT(WS-SDN-SUB)
               MOVE 0 TO WS-OFC-TOK-CREDIT
               PERFORM VARYING WS-OFC-C-SUB FROM 1 BY 1
                       UNTIL WS-OFC-C-SUB > WS-OFC-TOK-CNT
                          OR WS-OFC-TOK-CREDIT = 4
                   IF WS-SDN-TOK(WS-SDN-SUB, WS-OFC-T-SUB)
                                     = WS-OFC-TOK(WS-OFC-C-SUB)
                      MOVE 4 TO WS-OFC-TOK-CREDIT
                   ELSE
                      IF WS-SDN-TOK(WS-SDN-SUB, WS-OFC-T-SUB)(4:1)
                                                        NOT = SPACE
                         AND WS-OFC-TOK(WS-OFC-C-SUB)(4:1) NOT = SPACE
                         AND WS-SDN-TOK(WS-SDN-SUB, WS-OFC-T-SUB)(1:4)
                                     = WS-OFC-TOK(WS-OFC-C-SUB)(1:4)
                         MOVE 3 TO WS-OFC-TOK-CREDIT
                      END-IF
                   END-IF
               END-PERFORM
               ADD WS-OFC-TOK-CREDIT TO WS-OFC-CREDIT
           END-PERFORM
           COMPUTE WS-OFC-SCORE =
              WS-OFC-CREDIT * 25 / WS-SDN-TOK-CNT(WS-SDN-SUB)
           IF WS-OFC-SCORE > WS-OFC-BEST-SCORE
              MOVE WS-OFC-SCORE             TO WS-OFC-BEST-SCORE
              MOVE WS-SDN-UID(WS-SDN-SUB)   TO WS-OFC-BEST-UID
              MOVE WS-SDN-NAME(WS-SDN-SUB)  TO WS-OFC-BEST-SDN
              MOVE WS-OFC-ROLE              TO WS-OFC-BEST-ROLE
              MOVE WS-OFC-SAVE-NAME         TO WS-OFC-BEST-NAME
           END-IF.

      * THE CALLER HAS SET THE ITEM FIELDS AND IMAGE ON OFCHIT-REC.
       8800-WRITE-HIT.
           ADD 1 TO WS-OFC-SEQ WS-CNT-OFC-HELD
           MOVE WS-OFC-SOURCE     TO OFH-SOURCE
           MOVE WS-RUN-DATE       TO OFH-HOLD-DATE
           MOVE WS-RUN-TIME       TO OFH-HOLD-TIME
           MOVE WS-OFC-SEQ        TO OFH-SEQ
           MOVE WS-OFC-PROGRAM    TO OFH-PROGRAM
           MOVE WS-OFC-VERSION    TO OFH-LIST-VERSION
           MOVE WS-OFC-BEST-ROLE  TO OFH-ROLE
           MOVE WS-OFC-BEST-NAME  TO OFH-NAME
           MOVE WS-OFC-BEST-SCORE TO OFH-SCORE
           MOVE WS-OFC-BEST-UID   TO OFH-SDN-UID
           MOVE WS-OFC-BEST-SDN   TO OFH-SDN-NAME
           WRITE OFCHIT-REC.

       9999-EXIT.
           CLOSE BPYPRM-FILE BPYIN-FILE BSGOUT-FILE BPYRET-FILE
                 BPYPNW-FILE BPYXRF-FILE OFCHIT-FILE BPYTRN-RPT
           STOP RUN.
