      *================================================================*
      *   P R O G R A M :  S S V G E N                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-10-09
      *  DESC: NIGHTLY SELF-SERVICE ACCOUNT SNAPSHOT FEED FOR THE IVR
      *        AND WEB VENDORS.  THE VENDORS WERE QUOTING BALANCES
      *        AND DUE DATES FROM THEIR OWN STALE COPIES, AND TAKING
      *        PAYMENTS ON ACCOUNTS WE WOULD HAVE REFUSED.  EVERY
      *        ACTIVE ACCOUNT ON THE SSVEXT EXTRACT (BUILT BY EXTBLD,
      *        VERIFIED AGAINST ITS EXTCTL SIDECAR) IS DRIVEN THROUGH
      *        THE POSTING ENGINE WITH TRCD "SS" - THE READ-ONLY
      *        SNAPSHOT, HELD RESIDENT ACROSS ITEMS THE SAME WAY
      *        APILSN HOLDS IT - AND THE SNP ROWS THE ENGINE WRITES
      *        ARE TURNED INTO THE SSVFEED FILE: ONE "D" ROW PER
      *        ACCOUNT (BALANCE, PAST DUE, NEXT DUE DATE AND AMOUNT,
      *        LAST PAYMENT, PAYOFF GOOD THROUGH TOMORROW, THE
      *        DO-NOT-TAKE-PAYMENT FLAGS AND THE AUTOPAY STATUS FROM
      *        THE STANDING-INSTRUCTION FILE) AND ONE "T" CONTROL
      *        TRAILER (ROW COUNT, TOTAL BALANCE, TOTAL PAYOFF).
      *        APILSN FUNCTION "S" ANSWERS A SINGLE ACCOUNT FROM THE
      *        SAME ENGINE PATH AND THE SAME AUTOPAY RULE.  ACCOUNTS
      *        THE ENGINE REFUSED ARE LISTED ON SSVGEN.RPT AND LEFT
      *        OFF THE FEED.
      *
      *        SSVGEN.PARM (OPTIONAL): THE REFCD THE SNAPSHOT ITEMS
      *        RUN UNDER (REQUIRED - ITS USER MUST BE AUTHORIZED FOR
      *        TRCD "SS") AND AN AS-OF DATE (ZERO = TODAY).
      *
      *  MOD HISTORY:
      *   100928 RTC  ORIGINAL PROGRAM.
      *   101628 RTC  SSVFEED IS REGISTERED ON THE TXREG
      *               TRANSMISSION LEDGER (RECORD COUNT, DOLLAR
      *               TOTAL, HASH TOTAL) FOR TXLMNT RELEASE AND
      *               TXLREC ACKNOWLEDGEMENT TRACKING.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSVGEN.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-10-09.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SSVPRM-FILE ASSIGN TO "SSVGEN.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSVPRM-STATUS.

           SELECT SSVEXT-FILE ASSIGN TO "SSVEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSVEXT-STATUS.

           SELECT EXTCTL-FILE ASSIGN TO "EXTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTCTL-STATUS.

           SELECT SI-FILE ASSIGN TO "SIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-STATUS.

           SELECT SNP-FILE ASSIGN TO "SNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNP-STATUS.

           SELECT FEED-FILE ASSIGN TO "SSVFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

           SELECT OPTIONAL TXREG-FILE ASSIGN TO "TXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXREG-STATUS.

           SELECT SSVGEN-RPT ASSIGN TO "SSVGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSVPRM-FILE.
       01  SSVPRM-REC.
           05  PRM-REFCD             PIC X(05).
           05  PRM-ASOF-DATE         PIC 9(08).

       FD  SSVEXT-FILE.
       01  SSVEXT-REC.
           05  SSX-BRNO              PIC X(04).
           05  SSX-ACCTNO            PIC X(10).
           05  SSX-CURBAL            PIC S9(07)V99.

       FD  EXTCTL-FILE.
       01  EXTCTL-REC.
           05  CTL-EXTNAME           PIC X(08).
           05  CTL-COUNT             PIC 9(07).
           05  CTL-BUILD-DATE        PIC 9(08).
           05  CTL-BUILD-TIME        PIC 9(06).

       FD  SI-FILE.
       01  SI-REC.
           05  SI-BRNO               PIC X(04).
           05  SI-ACCTNO             PIC X(10).
           05  SI-AMT                PIC S9(07)V99.
           05  SI-DAY                PIC 9(02).
           05  SI-METHOD             PIC X(02).
           05  SI-START-DATE         PIC 9(08).
           05  SI-STOP-DATE          PIC 9(08).
           05  SI-REFCD              PIC X(05).
           05  SI-AUTHREF            PIC X(12).
           05  SI-LASTGEN-DATE       PIC 9(08).
           05  SI-RTNO               PIC 9(09).
           05  SI-BANKACCT           PIC X(17).
           05  SI-ACCT-TYPE          PIC X(01).
           05  SI-PRENOTE-DATE       PIC 9(08).

       FD  SNP-FILE.
       01  SNP-REC.
           05  SNP-RUN-DATE          PIC 9(08).
           05  SNP-RUN-TIME          PIC 9(06).
           05  SNP-BATCHID           PIC X(10).
           05  SNP-BRNO              PIC X(04).
           05  SNP-ACCTNO            PIC X(10).
           05  SNP-RETURN            PIC 9(03).
           05  SNP-ASOF-DATE         PIC 9(08).
           05  SNP-CURBAL            PIC S9(07)V99.
           05  SNP-PASTDUE-AMT       PIC S9(07)V99.
           05  SNP-NEXTDUE-DATE      PIC 9(08).
           05  SNP-NEXTDUE-AMT       PIC S9(07)V99.
           05  SNP-LASTPAY-DATE      PIC 9(08).
           05  SNP-LASTPAY-AMT       PIC S9(07)V99.
           05  SNP-POFF-NETDUE       PIC S9(07)V99.
           05  SNP-POFF-GOODTHRU     PIC 9(08).
           05  SNP-BANKRUPT-FG       PIC X(01).
           05  SNP-CHGOFF-FG         PIC X(01).
           05  SNP-SIF-FG            PIC X(01).
           05  SNP-FROZEN-FG         PIC X(01).
           05  SNP-NOPAY-FG          PIC X(01).

       FD  FEED-FILE.
       01  FEED-REC                  PIC X(120).

       FD  TXREG-FILE.
       01  TXREG-REC.
           05  TXR-PROGRAM           PIC X(08).
           05  TXR-FILE-NAME         PIC X(12).
           05  TXR-CREATE-DATE       PIC 9(08).
           05  TXR-CREATE-TIME       PIC 9(06).
           05  TXR-DEST              PIC X(08).
           05  TXR-REC-CNT           PIC 9(09).
           05  TXR-DOLLAR-TOT        PIC S9(11)V99.
           05  TXR-HASH              PIC 9(15).

       FD  SSVGEN-RPT.
       01  RPT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  SSVPRM-STATUS             PIC XX.
       01  SSVEXT-STATUS             PIC XX.
           88  SSVEXT-EOF                       VALUE "10".
       01  EXTCTL-STATUS             PIC XX.
       01  SI-STATUS                 PIC XX.
           88  SI-EOF                           VALUE "10".
       01  SNP-STATUS                PIC XX.
           88  SNP-EOF                          VALUE "10".
       01  FEED-STATUS               PIC XX.
       01  RPT-STATUS                PIC XX.

      * TRANSMISSION LEDGER REGISTRATION - RECORDS WRITTEN TO THE
      * OUTBOUND FILE, THEIR DOLLAR TOTAL AND HASH TOTAL.
       01  TXREG-STATUS              PIC XX.
       01  WS-TX-CNT                 PIC 9(09) COMP VALUE 0.
       01  WS-TX-HASH                PIC 9(18) COMP VALUE 0.
       01  WS-TX-TIME-RAW            PIC 9(08).
       01  WS-TX-ACCT                PIC X(10).
       01  WS-TX-ACCT-N REDEFINES WS-TX-ACCT
                                     PIC 9(10).

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-TIME-RAW           PIC 9(08).
       01  WS-RUN-TIME               PIC 9(06).
       01  WS-ASOF-DATE              PIC 9(08).
       01  WS-BATCHID                PIC X(10).
       01  WS-CTL-OK-FG              PIC X(01) VALUE "Y".
       01  WS-CTL-PRESENT-FG         PIC X(01) VALUE "N".
       01  WS-CTL-COUNT              PIC 9(07).

      * SNP ROWS ALREADY ON THE FILE BEFORE THIS RUN'S CALLS (AN
      * EARLIER RUN, OR APILSN'S ON-DEMAND ROWS) ARE SKIPPED BY COUNT.
       01  WS-SNP-BEFORE             PIC 9(09) COMP VALUE 0.
       01  WS-SNP-SKIP               PIC 9(09) COMP.

       01  WS-MAX-SI                 PIC 9(05) COMP VALUE 20000.
       01  WS-SI-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SI-SUB                 PIC 9(05) COMP.
       01  WS-SI-TABLE.
           05  WS-SI-ENTRY OCCURS 20000 TIMES.
               10  WS-SI-IMAGE       PIC X(103).

       01  WS-SI-WORK.
           05  WSI-BRNO              PIC X(04).
           05  WSI-ACCTNO            PIC X(10).
           05  WSI-AMT               PIC S9(07)V99.
           05  WSI-DAY               PIC 9(02).
           05  WSI-METHOD            PIC X(02).
           05  WSI-START-DATE        PIC 9(08).
           05  WSI-STOP-DATE         PIC 9(08).
           05  WSI-REFCD             PIC X(05).
           05  WSI-AUTHREF           PIC X(12).
           05  WSI-LASTGEN-DATE      PIC 9(08).
           05  WSI-RTNO              PIC 9(09).
           05  WSI-BANKACCT          PIC X(17).
           05  WSI-ACCT-TYPE         PIC X(01).
           05  WSI-PRENOTE-DATE      PIC 9(08).

      * AUTOPAY STATUS: A = ACTIVE, F = STARTS IN THE FUTURE, E =
      * ENDED, N = NONE.  AN ACTIVE ROW OUTRANKS A FUTURE ONE, WHICH
      * OUTRANKS AN ENDED ONE - THE SAME RULE APILSN APPLIES.
       01  WS-AUTOPAY-ST             PIC X(01).
       01  WS-AUTOPAY-DAY            PIC 9(02).
       01  WS-AUTOPAY-AMT            PIC S9(07)V99.
       01  WS-SI-ST                  PIC X(01).

      * THE ITEM STRING IS LAID OUT EXACTLY AS batpay.sh PASSES THE
      * BT-REC IMAGE TO THE POSTING ENGINE.
       01  WS-ITEM-STRING.
           05  WIT-BRANCH            PIC X(04).
           05  WIT-ACCTNO            PIC X(10).
           05  WIT-SSNO              PIC 9(09) VALUE 0.
           05  WIT-AMT               PIC S9(07)V99 VALUE 0.
           05  WIT-REFCD             PIC X(05).
           05  WIT-TRCD              PIC X(02) VALUE "SS".
           05  WIT-PAYDATE           PIC 9(06) VALUE 0.
           05  WIT-BATCHID           PIC X(10).
           05  WIT-CHANNEL           PIC X(03) VALUE SPACES.
           05  WIT-DIST-ID           PIC X(23) VALUE SPACES.
           05  WIT-DEPOSIT-ID        PIC X(12) VALUE SPACES.
           05  WIT-VALIDATE-FG       PIC X(01) VALUE SPACE.
           05  WIT-FILLER            PIC X(40) VALUE SPACES.

       01  WS-CNT-EXTRACT            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-FEED               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-REFUSED            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-NOPAY              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-AUTOPAY            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-MISSING            PIC 9(07) COMP VALUE 0.
       01  WS-TOT-CURBAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-POFF               PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-EDIT-CNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RC                PIC ZZ9.

       01  WS-DTL-LINE.
           05  FILLER                PIC X(01) VALUE "D".
           05  DTL-BRNO              PIC X(04).
           05  DTL-ACCTNO            PIC X(10).
           05  DTL-ASOF-DATE         PIC 9(08).
           05  DTL-CURBAL            PIC S9(07)V99.
           05  DTL-PASTDUE-AMT       PIC S9(07)V99.
           05  DTL-NEXTDUE-DATE      PIC 9(08).
           05  DTL-NEXTDUE-AMT       PIC S9(07)V99.
           05  DTL-LASTPAY-DATE      PIC 9(08).
           05  DTL-LASTPAY-AMT       PIC S9(07)V99.
           05  DTL-POFF-NETDUE       PIC S9(07)V99.
           05  DTL-POFF-GOODTHRU     PIC 9(08).
           05  DTL-BANKRUPT-FG       PIC X(01).
           05  DTL-CHGOFF-FG         PIC X(01).
           05  DTL-SIF-FG            PIC X(01).
           05  DTL-FROZEN-FG         PIC X(01).
           05  DTL-NOPAY-FG          PIC X(01).
           05  DTL-AUTOPAY-ST        PIC X(01).
           05  DTL-AUTOPAY-DAY       PIC 9(02).
           05  DTL-AUTOPAY-AMT       PIC S9(07)V99.

       01  WS-TRL-LINE.
           05  FILLER                PIC X(01) VALUE "T".
           05  TRL-RUN-DATE          PIC 9(08).
           05  TRL-RUN-TIME          PIC 9(06).
           05  TRL-ASOF-DATE         PIC 9(08).
           05  TRL-CNT               PIC 9(09).
           05  TRL-TOT-CURBAL        PIC S9(11)V99.
           05  TRL-TOT-POFF          PIC S9(11)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-VERIFY-EXTCTL
           IF WS-CTL-OK-FG NOT = "Y"
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           PERFORM 1100-LOAD-INSTRUCTIONS
           PERFORM 1150-COUNT-SNP
           PERFORM 2000-DRIVE-SNAPSHOTS
           PERFORM 3000-BUILD-FEED
           PERFORM 4000-TRAILER
           PERFORM 5000-TOTALS
           PERFORM 8900-REGISTER-TRANSMISSION
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SSVPRM-FILE
           OPEN INPUT  SSVEXT-FILE
           OPEN OUTPUT FEED-FILE
           OPEN OUTPUT SSVGEN-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
           MOVE "SELF-SERVICE SNAPSHOT FEED EXCEPTIONS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ SSVPRM-FILE AT END MOVE SPACES TO SSVPRM-REC
           END-READ
           IF PRM-ASOF-DATE NOT NUMERIC
              MOVE 0 TO PRM-ASOF-DATE
           END-IF
           IF PRM-REFCD = SPACES OR LOW-VALUES
              MOVE "NO SNAPSHOT REFCD ON SSVGEN.PARM - RUN ABORTED"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           MOVE PRM-REFCD TO WIT-REFCD
      * THE ENGINE TAKES THE PAYDATE AS MMDDYY AND TREATS ZERO AS
      * TODAY.
           IF PRM-ASOF-DATE = 0
              MOVE WS-RUN-DATE   TO WS-ASOF-DATE
           ELSE
              MOVE PRM-ASOF-DATE TO WS-ASOF-DATE
              STRING PRM-ASOF-DATE(5:2) PRM-ASOF-DATE(7:2)
                     PRM-ASOF-DATE(3:2)
                  DELIMITED BY SIZE INTO WIT-PAYDATE
           END-IF
           STRING "SS" WS-RUN-DATE DELIMITED BY SIZE INTO WS-BATCHID
           MOVE WS-BATCHID TO WIT-BATCHID.

       1050-VERIFY-EXTCTL.
      * A MISSING SIDECAR IS A HAND-BUILT EXTRACT - RUN AS BEFORE.  A
      * SIDECAR FOR THE WRONG EXTRACT OR A PRIOR BUILD DATE WOULD SEND
      * THE VENDORS YESTERDAY'S ACCOUNT LIST.
           OPEN INPUT EXTCTL-FILE
           IF EXTCTL-STATUS = "35"
              CONTINUE
           ELSE
              READ EXTCTL-FILE
                  AT END MOVE "N" TO WS-CTL-OK-FG
              END-READ
              IF WS-CTL-OK-FG = "Y"
                 MOVE "Y" TO WS-CTL-PRESENT-FG
                 MOVE CTL-COUNT TO WS-CTL-COUNT
                 IF CTL-EXTNAME NOT = "SSVEXT  "
                    OR CTL-BUILD-DATE NOT = WS-RUN-DATE
                    MOVE "N" TO WS-CTL-OK-FG
                 END-IF
              END-IF
              CLOSE EXTCTL-FILE
           END-IF
           IF WS-CTL-OK-FG NOT = "Y"
              MOVE "EXTRACT CONTROL STALE OR WRONG - NOT RUN"
                   TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       1100-LOAD-INSTRUCTIONS.
           OPEN INPUT SI-FILE
           IF SI-STATUS NOT = "00"
              MOVE "*** SIFILE UNAVAILABLE - AUTOPAY SHOWN AS NONE"
                TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              READ SI-FILE AT END SET SI-EOF TO TRUE END-READ
              PERFORM UNTIL SI-EOF OR WS-SI-CNT = WS-MAX-SI
                  ADD 1 TO WS-SI-CNT
                  MOVE SI-REC TO WS-SI-IMAGE(WS-SI-CNT)
                  READ SI-FILE AT END SET SI-EOF TO TRUE END-READ
              END-PERFORM
              CLOSE SI-FILE
           END-IF.

       1150-COUNT-SNP.
           OPEN INPUT SNP-FILE
           IF SNP-STATUS = "00"
              READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ
              PERFORM UNTIL SNP-EOF
                  ADD 1 TO WS-SNP-BEFORE
                  READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ
              END-PERFORM
              CLOSE SNP-FILE
           END-IF.

      ******************************************************************
      * ONE ENGINE CALL PER EXTRACT ACCOUNT.  THE ENGINE IS HELD
      * RESIDENT ACROSS ITEMS AND THE SWITCH IS DROPPED AHEAD OF THE
      * LAST ITEM SO ITS CALLS CANCEL EVERYTHING ON THE WAY OUT.
      ******************************************************************
       2000-DRIVE-SNAPSHOTS.
           SET ENVIRONMENT "BATCHRESIDENT" TO "Y"
           READ SSVEXT-FILE AT END SET SSVEXT-EOF TO TRUE END-READ
           PERFORM 2100-ONE-ACCOUNT UNTIL SSVEXT-EOF
           SET ENVIRONMENT "BATCHRESIDENT" TO "N"
           IF WS-CTL-PRESENT-FG = "Y"
              AND WS-CNT-EXTRACT NOT = WS-CTL-COUNT
              MOVE "*** EXTRACT PARTIAL - COUNT MISMATCH ***"
                   TO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       2100-ONE-ACCOUNT.
           ADD 1 TO WS-CNT-EXTRACT
           MOVE SSX-BRNO   TO WIT-BRANCH
           MOVE SSX-ACCTNO TO WIT-ACCTNO
           READ SSVEXT-FILE AT END SET SSVEXT-EOF TO TRUE END-READ
           IF SSVEXT-EOF
              SET ENVIRONMENT "BATCHRESIDENT" TO "N"
           END-IF
           CALL "APIPAY" USING WS-ITEM-STRING.

      ******************************************************************
      * THIS RUN'S SNP ROWS BECOME THE FEED.  A REFUSED ACCOUNT IS
      * REPORTED AND LEFT OFF - THE VENDOR HAS NO FIGURES TO QUOTE.
      ******************************************************************
       3000-BUILD-FEED.
           OPEN INPUT SNP-FILE
           IF SNP-STATUS NOT = "00"
              MOVE "*** NO SNP FILE - NO SNAPSHOTS WERE WRITTEN"
                TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO WS-SNP-SKIP
              READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ
              PERFORM UNTIL SNP-EOF OR WS-SNP-SKIP = WS-SNP-BEFORE
                  ADD 1 TO WS-SNP-SKIP
                  READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ
              END-PERFORM
              PERFORM 3100-ONE-SNAPSHOT UNTIL SNP-EOF
              CLOSE SNP-FILE
           END-IF
           COMPUTE WS-CNT-MISSING =
              WS-CNT-EXTRACT - WS-CNT-FEED - WS-CNT-REFUSED
           IF WS-CNT-MISSING > 0
              MOVE WS-CNT-MISSING TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "*** ACCOUNTS WITH NO SNAPSHOT ROW (SEE ENGINE "
                     "LOG): " WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-ONE-SNAPSHOT.
           IF SNP-BATCHID = WS-BATCHID
              IF SNP-RETURN = 0
                 PERFORM 3200-AUTOPAY-LOOKUP
                 PERFORM 3300-WRITE-DETAIL
              ELSE
                 ADD 1 TO WS-CNT-REFUSED
                 MOVE SNP-RETURN TO WS-EDIT-RC
                 MOVE SPACES TO RPT-LINE
                 STRING SNP-BRNO " " SNP-ACCTNO
                        "  REFUSED BY ENGINE, RETURN " WS-EDIT-RC
                     DELIMITED BY SIZE INTO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-IF
           READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ.

       3200-AUTOPAY-LOOKUP.
           MOVE "N" TO WS-AUTOPAY-ST
           MOVE 0   TO WS-AUTOPAY-DAY
                       WS-AUTOPAY-AMT
           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > WS-SI-CNT
               IF WS-SI-IMAGE(WS-SI-SUB)(1:4) = SNP-BRNO
                  AND WS-SI-IMAGE(WS-SI-SUB)(5:10) = SNP-ACCTNO
                  MOVE WS-SI-IMAGE(WS-SI-SUB) TO WS-SI-WORK
                  PERFORM 3250-RANK-INSTRUCTION
               END-IF
           END-PERFORM.

       3250-RANK-INSTRUCTION.
           EVALUATE TRUE
               WHEN WSI-STOP-DATE NOT = 0
                AND WSI-STOP-DATE < SNP-ASOF-DATE
                  MOVE "E" TO WS-SI-ST
               WHEN WSI-START-DATE > SNP-ASOF-DATE
                  MOVE "F" TO WS-SI-ST
               WHEN OTHER
                  MOVE "A" TO WS-SI-ST
           END-EVALUATE
           IF WS-AUTOPAY-ST = "A"
              OR (WS-AUTOPAY-ST = "F" AND WS-SI-ST NOT = "A")
              OR (WS-AUTOPAY-ST = "E" AND WS-SI-ST = "E")
              CONTINUE
           ELSE
              MOVE WS-SI-ST TO WS-AUTOPAY-ST
              MOVE WSI-DAY  TO WS-AUTOPAY-DAY
              MOVE WSI-AMT  TO WS-AUTOPAY-AMT
           END-IF.

       3300-WRITE-DETAIL.
           MOVE SNP-BRNO          TO DTL-BRNO
           MOVE SNP-ACCTNO        TO DTL-ACCTNO
           MOVE SNP-ASOF-DATE     TO DTL-ASOF-DATE
           MOVE SNP-CURBAL        TO DTL-CURBAL
           MOVE SNP-PASTDUE-AMT   TO DTL-PASTDUE-AMT
           MOVE SNP-NEXTDUE-DATE  TO DTL-NEXTDUE-DATE
           MOVE SNP-NEXTDUE-AMT   TO DTL-NEXTDUE-AMT
           MOVE SNP-LASTPAY-DATE  TO DTL-LASTPAY-DATE
           MOVE SNP-LASTPAY-AMT   TO DTL-LASTPAY-AMT
           MOVE SNP-POFF-NETDUE   TO DTL-POFF-NETDUE
           MOVE SNP-POFF-GOODTHRU TO DTL-POFF-GOODTHRU
           MOVE SNP-BANKRUPT-FG   TO DTL-BANKRUPT-FG
           MOVE SNP-CHGOFF-FG     TO DTL-CHGOFF-FG
           MOVE SNP-SIF-FG        TO DTL-SIF-FG
           MOVE SNP-FROZEN-FG     TO DTL-FROZEN-FG
           MOVE SNP-NOPAY-FG      TO DTL-NOPAY-FG
           MOVE WS-AUTOPAY-ST     TO DTL-AUTOPAY-ST
           MOVE WS-AUTOPAY-DAY    TO DTL-AUTOPAY-DAY
           MOVE WS-AUTOPAY-AMT    TO DTL-AUTOPAY-AMT
           WRITE FEED-REC FROM WS-DTL-LINE
           ADD 1 TO WS-CNT-FEED
           ADD 1 TO WS-TX-CNT
           MOVE SNP-ACCTNO TO WS-TX-ACCT
           IF WS-TX-ACCT-N NUMERIC
              ADD WS-TX-ACCT-N TO WS-TX-HASH
           END-IF
           ADD SNP-CURBAL      TO WS-TOT-CURBAL
           ADD SNP-POFF-NETDUE TO WS-TOT-POFF
           IF SNP-NOPAY-FG = "Y"
              ADD 1 TO WS-CNT-NOPAY
           END-IF
           IF WS-AUTOPAY-ST = "A"
              ADD 1 TO WS-CNT-AUTOPAY
           END-IF.

       4000-TRAILER.
           MOVE WS-RUN-DATE   TO TRL-RUN-DATE
           MOVE WS-RUN-TIME   TO TRL-RUN-TIME
           MOVE WS-ASOF-DATE  TO TRL-ASOF-DATE
           MOVE WS-CNT-FEED   TO TRL-CNT
           MOVE WS-TOT-CURBAL TO TRL-TOT-CURBAL
           MOVE WS-TOT-POFF   TO TRL-TOT-POFF
           WRITE FEED-REC FROM WS-TRL-LINE
           ADD 1 TO WS-TX-CNT.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-EXTRACT TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ON EXTRACT:      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-FEED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ROWS ON FEED:             " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-REFUSED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "REFUSED BY ENGINE:        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-NOPAY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "FLAGGED DO-NOT-TAKE-PAY:  " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-AUTOPAY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ON ACTIVE AUTOPAY:        " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-CURBAL TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL BALANCE:   " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-POFF TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL PAYOFF:    " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------*
      * REGISTER THE OUTBOUND FILE ON THE TRANSMISSION LEDGER - TXLMNT
      * WILL NOT RELEASE A FILE THAT WAS NEVER REGISTERED.
      *----------------------------------------------------------------*
       8900-REGISTER-TRANSMISSION.
           OPEN EXTEND TXREG-FILE
           ACCEPT TXR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TX-TIME-RAW FROM TIME
           MOVE WS-TX-TIME-RAW(1:6) TO TXR-CREATE-TIME
           MOVE "SSVGEN" TO TXR-PROGRAM
           MOVE "SSVFEED" TO TXR-FILE-NAME
           MOVE "VENDOR" TO TXR-DEST
           MOVE WS-TX-CNT TO TXR-REC-CNT
           MOVE WS-TOT-CURBAL TO TXR-DOLLAR-TOT
           MOVE WS-TX-HASH TO TXR-HASH
           WRITE TXREG-REC
           CLOSE TXREG-FILE.

       9999-EXIT.
           CLOSE SSVPRM-FILE SSVEXT-FILE FEED-FILE SSVGEN-RPT
           STOP RUN.
