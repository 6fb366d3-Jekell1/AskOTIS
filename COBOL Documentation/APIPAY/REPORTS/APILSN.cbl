      *        ROW WITH FUNCTION "Q" SHUTS THE LISTENER DOWN CLEANLY
      *        (THE RESIDENT SWITCH IS DROPPED FIRST SO THE FINAL
      *        ITEM'S CALLS CANCEL EVERYTHING ON THE WAY OUT).
      *        A REQUEST ROW WITH FUNCTION "S" ASKS FOR THE ACCOUNT
      *        SNAPSHOT INSTEAD OF A POSTING - THE ENGINE IS CALLED
      *        WITH TRCD "SS" AND THE SNP ROW IT WRITES IS ANSWERED
      *        BACK WITH THE AUTOPAY STATUS FROM SIFILE, THE SAME
      *        FIGURES SSVGEN SENDS THE VENDORS EACH NIGHT.
      *
      *  MOD HISTORY:
      *   032227 SJH  ORIGINAL PROGRAM.
      *               THE MOMENT IT IS FOUND - THE ANSWER WAS BEING
      *               BUILT FROM WHATEVER ROW A CONCURRENT WRITER
      *               LEFT IN THE BUFFER LAST.
      *   100928 RTC  FUNCTION "S" - ON-DEMAND ACCOUNT SNAPSHOT
      *               (BALANCE, PAST DUE, NEXT DUE, LAST PAYMENT,
      *               PAYOFF, DO-NOT-TAKE-PAYMENT FLAGS, AUTOPAY).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APILSN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQRSP-STATUS.

           SELECT SNP-FILE ASSIGN TO "SNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNP-STATUS.

           SELECT SI-FILE ASSIGN TO "SIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-STATUS.

           SELECT APILSN-LOG ASSIGN TO "APILSN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           05  RSL-PAYDATE           PIC 9(08).
           05  RSL-REFCD             PIC X(05).

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

       FD  REQRSP-FILE.
       01  REQRSP-REC.
           05  RSP-ID                PIC X(12).
       01  RSL-STATUS                PIC XX.
           88  RSL-EOF                          VALUE "10".
       01  REQRSP-STATUS             PIC XX.
       01  SNP-STATUS                PIC XX.
           88  SNP-EOF                          VALUE "10".
       01  SI-STATUS                 PIC XX.
           88  SI-EOF                           VALUE "10".
       01  LOG-STATUS                PIC XX.

       01  WS-SHUTDOWN-FG            PIC X(01) VALUE "N".
       01  WS-RSL-SEEN               PIC 9(09) COMP VALUE 0.
       01  WS-RSL-SKIP               PIC 9(09) COMP.
       01  WS-RSL-FOUND-FG           PIC X(01).
       01  WS-SNP-HOLD               PIC X(133).
       01  WS-SNP-SEEN               PIC 9(09) COMP VALUE 0.
       01  WS-SNP-SKIP               PIC 9(09) COMP.
       01  WS-SNP-FOUND-FG           PIC X(01).
      * AUTOPAY STATUS FROM SIFILE: A = ACTIVE, F = STARTS IN THE
      * FUTURE, E = ENDED, N = NONE.  AN ACTIVE ROW OUTRANKS A FUTURE
      * ONE, WHICH OUTRANKS AN ENDED ONE.
       01  WS-AUTOPAY-ST             PIC X(01).
       01  WS-AUTOPAY-DAY            PIC 9(02).
       01  WS-AUTOPAY-AMT            PIC S9(07)V99.
       01  WS-SI-ST                  PIC X(01).
       01  WS-CNT-SERVICED           PIC 9(09) COMP VALUE 0.
       01  WS-POLL-SECS              PIC 9(08) COMP VALUE 1.
       01  WS-EDIT-CNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE "|".
           05  WRB-POSTED-AS         PIC X(02).

      * A GOOD SNAPSHOT ANSWERS IN THIS LAYOUT.  A REFUSED ONE
      * ANSWERS IN WS-RSP-BUILD ABOVE (RETURN CODE AND REASON) SO THE
      * VENDORS' ERROR HANDLING IS THE SAME FOR BOTH FUNCTIONS.
       01  WS-SNP-BUILD.
           05  WSB-RETURN            PIC 9(03).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-CURBAL            PIC S9(07)V99.
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-PASTDUE-AMT       PIC S9(07)V99.
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-NEXTDUE-DATE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-NEXTDUE-AMT       PIC S9(07)V99.
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-LASTPAY-DATE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-LASTPAY-AMT       PIC S9(07)V99.
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-POFF-NETDUE       PIC S9(07)V99.
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-POFF-GOODTHRU     PIC 9(08).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-BANKRUPT-FG       PIC X(01).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-CHGOFF-FG         PIC X(01).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-SIF-FG            PIC X(01).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-FROZEN-FG         PIC X(01).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-NOPAY-FG          PIC X(01).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-AUTOPAY-ST        PIC X(01).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-AUTOPAY-DAY       PIC 9(02).
           05  FILLER                PIC X(01) VALUE "|".
           05  WSB-AUTOPAY-AMT       PIC S9(07)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE

       2100-ONE-REQUEST.
           ADD 1 TO WS-REQ-SEEN
           EVALUATE REQ-FUNC
               WHEN "Q"
                  PERFORM 2900-SHUTDOWN
               WHEN "S"
                  PERFORM 2500-SNAPSHOT
               WHEN OTHER
                  PERFORM 2200-SERVICE-ITEM
           END-EVALUATE
           IF WS-SHUTDOWN-FG NOT = "Y"
              READ REQQUE-FILE AT END SET REQQUE-EOF TO TRUE
              END-READ
           MOVE WS-RSP-BUILD TO RSP-RESULT
           WRITE REQRSP-REC.

       2500-SNAPSHOT.
      * READ-ONLY - THE ENGINE WRITES AN SNP ROW AND POSTS NOTHING.
      * NO PAYDATE ON THE REQUEST MEANS AS OF TODAY.
           MOVE REQ-BRANCH  TO WIT-BRANCH
           MOVE REQ-ACCTNO  TO WIT-ACCTNO
           MOVE 0           TO WIT-AMT
           MOVE REQ-REFCD   TO WIT-REFCD
           MOVE "SS"        TO WIT-TRCD
           MOVE REQ-PAYDATE TO WIT-PAYDATE
           MOVE REQ-ID      TO WIT-BATCHID
           MOVE REQ-CHANNEL TO WIT-CHANNEL
           CALL "APIPAY" USING WS-ITEM-STRING
           PERFORM 2600-READ-SNAPSHOT
           IF WS-SNP-FOUND-FG = "Y" AND SNP-RETURN = 0
              PERFORM 2700-AUTOPAY-LOOKUP
              PERFORM 2800-SNAPSHOT-ANSWER
           ELSE
      * REFUSED INSIDE THE SNAPSHOT (THE SNP ROW CARRIES THE CODE) OR
      * AHEAD OF IT IN MAIN-PROGRAM'S EDITS (LOOK FOR AN RSL ROW).
              PERFORM 2300-READ-RESULT
              PERFORM 2850-SNAPSHOT-REFUSED
           END-IF
           ADD 1 TO WS-CNT-SERVICED.

       2600-READ-SNAPSHOT.
      * SAME SKIP-BY-COUNT AND MATCH-ON-ID AS THE RSL READ-BACK.
           MOVE "N" TO WS-SNP-FOUND-FG
           OPEN INPUT SNP-FILE
           MOVE 0 TO WS-SNP-SKIP
           READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ
           PERFORM UNTIL SNP-EOF OR WS-SNP-SKIP = WS-SNP-SEEN
               ADD 1 TO WS-SNP-SKIP
               READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ
           END-PERFORM
           PERFORM UNTIL SNP-EOF
               ADD 1 TO WS-SNP-SEEN
               IF SNP-BATCHID(1:10) = REQ-ID(1:10)
                  MOVE "Y"     TO WS-SNP-FOUND-FG
                  MOVE SNP-REC TO WS-SNP-HOLD
               END-IF
               READ SNP-FILE AT END SET SNP-EOF TO TRUE END-READ
           END-PERFORM
           CLOSE SNP-FILE
           IF WS-SNP-FOUND-FG = "Y"
              MOVE WS-SNP-HOLD TO SNP-REC
           END-IF.

       2700-AUTOPAY-LOOKUP.
           MOVE "N" TO WS-AUTOPAY-ST
           MOVE 0   TO WS-AUTOPAY-DAY
                       WS-AUTOPAY-AMT
           OPEN INPUT SI-FILE
           IF SI-STATUS = "00"
              READ SI-FILE AT END SET SI-EOF TO TRUE END-READ
              PERFORM UNTIL SI-EOF
                  IF SI-BRNO = SNP-BRNO AND SI-ACCTNO = SNP-ACCTNO
                     PERFORM 2750-RANK-INSTRUCTION
                  END-IF
                  READ SI-FILE AT END SET SI-EOF TO TRUE END-READ
              END-PERFORM
              CLOSE SI-FILE
           END-IF.

       2750-RANK-INSTRUCTION.
           EVALUATE TRUE
               WHEN SI-STOP-DATE NOT = 0
                AND SI-STOP-DATE < SNP-ASOF-DATE
                  MOVE "E" TO WS-SI-ST
               WHEN SI-START-DATE > SNP-ASOF-DATE
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
              MOVE SI-DAY   TO WS-AUTOPAY-DAY
              MOVE SI-AMT   TO WS-AUTOPAY-AMT
           END-IF.

       2800-SNAPSHOT-ANSWER.
           MOVE REQ-ID            TO RSP-ID
           MOVE SNP-RETURN        TO WSB-RETURN
           MOVE SNP-CURBAL        TO WSB-CURBAL
           MOVE SNP-PASTDUE-AMT   TO WSB-PASTDUE-AMT
           MOVE SNP-NEXTDUE-DATE  TO WSB-NEXTDUE-DATE
           MOVE SNP-NEXTDUE-AMT   TO WSB-NEXTDUE-AMT
           MOVE SNP-LASTPAY-DATE  TO WSB-LASTPAY-DATE
           MOVE SNP-LASTPAY-AMT   TO WSB-LASTPAY-AMT
           MOVE SNP-POFF-NETDUE   TO WSB-POFF-NETDUE
           MOVE SNP-POFF-GOODTHRU TO WSB-POFF-GOODTHRU
           MOVE SNP-BANKRUPT-FG   TO WSB-BANKRUPT-FG
           MOVE SNP-CHGOFF-FG     TO WSB-CHGOFF-FG
           MOVE SNP-SIF-FG        TO WSB-SIF-FG
           MOVE SNP-FROZEN-FG     TO WSB-FROZEN-FG
           MOVE SNP-NOPAY-FG      TO WSB-NOPAY-FG
           MOVE WS-AUTOPAY-ST     TO WSB-AUTOPAY-ST
           MOVE WS-AUTOPAY-DAY    TO WSB-AUTOPAY-DAY
           MOVE WS-AUTOPAY-AMT    TO WSB-AUTOPAY-AMT
           MOVE WS-SNP-BUILD      TO RSP-RESULT
           WRITE REQRSP-REC.

       2850-SNAPSHOT-REFUSED.
           MOVE REQ-ID TO RSP-ID
           EVALUATE TRUE
               WHEN WS-SNP-FOUND-FG = "Y" AND SNP-RETURN = 80
                  MOVE SNP-RETURN      TO WRB-RETURN
                  MOVE "ACCOUNT NOT ON FILE" TO WRB-REASON
               WHEN WS-SNP-FOUND-FG = "Y"
                  MOVE SNP-RETURN      TO WRB-RETURN
                  MOVE "NO SPR RECORD FOR ACCOUNT" TO WRB-REASON
               WHEN WS-RSL-FOUND-FG = "Y"
                  MOVE RSL-RETURN      TO WRB-RETURN
                  MOVE RSL-REASON-TEXT TO WRB-REASON
               WHEN OTHER
                  MOVE 99              TO WRB-RETURN
                  MOVE "NO RESULT ROW - SEE OPERATIONS" TO WRB-REASON
           END-EVALUATE
           MOVE 0                      TO WRB-AP-PRIN
                                          WRB-AP-INT
                                          WRB-AP-LC
                                          WRB-NEW-CURBAL
                                          WRB-NEW-INTBAL
                                          WRB-NEW-LCBAL
                                          WRB-POFF-NETDUE
           MOVE SPACES                 TO WRB-POSTED-AS
           MOVE WS-RSP-BUILD TO RSP-RESULT
           WRITE REQRSP-REC.

       2900-SHUTDOWN.
      * DROP THE RESIDENT SWITCH SO THE ENGINE'S NEXT (FINAL) CALLS
      * CANCEL EVERYTHING ON THE WAY OUT, THEN STOP POLLING.
