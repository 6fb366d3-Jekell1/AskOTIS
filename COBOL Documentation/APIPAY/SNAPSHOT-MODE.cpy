      ******************************************************************
      *
      *    S N A P S H O T - M O D E
      *
      *=================================================================
      * IN  : BR-NO, BT-BRANCH, BT-BATCHID, BP-LNNO, BP-PAYDATE,
      *       CD-CODE, CD-BR-LC-FG, SIF-FILE
      * OUT : SNP-REC WRITTEN TO SNP-PATH, RETURN-STATUS
      * DESC: READ-ONLY SELF-SERVICE ACCOUNT SNAPSHOT FOR THE IVR AND
      *       WEB VENDORS, BT-TRCD "SS".  ONE SNP ROW PER ITEM CARRYING
      *       THE CURRENT BALANCE, THE AMOUNT PAST DUE (EVERYTHING
      *       SCHEDULED THROUGH BP-PAYDATE LESS EVERYTHING COUNTED AS
      *       PAID, THE SAME FIGURE REAGE-LOAN WORKS FROM), THE NEXT
      *       DUE DATE (ONE UNIT PERIOD PAST THE CONTRACTUAL PAID-THRU)
      *       AND AMOUNT, THE LAST PAYMENT FROM LP1, A PAYOFF FROM
      *       PAYOFF-LOAN-ROUTINE GOOD THROUGH THE DAY AFTER
      *       BP-PAYDATE, AND THE FLAGS THAT TELL THE VENDOR NOT TO
      *       TAKE A PAYMENT - BANKRUPT, CHARGED OFF (LN-PLCD "P"),
      *       ACTIVE SETTLEMENT-IN-FULL AGREEMENT ON THE SIF MASTER,
      *       FROZEN.  SSVGEN DRIVES EVERY ACTIVE ACCOUNT THROUGH HERE
      *       EACH NIGHT FOR THE VENDOR FEED AND APILSN DRIVES SINGLE
      *       ACCOUNTS ON REQUEST, SO THE TWO CHANNELS ARE ALWAYS
      *       ANSWERED FROM THE SAME ARITHMETIC.  LIKE "PQ" NOTHING IS
      *       POSTED, LN1 IS NOT UPDATED, AND NO RC2/OP-FILE ACTIVITY
      *       OCCURS.  AN ACCOUNT THAT CANNOT BE SNAPPED STILL GETS ITS
      *       ROW, CARRYING THE REFUSAL IN SNP-RETURN, SO THE CALLER
      *       ALWAYS HAS AN ANSWER.  ONLY A REFUSAL IS LOGGED - A
      *       LOG-REC PER OPEN ACCOUNT EVERY NIGHT WOULD BURY THE
      *       POSTING LOG.
      *
      * REV :
      *  100928 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       SNAPSHOT-MODE SECTION.

      * NO PAYDATE ON THE ITEM MEANS "AS OF TODAY", AS FOR A POSTING.
           IF (BP-PAYDATE = 20202020 OR BP-PAYDATE = 02020202
                 OR BP-PAYDATE = 0)
              MOVE TRANS-DATE TO BP-PAYDATE.

           MOVE TRANS-DATE  TO SNP-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT   TO SNP-RUN-TIME.
           MOVE BT-BATCHID  TO SNP-BATCHID.
           MOVE BT-BRANCH   TO SNP-BRNO.
           MOVE BP-LNNO     TO SNP-ACCTNO.
           MOVE BP-PAYDATE  TO SNP-ASOF-DATE.
           MOVE 0           TO SNP-CURBAL
                               SNP-PASTDUE-AMT
                               SNP-NEXTDUE-DATE
                               SNP-NEXTDUE-AMT
                               SNP-LASTPAY-DATE
                               SNP-LASTPAY-AMT
                               SNP-POFF-NETDUE
                               SNP-POFF-GOODTHRU.
           MOVE "N"         TO SNP-BANKRUPT-FG
                               SNP-CHGOFF-FG
                               SNP-SIF-FG
                               SNP-FROZEN-FG
                               SNP-NOPAY-FG.

           MOVE BR-NO   TO LN-OWNBR.
           MOVE BP-LNNO TO LN-ACCTNO.
           PERFORM READ-LN1-FILE.
           IF IO-FG NOT = 0
              MOVE 80                            TO RETURN-STATUS
              MOVE "ACCOUNT NOT ON FILE FOR SNAPSHOT" TO LOG-MSG
              PERFORM CREATE-LOG
              GO TO SNAPSHOT-MODE-WRITE.

           PERFORM GET-SPR.
           IF IO-FG NOT = 0
              MOVE 131                         TO RETURN-STATUS
              MOVE "SS: NO SPR RECORD FOR ACCOUNT" TO LOG-MSG
              PERFORM CREATE-LOG
              GO TO SNAPSHOT-MODE-WRITE.

      * THE DO-NOT-TAKE-A-PAYMENT FLAGS.

           IF LN-BNKRPTDATE NOT = 0
              MOVE "Y" TO SNP-BANKRUPT-FG.
           IF LN-PLCD = "P"
              MOVE "Y" TO SNP-CHGOFF-FG.
           IF LN-ACCT-FROZEN = "Y"
              MOVE "Y" TO SNP-FROZEN-FG.
           MOVE SIF-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-SIF-FILE
              MOVE BR-NO   TO SIF-BRNO
              MOVE BP-LNNO TO SIF-ACCTNO
              PERFORM READ-SIF-FILE
              IF IO-FG = 0 AND SIF-STATUS-CD = "A"
                 MOVE "Y" TO SNP-SIF-FG
              END-IF
              PERFORM CLOSE-SIF-FILE.
           IF SNP-BANKRUPT-FG = "Y" OR SNP-CHGOFF-FG = "Y"
              OR SNP-SIF-FG = "Y" OR SNP-FROZEN-FG = "Y"
              MOVE "Y" TO SNP-NOPAY-FG.

           MOVE LN-CURBAL         TO SNP-CURBAL.
           MOVE LN-DATE-PAID-LAST TO SNP-LASTPAY-DATE.
           IF LN-CURBAL NOT > 0
              GO TO SNAPSHOT-MODE-LASTPAY.

      * PAST DUE: SCHEDULED THROUGH BP-PAYDATE LESS PAID (RE-AGE
      * CREDIT INCLUDED), NEVER MORE THAN THE BALANCE.

           MOVE 0 TO SNA-SCHED-DUE.
           IF BP-PAYDATE NOT < LN-1STPYDATE
              MOVE LN-1STPYDATE TO CEPP1-DATE
              MOVE BP-PAYDATE   TO CEPP2-DATE
              MOVE " "          TO CEPP-NOCAP-FG
              PERFORM CONTRACTUAL-ELAPSED-PAYPER
              COMPUTE SNA-SCHED-DUE =
                 LN-1STPYAMT + (CEPP-PERIODS * LN-REGPYAMT).
           COMPUTE SNP-PASTDUE-AMT =
              SNA-SCHED-DUE - LN-TOTPAYMNTD - LN-REAGE-CREDIT.
           IF SNP-PASTDUE-AMT < 0
              MOVE 0 TO SNP-PASTDUE-AMT.
           IF SNP-PASTDUE-AMT > LN-CURBAL
              MOVE LN-CURBAL TO SNP-PASTDUE-AMT.

      * NEXT DUE: ONE UNIT PERIOD PAST THE CONTRACTUAL PAID-THRU, FOR
      * THE SCHEDULED PAYMENT STILL OWED ON IT.

           PERFORM COMPUTE-CONTRACTUAL-GET-PDTH.
           MOVE PDTH-DATE-FULL  TO NDTE-DATE.
           MOVE LN-UNITPER-CD   TO DATER-UNITPER-CD.
           MOVE LN-UNITPER-FREQ TO DATER-UNITPER-FREQ.
           MOVE 1               TO NDTE-HOLD.
           PERFORM INCREMENT-UNITPER.
           MOVE NDTE-DATE       TO SNP-NEXTDUE-DATE.
           IF PDTH-CUR-SCHD-PAY > 0
              MOVE PDTH-CUR-SCHD-PAY TO SNP-NEXTDUE-AMT
           ELSE
              MOVE LN-REGPYAMT       TO SNP-NEXTDUE-AMT.
           IF SNP-NEXTDUE-AMT > LN-CURBAL
              MOVE LN-CURBAL TO SNP-NEXTDUE-AMT.

      * PAYOFF GOOD THROUGH TOMORROW - THE SAME SET-UP AS A "PQ"
      * QUOTE, AT BP-PAYDATE PLUS ONE DAY.  THE REBATE TRACE IS OFF
      * FOR THE SNAPSHOT.

           MOVE "PO"          TO REB-LPTRCD
                                 POFF-LPTRCD.
           MOVE BP-PAYDATE    TO NDTE-DATE.
           MOVE 1             TO WS-UP-WORK.
           PERFORM C-INCR-DAYS.
           MOVE NDTE-DATE     TO POFF-PAYDATE
                                 SCRA-TEST-DATE
                                 SNP-POFF-GOODTHRU.
           MOVE LN-MAKERCD(1) TO POFF-MAKERCD.
           MOVE CD-CODE       TO POFF-LCAP-BATCH-REFCD.
           MOVE CD-BR-LC-FG   TO POFF-LCAP-BATCH-REFCD-LC-FG.
           MOVE " "           TO POFF-RECAST-FG
                                 POFF-DEF-STOP.
           MOVE HOLD-REBATE-TRACE-FG TO HOLD-QT-TRACE-SV.
           MOVE "N"                  TO HOLD-REBATE-TRACE-FG.
           PERFORM PAYOFF-LOAN-ROUTINE.
           MOVE HOLD-QT-TRACE-SV     TO HOLD-REBATE-TRACE-FG.
           MOVE POFF-NETDUE   TO SNP-POFF-NETDUE.

      * LAST PAYMENT: THE NEWEST UNREVERSED "PA"/"PY" ON LP1 (SAME
      * START/READ-PREVIOUS PATTERN REAGE-LOAN USES).

       SNAPSHOT-MODE-LASTPAY.
           MOVE "N" TO SNA-SCAN-DONE-FG.
           MOVE 0   TO SNA-SCAN-CNT.
           PERFORM OPEN-LP1-FILE.
           MOVE LP-PATH-OWNBR TO LP-BRNO
                                 QLP1-WBEG-BRNO
                                 QLP1-WEND-BRNO.
           MOVE LN-ACCTNO     TO LP-ACCTNO
                                 QLP1-WBEG-ACCTNO
                                 QLP1-WEND-ACCTNO.
           MOVE ALL "9"       TO LP-SEQNO
                                 QLP1-WEND-SEQNO.
           MOVE ALL "0"       TO QLP1-WBEG-SEQNO.
           PERFORM START-LP1-FILE-NOT-GREATER.
           PERFORM READ-LP1-FILE-PREVIOUS.
           PERFORM SNAPSHOT-SCAN-ONE
              UNTIL (IO-FG NOT = 0)
                 OR (LP-ACCTNO NOT = LN-ACCTNO)
                 OR (SNA-SCAN-DONE-FG = "Y").
           PERFORM CLOSE-LP1-FILE.

           MOVE 0 TO RETURN-STATUS.

       SNAPSHOT-MODE-WRITE.
           MOVE RETURN-STATUS TO SNP-RETURN.
           MOVE SNP-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-SNP-FILE-EXTEND
           ELSE
              PERFORM OPEN-SNP-FILE-OUTPUT.
           PERFORM WRITE-SNP-FILE.
           PERFORM CLOSE-SNP-FILE.

       SNAPSHOT-MODE-EXIT.
           EXIT.


      ******************************************************************
      * ONE LP1 ROW OF THE LAST-PAYMENT SCAN.  THE SCAN GIVES UP AFTER
      * 500 ROWS - AN ACCOUNT THAT FAR FROM ITS LAST PAYMENT KEEPS
      * LN-DATE-PAID-LAST WITH NO AMOUNT.
      ******************************************************************
       SNAPSHOT-SCAN-ONE SECTION.
           ADD 1 TO SNA-SCAN-CNT.
           IF SNA-SCAN-CNT > 500
              MOVE "Y" TO SNA-SCAN-DONE-FG
              GO TO SNAPSHOT-SCAN-EXIT.
           IF LP-TRCD = "RV" OR LP-REV = "Y"
              GO TO SNAPSHOT-SCAN-NEXT.
           IF LP-TRCD NOT = "PA" AND LP-TRCD NOT = "PY"
              GO TO SNAPSHOT-SCAN-NEXT.
           MOVE LP-PAYDATE TO SNP-LASTPAY-DATE.
           MOVE LP-TRAMT   TO SNP-LASTPAY-AMT.
           MOVE "Y"        TO SNA-SCAN-DONE-FG.
           GO TO SNAPSHOT-SCAN-EXIT.

       SNAPSHOT-SCAN-NEXT.
           PERFORM READ-LP1-FILE-PREVIOUS.

       SNAPSHOT-SCAN-EXIT.
           EXIT.
