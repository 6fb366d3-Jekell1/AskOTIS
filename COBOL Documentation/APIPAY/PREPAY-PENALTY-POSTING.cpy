      ******************************************************************
      *
      *    P R E P A Y - P E N A L T Y - P O S T I N G
      *
      *=================================================================
      * IN  : PPY-WK-DUE-FG, POFF-PREPAY-PENALTY, POFF-PPY-WAIVED,
      *       PPY-WK-RULE, GI-CASH-ACCT, LN-OWNBR, LN-ACCTNO
      * OUT : "PF" LP ROW AND ITS LXG DISTRIBUTION, LP_PREPAY_PENALTY
      *       ON THE "PO" ROW, PPY-REC
      * DESC: POST-PO TAKES THE PREPAYMENT PENALTY OFF THE "PO" AMOUNT,
      *       SO THE LOAN IS PAID OFF WITH EXACTLY ITS BALANCES.  ONCE
      *       THE PAYOFF IS ON THE BOOKS THE PENALTY IS POSTED HERE ON
      *       ITS OWN "PF" HISTORY ROW UNDER THE NEXT LP SEQUENCE, WITH
      *       AN LXG TRAILER OF CASH AGAINST THE PENALTY INCOME G/L
      *       ACCOUNT FROM THE PPYTBL RULE - THE SAME SHAPE AS A
      *       CHANNEL CONVENIENCE FEE - AND STAMPED IN LP-PREPAY-PENALTY
      *       ON THE PAYOFF'S OWN ROW.  EVERY PENALTY CHARGED ("A") OR
      *       WAIVED ("W") IS LOGGED TO THE PPY LOG FOR PPYRPT; A
      *       WAIVER POSTS NOTHING.  CALLED FROM MAIN-PROGRAM AFTER
      *       CHANNEL-FEE-POSTING.
      *
      * REV :
      *  021229 RTC  ORIGINAL PARAGRAPH.
      *  031229 RTC  THE "PO" ROW IS FOUND PAST A NON-ACCRUAL "NC" ROW
      *              AS WELL AS A "CF" FEE ROW.
      ******************************************************************
       PREPAY-PENALTY-POSTING SECTION.

           IF PPY-WK-DUE-FG NOT = "Y"
              GO TO PREPAY-PENALTY-POSTING-EXIT.
           MOVE "N" TO PPY-WK-DUE-FG.
           MOVE 0   TO PPY-WK-SEQNO.

           IF POFF-PPY-WAIVED > 0
              MOVE "W"             TO PPY-WK-EVENT
              MOVE POFF-PPY-WAIVED TO PPY-WK-AMT
              PERFORM LOG-PREPAY-PENALTY
              GO TO PREPAY-PENALTY-POSTING-EXIT.

           IF POFF-PREPAY-PENALTY NOT > 0
              GO TO PREPAY-PENALTY-POSTING-EXIT.

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
           MOVE 0 TO PPY-WK-SEQNO
                     PPY-WK-PO-SEQNO.
           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              GO TO PREPAY-PENALTY-POSTING-ROW.
           MOVE LP-SEQNO TO PPY-WK-SEQNO.

      * THE PAYOFF'S "PO" ROW SITS BEHIND ANY NON-ACCRUAL "NC" AND
      * CHANNEL-FEE "CF" ROW WRITTEN AFTER IT.
       PREPAY-PENALTY-POSTING-FIND-PO.
           IF LP-TRCD = "CF" OR LP-TRCD = "NC"
              PERFORM READ-LP1-FILE-PREVIOUS
              IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
                 GO TO PREPAY-PENALTY-POSTING-FIND-PO
              ELSE
                 GO TO PREPAY-PENALTY-POSTING-ROW.
           IF LP-TRCD = "PO"
              MOVE LP-SEQNO TO PPY-WK-PO-SEQNO.

       PREPAY-PENALTY-POSTING-ROW.
           PERFORM CLOSE-LP1-FILE.
           ADD 1 TO PPY-WK-SEQNO.

           MOVE BR-NO               TO LP-BRNO.
           MOVE LN-ACCTNO           TO LP-ACCTNO.
           MOVE PPY-WK-SEQNO        TO LP-SEQNO.
           MOVE "PF"                TO LP-TRCD.
           MOVE BP-REFCD            TO LP-REFNO.
           MOVE POFF-PREPAY-PENALTY TO LP-TRAMT.
           MOVE 0                   TO LP-APINT
                                       LP-APLC
                                       LP-APCUR.
           MOVE BP-PAYDATE          TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR            TO LXG-BRNO.
           MOVE LN-ACCTNO           TO LXG-ACCTNO.
           MOVE PPY-WK-SEQNO        TO LXG-SEQNO.
           MOVE GI-CASH-ACCT        TO LXG-GLNO(1).
           MOVE POFF-PREPAY-PENALTY TO LXG-GLAMT(1).
           MOVE PPY-WK-GL-ACCT      TO LXG-GLNO(2).
           COMPUTE LXG-GLAMT(2) = 0 - POFF-PREPAY-PENALTY.
           MOVE 0                   TO LXG-GLNO(3)
                                       LXG-GLAMT(3).
           PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

           PERFORM CURRENCY-TRANSLATE.

           IF PPY-WK-PO-SEQNO > 0
              MOVE LN-OWNBR            TO QLP-BRNO
              MOVE LN-ACCTNO           TO QLP-ACCTNO
              MOVE PPY-WK-PO-SEQNO     TO QLP-SEQNO
              MOVE POFF-PREPAY-PENALTY TO QLP-PREPAY-PENALTY
              EXEC SQL
               UPDATE DBO.LPFILE
               SET LP_PREPAY_PENALTY = :QLP-PREPAY-PENALTY
               WHERE LPFILE.LP_BRNO   = :QLP-BRNO
                 AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
                 AND LPFILE.LP_SEQNO  = :QLP-SEQNO
              END-EXEC
              PERFORM SQL-IO-VALIDATION.

           MOVE "A"                 TO PPY-WK-EVENT.
           MOVE POFF-PREPAY-PENALTY TO PPY-WK-AMT.
           PERFORM LOG-PREPAY-PENALTY.

       PREPAY-PENALTY-POSTING-EXIT.
           EXIT.

      ******************************************************************
      *
      *    L O G - P R E P A Y - P E N A L T Y
      *
      *=================================================================
      * IN  : PPY-WK-EVENT, PPY-WK-AMT, PPY-WK-SEQNO, PPY-WK-RULE,
      *       PPY-WK-BASIS, BT-BRANCH, BP-LNNO, BP-PAYDATE,
      *       BP-PPY-WAIVE-RSN, CD-CODE, WORK-USERID
      * OUT : PPY-REC WRITTEN TO PPY-PATH
      * DESC: ONE ROW PER PREPAYMENT PENALTY EVENT - "A" ASSESSED AT
      *       PAYOFF, "W" WAIVED AT PAYOFF (WITH THE REASON), "R"
      *       REVERSED WHEN THE PAYOFF IS REINSTATED - SO PPYRPT CAN
      *       SHOW PENALTY INCOME AND WAIVERS BY BRANCH AND REASON.
      *
      * REV :
      *  021229 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       LOG-PREPAY-PENALTY SECTION.

           MOVE PPY-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-PPY-FILE-EXTEND
           ELSE
              PERFORM OPEN-PPY-FILE-OUTPUT.

           MOVE TRANS-DATE     TO PPY-RUN-DATE.
           MOVE BT-BRANCH      TO PPY-BRNO.
           MOVE BP-LNNO        TO PPY-NUMBER.
           MOVE BP-PAYDATE     TO PPY-PAYDATE.
           MOVE PPY-WK-EVENT   TO PPY-EVENT.
           MOVE PPY-WK-STATE   TO PPY-STATE.
           MOVE PPY-WK-CLASS   TO PPY-CLASS.
           MOVE PPY-WK-METHOD  TO PPY-METHOD.
           MOVE PPY-WK-BASIS   TO PPY-BASIS.
           MOVE PPY-WK-AMT     TO PPY-AMT.
           MOVE PPY-WK-GL-ACCT TO PPY-GL-ACCT.
           MOVE PPY-WK-SEQNO   TO PPY-LP-SEQNO.
           MOVE CD-CODE        TO PPY-REFCD.
           MOVE WORK-USERID    TO PPY-USERID.
           IF PPY-WK-EVENT = "W"
              MOVE BP-PPY-WAIVE-RSN TO PPY-REASON
           ELSE
              MOVE SPACES           TO PPY-REASON.

           PERFORM WRITE-PPY-FILE.
           PERFORM CLOSE-PPY-FILE.

       LOG-PREPAY-PENALTY-EXIT.
           EXIT.
