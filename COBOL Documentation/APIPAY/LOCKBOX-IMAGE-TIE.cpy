      ******************************************************************
      *
      *    L O C K B O X - I M A G E - T I E
      *
      *=================================================================
      * IN  : BP-DIST-ID, BT-BATCHID, BT-BRANCH, BP-LNNO, BP-TRAMT,
      *       LN-ACCTNO, LP-PATH-OWNBR, HOLD-VALIDATE-ONLY-FG
      * OUT : LIT-FILE
      * DESC: A LOCKBOX ITEM STAGED BY LBXTRN CARRIES ITS DEPOSIT DATE
      *       AND ITEM SEQUENCE BEHIND THE CHECK SERIAL IN THE DIST-ID
      *       ("L" AT POSITION 9, DATE AT 10, SEQUENCE AT 18), AND THE
      *       LOCKBOX ID AS ITS BATCH ID - TOGETHER THE KEY OF THE
      *       ITEM'S CHECK IMAGE ON THE LBI INDEX.  ONCE THE ITEM HAS
      *       POSTED ALL THE WAY THROUGH, THE LP SEQUENCE IT POSTED
      *       UNDER (STILL THE LAST ROW ON THE ACCOUNT) IS LOGGED WITH
      *       THAT KEY TO THE LIT FILE; LBITIE TIES THE IMAGE TO THE
      *       LP ROW FROM THE LOG.  ANY OTHER ITEM WRITES NOTHING.
      *       CALLED FROM MAIN-PROGRAM AFTER POST-PAYMENT-NOTIFY.
      *
      * REV :
      *  091128 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       LOCKBOX-IMAGE-TIE SECTION.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              GO TO LOCKBOX-IMAGE-TIE-EXIT.
           IF BP-DIST-ID(9:1) NOT = "L"
              GO TO LOCKBOX-IMAGE-TIE-EXIT.
           IF BP-DIST-ID(10:8) NOT NUMERIC
              OR BP-DIST-ID(18:5) NOT NUMERIC
              GO TO LOCKBOX-IMAGE-TIE-EXIT.

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
           PERFORM CLOSE-LP1-FILE.
           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              GO TO LOCKBOX-IMAGE-TIE-EXIT.

           MOVE LIT-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-LIT-FILE-EXTEND
           ELSE
              PERFORM OPEN-LIT-FILE-OUTPUT.

           MOVE TRANS-DATE        TO LIT-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT         TO LIT-RUN-TIME.
           MOVE LP-BRNO           TO LIT-BRNO.
           MOVE LP-ACCTNO         TO LIT-ACCTNO.
           MOVE LP-SEQNO          TO LIT-SEQNO.
           MOVE BT-BATCHID        TO LIT-LOCKBOX-ID.
           MOVE BP-DIST-ID(10:8)  TO LIT-DEPOSIT-DATE.
           MOVE BP-DIST-ID(18:5)  TO LIT-ITEM-SEQ.
           MOVE BP-TRAMT          TO LIT-TRAMT.
           MOVE BP-DIST-ID(1:8)   TO LIT-CHECK-SERIAL.
           PERFORM WRITE-LIT-FILE.
           PERFORM CLOSE-LIT-FILE.

       LOCKBOX-IMAGE-TIE-EXIT.
           EXIT.
