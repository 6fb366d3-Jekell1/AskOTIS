      ******************************************************************
      *
      *    C O M P L A I N T - H O L D - C H E C K
      *
      *=================================================================
      * IN  : BR-NO, BP-LNNO, BP-TRCD, CMH-FILE
      * OUT : COMPLAINT-BLOCK-FG, RETURN-STATUS, LOG-REC
      * DESC: WHILE A CUSTOMER COMPLAINT IS OPEN WITH ITS HOLD FLAG
      *       SET (CMP CASE FILE, MAINTAINED BY CMPMNT) NO LATE CHARGE
      *       MAY BE ASSESSED ON THE ACCOUNT.  LCGEN ALREADY LEAVES
      *       HELD ACCOUNTS OFF ITS NIGHTLY "LA" RUN FROM THE CMPHLD
      *       LIST; THIS GUARD REFUSES AN "LA" THAT ARRIVES ANY OTHER
      *       WAY (A BRANCH KEYING ONE, A GENERATOR RUN FROM BEFORE
      *       THE HOLD) WITH ITS OWN STATUS, SO THE ATTEMPT SHOWS ON
      *       BATSUM.  THE HOLD IS READ FROM THE CMH INDEX CMPMNT
      *       REBUILDS EACH RUN; NO ROW MEANS NO HOLD.  PAYMENTS AND
      *       EVERY OTHER CODE POST NORMALLY - THE BORROWER MUST STILL
      *       BE ABLE TO PAY WHILE THE COMPLAINT IS WORKED.  CALLED
      *       FROM MAIN-PROGRAM RIGHT AFTER THE RATE-CAP HOLD GUARD.
      *
      * REV :
      *  030529 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       COMPLAINT-HOLD-CHECK SECTION.

           MOVE "N" TO COMPLAINT-BLOCK-FG.

           IF BP-TRCD NOT = "LA"
              GO TO COMPLAINT-HOLD-CHECK-EXIT.

           MOVE BR-NO   TO CMH-BRNO.
           MOVE BP-LNNO TO CMH-ACCTNO.
           PERFORM READ-CMH-FILE.
           IF IO-FG NOT = 0
              GO TO COMPLAINT-HOLD-CHECK-EXIT.

           MOVE "Y" TO COMPLAINT-BLOCK-FG.
           MOVE 140 TO RETURN-STATUS.
           MOVE "LA BLOCKED: OPEN COMPLAINT HOLD" TO LOG-MSG.
           PERFORM CREATE-LOG.

       COMPLAINT-HOLD-CHECK-EXIT.
           EXIT.
