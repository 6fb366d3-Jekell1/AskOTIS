      ******************************************************************
      *
      *    C F D I - R E C O R D
      *
      *=================================================================
      * IN  : IVA-WK- FIELDS (FROM IVA-POSTING), BP-TRCD, BP-CHANNEL,
      *       HOLD-SHADOW-FG, LN-OWNBR, LN-ACCTNO, TRANS-DATE
      * OUT : CFD-FILE
      * DESC: EVERY INTEREST OR FEE COLLECTION AT A PESO BRANCH NEEDS
      *       A CFDI ELECTRONIC RECEIPT WITH THE PAYMENT COMPLEMENT,
      *       STAMPED BY THE AUTHORIZED CERTIFICATION PROVIDER (PAC).
      *       THE POSTING OPENS THE PAYMENT'S ROW ON THE KEYED CFD
      *       MASTER (BRANCH/ACCOUNT/LP SEQUENCE) PENDING, WITH THE
      *       AMOUNTS, THE INTEREST AND LATE-CHARGE PORTIONS, THEIR
      *       IVA, AND THE PRINCIPAL BALANCE BEFORE AND AFTER.  THE
      *       DAILY CFDIGN JOB BUILDS THE XML PAYLOADS FROM THE
      *       PENDING ROWS AND CFDILD LOADS THE PAC'S STAMPED UUID
      *       BACK.  A REVERSAL ("RV", "DP" OR "NF") MARKS THE
      *       REVERSED PAYMENT'S ROW FOR CANCELLATION - CFDIGN ISSUES
      *       THE CANCELLATION ONCE THE RECEIPT CARRIES A UUID, AND A
      *       RECEIPT NEVER SENT IS SIMPLY VOIDED.  A SHADOW POSTING
      *       NEVER GETS A RECEIPT.  CALLED FROM MAIN-PROGRAM AFTER
      *       IVA-POSTING.  A REINSTATED PAYOFF ("RI") CANCELS THE
      *       PAYOFF'S RECEIPT THE SAME WAY - REINSTATE-PAYOFF CALLS
      *       IT WITH THE PAYOFF'S SEQUENCE IN IVA-WK-REV-SEQNO.
      *
      * REV :
      *  122528 RTC  ORIGINAL PARAGRAPH.
      *  031329 RTC  "RI" CANCELS THE REINSTATED PAYOFF'S RECEIPT.
      ******************************************************************
       CFDI-RECORD SECTION.

           IF BP-TRCD = "RI" AND HOLD-SHADOW-FG NOT = "S"
              GO TO CFDI-RECORD-CANCEL.

           IF IVA-WK-SEQNO = 0
              GO TO CFDI-RECORD-EXIT.
           IF HOLD-SHADOW-FG = "S"
              GO TO CFDI-RECORD-EXIT.

           IF BP-TRCD = "RV" OR BP-TRCD = "DP" OR BP-TRCD = "NF"
              GO TO CFDI-RECORD-CANCEL.

           IF IVA-WK-INT-BASE NOT > 0 AND IVA-WK-FEE-BASE NOT > 0
              GO TO CFDI-RECORD-EXIT.

           PERFORM OPEN-CFD-FILE.
           MOVE LN-OWNBR        TO CFD-BRNO.
           MOVE LN-ACCTNO       TO CFD-ACCTNO.
           MOVE IVA-WK-SEQNO    TO CFD-SEQNO.
           MOVE "P"             TO CFD-STATUS-CD.
           MOVE TRANS-DATE      TO CFD-POST-DATE.
           MOVE IVA-WK-PAYDATE  TO CFD-PAYDATE.
           MOVE IVA-WK-TRCD     TO CFD-TRCD.
           MOVE IVA-WK-REFNO    TO CFD-REFCD.
           MOVE BP-CHANNEL      TO CFD-CHANNEL.
           MOVE IVA-WK-TRAMT    TO CFD-TRAMT.
           MOVE IVA-WK-APCUR    TO CFD-APCUR.
           MOVE IVA-WK-INT-BASE TO CFD-APINT.
           MOVE IVA-WK-FEE-BASE TO CFD-APLC.
           MOVE IVA-WK-INT      TO CFD-IVA-INT.
           MOVE IVA-WK-FEE      TO CFD-IVA-FEE.
           MOVE IVA-WK-PCT      TO CFD-IVA-PCT.
           COMPUTE CFD-PRIOR-BAL = IVA-WK-CURBAL + IVA-WK-APCUR.
           MOVE IVA-WK-CURBAL   TO CFD-NEW-BAL.
           MOVE SPACES          TO CFD-UUID
                                   CFD-PAC-MSG.
           MOVE 0               TO CFD-SENT-DATE
                                   CFD-STAMP-DATE
                                   CFD-CANCEL-DATE.
           PERFORM WRITE-CFD-FILE.
           PERFORM CLOSE-CFD-FILE.
           GO TO CFDI-RECORD-EXIT.

      * THE REVERSED PAYMENT'S RECEIPT - IF IT HAD ONE - IS CANCELLED.
       CFDI-RECORD-CANCEL.
           IF IVA-WK-REV-SEQNO = 0
              GO TO CFDI-RECORD-EXIT.

           PERFORM OPEN-CFD-FILE.
           MOVE LN-OWNBR         TO CFD-BRNO.
           MOVE LN-ACCTNO        TO CFD-ACCTNO.
           MOVE IVA-WK-REV-SEQNO TO CFD-SEQNO.
           PERFORM READ-CFD-FILE.
           IF IO-FG NOT = 0
              PERFORM CLOSE-CFD-FILE
              GO TO CFDI-RECORD-EXIT.
           IF CFD-CANCEL-REQ OR CFD-CANCEL-SENT OR CFD-VOIDED
              PERFORM CLOSE-CFD-FILE
              GO TO CFDI-RECORD-EXIT.

           IF CFD-PENDING
              MOVE "V"        TO CFD-STATUS-CD
           ELSE
              MOVE "C"        TO CFD-STATUS-CD.
           MOVE TRANS-DATE    TO CFD-CANCEL-DATE.
           PERFORM REWRITE-CFD-FILE.
           PERFORM CLOSE-CFD-FILE.

       CFDI-RECORD-EXIT.
           EXIT.
