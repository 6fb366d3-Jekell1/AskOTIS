      ******************************************************************
      *
      *    I V A - P O S T I N G
      *
      *=================================================================
      * IN  : BR-CURRENCY-CD, BR-IVA-PCT, BP-TRCD, LN-OWNBR, LN-ACCTNO,
      *       LN-CLASS, THE POSTING'S LP ROW, GI-REC (GI-INTEREST,
      *       GI-LATECHG, GI-IVA-PAYABLE)
      * OUT : LP-IVA-INT/LP-IVA-FEE ON THE POSTING'S LP ROW, LP/LXG
      *       "IV" ROW MOVING THE IVA OUT OF INCOME, IVA-WK- FIELDS
      *       (THE POSTING'S ROW AND, FOR A REVERSAL, THE SEQUENCE
      *       IT REVERSED) FOR CFDI-RECORD
      * DESC: A PESO BRANCH (BR-CURRENCY-CD "MXN") OWES IVA ON THE
      *       INTEREST AND THE FEES IT COLLECTS.  THE INTEREST AND
      *       LATE-CHARGE PORTIONS A POSTING APPLIES ARE TAKEN AS
      *       IVA-INCLUSIVE - THE IVA IS THE PORTION TIMES RATE OVER
      *       (100 + RATE), AT THE BRANCH'S BR-IVA-PCT OR 16 PERCENT
      *       WHEN THE BRANCH CARRIES NO RATE - AND IS MOVED FROM
      *       INCOME TO THE IVA PAYABLE LIABILITY ON THE NEXT LP
      *       SEQUENCE:
      *         DR INTEREST INCOME / DR LATE-CHARGE INCOME /
      *         CR IVA PAYABLE
      *       THE TWO IVA AMOUNTS ARE ALSO CARRIED ON THE POSTING'S
      *       OWN LP ROW FOR THE CFDI.  A REVERSAL (NEGATIVE PORTIONS)
      *       BACKS THE IVA OUT THE SAME WAY.  THE POSTING'S ROW IS
      *       FOUND BEHIND ANY "NC", "CF" OR "PF" ROW WRITTEN AFTER IT
      *       (AND THE "OT" FEE ROW OF AN "NF").  THE "IV" TRAILER IS
      *       RATE-STAMPED LIKE ANY OTHER PESO TRAILER.  CALLED FROM
      *       MAIN-PROGRAM AFTER CHANNEL-FEE-POSTING.
      *
      * REV :
      *  122528 RTC  ORIGINAL PARAGRAPH.
      *  021229 RTC  STEP OVER A PAYOFF'S "PF" PREPAYMENT-PENALTY ROW -
      *              THE PENALTY CARRIES NO INTEREST OR LATE CHARGE.
      *  031229 RTC  A REVERSED PAYMENT IS FOUND PAST ITS "NC" ROW TOO,
      *              AS VALIDATE-REVERSAL NOW FINDS IT.
      ******************************************************************
       IVA-POSTING SECTION.

           MOVE 0 TO IVA-WK-SEQNO
                     IVA-WK-REV-SEQNO
                     IVA-WK-INT-BASE
                     IVA-WK-FEE-BASE
                     IVA-WK-INT
                     IVA-WK-FEE.

           IF BR-CURRENCY-CD NOT = "MXN"
              GO TO IVA-POSTING-EXIT.

           MOVE BR-IVA-PCT TO IVA-WK-PCT.
           IF IVA-WK-PCT = 0
              MOVE 16 TO IVA-WK-PCT.

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
           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              PERFORM CLOSE-LP1-FILE
              GO TO IVA-POSTING-EXIT.
           COMPUTE IVA-WK-NEWSEQ = LP-SEQNO + 1.

       IVA-POSTING-FIND-ROW.
           IF LP-TRCD = "NC" OR LP-TRCD = "CF" OR LP-TRCD = "PF"
              OR (LP-TRCD = "OT" AND BP-TRCD = "NF")
              PERFORM READ-LP1-FILE-PREVIOUS
              IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
                 GO TO IVA-POSTING-FIND-ROW
              ELSE
                 PERFORM CLOSE-LP1-FILE
                 GO TO IVA-POSTING-EXIT.

           MOVE LP-SEQNO   TO IVA-WK-SEQNO.
           MOVE LP-TRCD    TO IVA-WK-TRCD.
           MOVE LP-REFNO   TO IVA-WK-REFNO.
           MOVE LP-PAYDATE TO IVA-WK-PAYDATE.
           MOVE LP-TRAMT   TO IVA-WK-TRAMT.
           MOVE LP-APCUR   TO IVA-WK-APCUR.
           MOVE LP-CURBAL  TO IVA-WK-CURBAL.
           MOVE LP-APINT   TO IVA-WK-INT-BASE.
           MOVE LP-APLC    TO IVA-WK-FEE-BASE.

      * A REVERSAL BACKS OUT THE "PA" THAT WAS LAST ON THE ACCOUNT -
      * THE ROW BEFORE IT, PAST THAT PAYMENT'S OWN "IV" (AND "NC")
      * ROW.  CFDI-RECORD CANCELS THAT PAYMENT'S RECEIPT.
           IF BP-TRCD NOT = "RV" AND NOT = "DP" AND NOT = "NF"
              GO TO IVA-POSTING-ROW-FOUND.

       IVA-POSTING-FIND-REVERSED.
           PERFORM READ-LP1-FILE-PREVIOUS.
           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              GO TO IVA-POSTING-ROW-FOUND.
           IF LP-TRCD = "IV" OR LP-TRCD = "NC"
              GO TO IVA-POSTING-FIND-REVERSED.
           MOVE LP-SEQNO TO IVA-WK-REV-SEQNO.

       IVA-POSTING-ROW-FOUND.
           PERFORM CLOSE-LP1-FILE.
           IF IVA-WK-INT-BASE = 0 AND IVA-WK-FEE-BASE = 0
              GO TO IVA-POSTING-EXIT.

           COMPUTE IVA-WK-INT ROUNDED =
              IVA-WK-INT-BASE * IVA-WK-PCT / (100 + IVA-WK-PCT).
           COMPUTE IVA-WK-FEE ROUNDED =
              IVA-WK-FEE-BASE * IVA-WK-PCT / (100 + IVA-WK-PCT).
           IF IVA-WK-INT = 0 AND IVA-WK-FEE = 0
              GO TO IVA-POSTING-EXIT.

           MOVE LN-OWNBR TO GI-BRANCH.
           MOVE LN-CLASS TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "IV: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 135                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE 0 TO RETURN-STATUS
                        IVA-WK-INT
                        IVA-WK-FEE
              GO TO IVA-POSTING-EXIT.

      * CARRY THE IVA ON THE POSTING'S OWN ROW.

           MOVE LN-OWNBR     TO QLP-BRNO.
           MOVE LN-ACCTNO    TO QLP-ACCTNO.
           MOVE IVA-WK-SEQNO TO QLP-SEQNO.
           MOVE IVA-WK-INT   TO QLP-IVA-INT.
           MOVE IVA-WK-FEE   TO QLP-IVA-FEE.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_IVA_INT = :QLP-IVA-INT,
                LP_IVA_FEE = :QLP-IVA-FEE
            WHERE LPFILE.LP_BRNO   = :QLP-BRNO
              AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
              AND LPFILE.LP_SEQNO  = :QLP-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

      * THE RECLASS GETS ITS OWN HISTORY ROW SO THE SEQUENCE ITS
      * DISTRIBUTION RIDES UNDER IS CONSUMED ON LP1.

           COMPUTE IVA-WK-TOTAL = IVA-WK-INT + IVA-WK-FEE.

           MOVE LN-OWNBR      TO LP-BRNO.
           MOVE LN-ACCTNO     TO LP-ACCTNO.
           MOVE IVA-WK-NEWSEQ TO LP-SEQNO.
           MOVE "IV"          TO LP-TRCD.
           MOVE BP-REFCD      TO LP-REFNO.
           MOVE 0             TO LP-TRAMT
                                 LP-APCUR
                                 LP-APINT
                                 LP-APLC.
           MOVE BP-PAYDATE    TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR       TO LXG-BRNO.
           MOVE LN-ACCTNO      TO LXG-ACCTNO.
           MOVE IVA-WK-NEWSEQ  TO LXG-SEQNO.
           MOVE GI-INTEREST    TO LXG-GLNO(1).
           MOVE IVA-WK-INT     TO LXG-GLAMT(1).
           MOVE GI-LATECHG     TO LXG-GLNO(2).
           MOVE IVA-WK-FEE     TO LXG-GLAMT(2).
           MOVE GI-IVA-PAYABLE TO LXG-GLNO(3).
           COMPUTE LXG-GLAMT(3) = 0 - IVA-WK-TOTAL.
           PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

      * THE "IV" TRAILER IS NOW THE LAST LP SEQUENCE - STAMP IT WITH
      * THE DAY'S RATE LIKE THE POSTING'S OWN.
           PERFORM CURRENCY-TRANSLATE.

       IVA-POSTING-EXIT.
           EXIT.
