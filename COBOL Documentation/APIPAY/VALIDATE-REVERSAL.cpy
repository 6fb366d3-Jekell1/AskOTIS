       VALIDATE-REVERSAL SECTION.
      ************************************
           MOVE "Y" TO VALID-REVERSAL-FG.
           MOVE 0   TO NAC-REV-SEQNO
                       NAC-REV-INT.

           PERFORM OPEN-LP1-FILE.

           IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
              GO TO INVALID-REVERSAL.

      * 122528 RTC A PESO-BRANCH PAYMENT IS FOLLOWED BY ITS OWN "IV"
      * IVA ROW - THE PAYMENT BEHIND IT IS STILL THE LAST ONE POSTED.
      * 031229 RTC SO IS A NON-ACCRUAL PAYMENT BY ITS "NC" CASH-BASIS
      * RECLASS ROW - REMEMBERED SO REVERSAL-POSTING CAN MARK IT AND
      * NONACCRUAL-CASH-BASIS CAN BACK OUT EXACTLY THAT RECLASS.
       VALIDATE-REVERSAL-SKIP-IV.
           IF LP-TRCD = "NC"
              MOVE LP-SEQNO TO NAC-REV-SEQNO.
           IF LP-TRCD = "IV" OR LP-TRCD = "NC"
              PERFORM READ-LP1-FILE-PREVIOUS
              IF (IO-FG NOT = 0) OR (LP-ACCTNO NOT = LN-ACCTNO)
                 GO TO INVALID-REVERSAL
              ELSE
                 GO TO VALIDATE-REVERSAL-SKIP-IV.

           IF LP-TRCD = "RV" OR LP-REV = "Y"
              GO TO INVALID-REVERSAL.

           IF LP-DISPUTE-FG = "P"
              GO TO INVALID-REVERSAL.

      * 022629 RTC AN "RV" MAY ALSO TAKE BACK A LINE ADVANCE ("AV") -
      * SAME MATCHING, BUT LINE-ADVANCE-REVERSAL POSTS IT, NOT
      * REVERSAL-POSTING, SO THE ROW IS REMEMBERED FOR IT HERE.
           IF LP-TRCD = "AV" AND BP-TRCD = "RV"
              MOVE LP-SEQNO TO LOC-WK-REV-SEQNO
              MOVE LP-TRAMT TO LOC-WK-AMT
           ELSE
           IF LP-TRCD NOT = "PA"
              GO TO INVALID-REVERSAL.


           MOVE LP-REC TO WK-LP-REC.

           IF LP-TRCD = "AV"
              MOVE "Y" TO LOC-WK-REV-FG.

           GO TO EXIT-VALIDATE-REVERSAL.
       INVALID-REVERSAL.
           MOVE "N" TO VALID-REVERSAL-FG.
              MOVE 64                 TO RETURN-STATUS
              MOVE "NO REVERSE:LAST PMT IS RV" TO LOG-MSG.
           IF LP-TRCD NOT = "PA"
              AND NOT (LP-TRCD = "AV" AND BP-TRCD = "RV")
              MOVE 65                 TO RETURN-STATUS
              MOVE "NO REVERSE: NOT A 'PA'   " TO LOG-MSG.
      * 032927 SJH THE DISPUTE TEST WINS OVER THE GENERIC REASONS.
