      ******************************************************************
      *
      *    L I N E - A D V A N C E - R E V E R S A L
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, LN-CURBAL, LN-REGPYAMT, LN-ORGST,
      *       LN-CLASS, BP-TRAMT, BP-PAYDATE, BP-REFCD,
      *       LOC-WK-REV-SEQNO / LOC-WK-AMT (THE "AV" ROW
      *       VALIDATE-REVERSAL MATCHED), GI-REC
      * OUT : LN-CURBAL AND LN-REGPYAMT REWRITTEN, NEGATIVE "RV" LP
      *       ROW, REVERSED LXG ROW, "AV" ROW MARKED REVERSED, LOC
      *       ACTIVITY ROW, RETURN-STATUS
      * DESC: AN "RV" WHOSE LAST ROW IS A LINE ADVANCE TAKES THE DRAW
      *       BACK OFF THE LINE - THERE IS NO PAYMENT TO UNWIND, SO IT
      *       DOES NOT GO THROUGH REVERSAL-POSTING.  VALIDATE-REVERSAL
      *       HAS ALREADY MATCHED THE DATE, AMOUNT AND REFERENCE CODE
      *       AND PROVED NOTHING POSTED SINCE.  THE "AV" ROW'S
      *       DISTRIBUTION IS WRITTEN BACK REVERSED IN SIGN UNDER THE
      *       NEXT SEQUENCE WITH A NEGATIVE "RV" HISTORY ROW TO CARRY
      *       IT, THE DRAW COMES OFF LN-CURBAL, THE MINIMUM PAYMENT IS
      *       RECOMPUTED ON WHAT IS LEFT (LEFT AS IT WAS IF THE STATE
      *       HAS NO FORMULA ON FILE ANY MORE), AND THE "AV" ROW IS
      *       MARKED REVERSED SO IT CANNOT BE REVERSED TWICE.
      *
      * REV :
      *  022629 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       LINE-ADVANCE-REVERSAL SECTION.

           IF LN-CURBAL < LOC-WK-AMT
              MOVE "RV: BALANCE BELOW THE ADVANCE" TO LOG-MSG
              MOVE 139                             TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-REVERSAL-EXIT.

           COMPUTE LOC-WK-NEW-CURBAL = LN-CURBAL - LOC-WK-AMT.
           PERFORM LOC-MINIMUM-PAYMENT.
           IF IO-FG NOT = 0
              MOVE LN-REGPYAMT TO LOC-WK-NEW-MINPAY.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE REVERSAL.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO LINE-ADVANCE-REVERSAL-EXIT.

           MOVE LN-REGPYAMT       TO LOC-WK-OLD-MINPAY.
           MOVE LN-OWNBR          TO QLN-BRNO.
           MOVE LN-ACCTNO         TO QLN-ACCTNO.
           MOVE LOC-WK-NEW-CURBAL TO QLN-WK-CURBAL.
           MOVE LOC-WK-NEW-MINPAY TO QLN-WK-REGPYAMT.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_CURBAL   = :QLN-WK-CURBAL,
                LN_REGPYAMT = :QLN-WK-REGPYAMT
            WHERE LNFILE.LN_OWNBR = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.
           IF IO-FG NOT = 0
              MOVE "RV: LOAN REWRITE FAILED" TO LOG-MSG
              MOVE 139                       TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO LINE-ADVANCE-REVERSAL-EXIT.

           MOVE LOC-WK-NEW-CURBAL TO LN-CURBAL.
           MOVE LOC-WK-NEW-MINPAY TO LN-REGPYAMT.

      * THE "AV" ROW IS THE LAST ONE ON THE ACCOUNT, SO THE REVERSAL
      * RIDES THE SEQUENCE AFTER IT.

           COMPUTE LOC-WK-SEQNO = LOC-WK-REV-SEQNO + 1.

           PERFORM OPEN-LXG1-FILE.
           MOVE LN-OWNBR         TO LXG-BRNO.
           MOVE LN-ACCTNO        TO LXG-ACCTNO.
           MOVE LOC-WK-REV-SEQNO TO LXG-SEQNO.
           PERFORM READ-LXG1-FILE.
           IF IO-FG = 0
              MULTIPLY -1 BY LXG-GLAMT(1)
              MULTIPLY -1 BY LXG-GLAMT(2)
              MULTIPLY -1 BY LXG-GLAMT(3)
              MOVE LOC-WK-SEQNO TO LXG-SEQNO
              PERFORM WRITE-LXG1-FILE.
           PERFORM CLOSE-LXG1-FILE.

           PERFORM SETUP-LP-RECORD.
           MOVE LN-OWNBR     TO LP-BRNO.
           MOVE LOC-WK-SEQNO TO LP-SEQNO.
           MOVE "RV"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           COMPUTE LP-TRAMT = 0 - LOC-WK-AMT.
           MOVE LOC-WK-AMT   TO LP-APCUR.
           MOVE 0            TO LP-APINT
                                LP-APLC
                                LP-APOTH.
           PERFORM WRITE-LP1-FILE.

           MOVE LN-OWNBR         TO QLP-BRNO.
           MOVE LN-ACCTNO        TO QLP-ACCTNO.
           MOVE LOC-WK-REV-SEQNO TO QLP-SEQNO.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_REV = 'Y'
            WHERE LPFILE.LP_BRNO = :QLP-BRNO
              AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
              AND LPFILE.LP_SEQNO = :QLP-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

           MOVE "R" TO LOC-WK-EVENT.
           PERFORM LOG-LINE-ADVANCE.

           MOVE "LINE ADVANCE REVERSED" TO LOG-MSG.
           MOVE 0 TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       LINE-ADVANCE-REVERSAL-EXIT.
           EXIT.
