      ******************************************************************
      *
      *    C A S H - R E C E I P T
      *
      *=================================================================
      * IN  : BP-TILLNO (FROM BT-TILLNO), BP-TRCD, BP-REFCD,
      *       HOLD-SHADOW-FG, LN-OWNBR, LN-ACCTNO, TRANS-DATE,
      *       WORK-USERID, THE POSTING'S LP ROW
      * OUT : RCL-FILE (THE TILL'S CONTROL ROW AND THE RECEIPT ROW),
      *       LP_TILLNO/LP_RCPTNO ON THE POSTING'S LP ROW, LOG-REC
      * DESC: A PAYMENT TAKEN AT THE COUNTER CARRIES THE TELLER'S TILL
      *       NUMBER ON THE BATCH ITEM.  EACH BRANCH/TILL DRAWS ITS
      *       RECEIPT NUMBERS FROM ITS OWN UNBROKEN SEQUENCE, HELD ON
      *       THE TILL'S CONTROL ROW (RECEIPT NUMBER ZERO) OF THE KEYED
      *       RCL RECEIPT LOG - THE FIRST RECEIPT A TILL ISSUES OPENS
      *       THE ROW AT NUMBER 1.  THE POSTING TAKES THE NEXT NUMBER,
      *       LOGS THE RECEIPT ISSUED WITH THE APPLICATION SPLIT AND
      *       THE RECEIPT TEXT THE BRANCH PRINTS, AND STAMPS THE TILL
      *       AND RECEIPT NUMBER ON THE POSTING'S OWN LP ROW.  VOIDS,
      *       SPOILED FORMS AND REPRINTS ARE RECORDED BY RCTMNT UNDER
      *       A SUPERVISOR; RCTRPT IS THE DAILY PER-TILL CONTROL
      *       REPORT.  A REVERSAL, A SHADOW POSTING, AN ITEM WITH NO
      *       TILL OR NO MONEY GETS NO RECEIPT; A TILL NUMBER THAT IS
      *       NOT NUMERIC IS LOGGED AND THE PAYMENT STILL POSTS.  THE
      *       POSTING'S ROW IS FOUND BEHIND ANY "NC", "CF", "PF" OR
      *       "IV" ROW WRITTEN AFTER IT; A PAYOFF'S "PF" PREPAYMENT
      *       PENALTY WAS PAID IN THE SAME MONEY, SO IT IS ADDED TO THE
      *       AMOUNT RECEIVED (AND SHOWS UNDER OTHER).  CALLED FROM
      *       MAIN-PROGRAM AFTER CFDI-RECORD.
      *
      * REV :
      *  010129 RTC  ORIGINAL PARAGRAPH.
      *  021229 RTC  A PAYOFF'S "PF" PENALTY ROW IS STEPPED OVER AND ITS
      *              AMOUNT COUNTED IN THE AMOUNT RECEIVED.
      ******************************************************************
       CASH-RECEIPT SECTION.

           IF BP-TILLNO = SPACES OR BP-TILLNO = "0000"
              GO TO CASH-RECEIPT-EXIT.
           IF HOLD-SHADOW-FG = "S"
              GO TO CASH-RECEIPT-EXIT.
           IF BP-TRCD = "RV" OR BP-TRCD = "DP" OR BP-TRCD = "NF"
              GO TO CASH-RECEIPT-EXIT.
           IF BP-TILLNO NOT NUMERIC
              MOVE "RC: TILL NUMBER NOT NUMERIC - NO RECEIPT" TO LOG-MSG
              MOVE 136                                 TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE 0 TO RETURN-STATUS
              GO TO CASH-RECEIPT-EXIT.

           MOVE 0 TO RCT-WK-PF-AMT.
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
              GO TO CASH-RECEIPT-EXIT.

       CASH-RECEIPT-FIND-ROW.
           IF LP-TRCD = "NC" OR LP-TRCD = "CF" OR LP-TRCD = "IV"
              OR LP-TRCD = "PF"
              IF LP-TRCD = "PF"
                 ADD LP-TRAMT TO RCT-WK-PF-AMT
              END-IF
              PERFORM READ-LP1-FILE-PREVIOUS
              IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
                 GO TO CASH-RECEIPT-FIND-ROW
              ELSE
                 PERFORM CLOSE-LP1-FILE
                 GO TO CASH-RECEIPT-EXIT.
           PERFORM CLOSE-LP1-FILE.
           IF LP-TRAMT NOT > 0
              GO TO CASH-RECEIPT-EXIT.

      * THE NEXT NUMBER OFF THE TILL'S CONTROL ROW.

           PERFORM OPEN-RCL-FILE.
           MOVE LN-OWNBR  TO RCL-BRNO.
           MOVE BP-TILLNO TO RCL-TILLNO.
           MOVE 0         TO RCL-RCPTNO.
           PERFORM READ-RCL-FILE.
           IF IO-FG = 0
              MOVE "N" TO RCT-WK-NEW-FG
           ELSE
              MOVE "Y" TO RCT-WK-NEW-FG
              MOVE LN-OWNBR  TO RCL-BRNO
              MOVE BP-TILLNO TO RCL-TILLNO
              MOVE 0         TO RCL-RCPTNO
              MOVE "H"       TO RCL-STATUS-CD
              MOVE 1         TO RCL-NEXT-RCPTNO.
           MOVE RCL-NEXT-RCPTNO TO RCT-WK-RCPTNO.
           ADD 1 TO RCL-NEXT-RCPTNO.
           IF RCT-WK-NEW-FG = "Y"
              PERFORM WRITE-RCL-FILE
           ELSE
              PERFORM REWRITE-RCL-FILE.

           MOVE LN-OWNBR      TO RCL-BRNO.
           MOVE BP-TILLNO     TO RCL-TILLNO.
           MOVE RCT-WK-RCPTNO TO RCL-RCPTNO.
           MOVE "I"           TO RCL-STATUS-CD.
           MOVE LN-ACCTNO     TO RCL-ACCTNO.
           MOVE LP-SEQNO      TO RCL-LP-SEQNO.
           MOVE LP-TRCD       TO RCL-TRCD.
           MOVE BP-REFCD      TO RCL-REFCD.
           MOVE TRANS-DATE    TO RCL-ISSUE-DATE.
           MOVE WORK-USERID   TO RCL-USERID.
           COMPUTE RCL-TRAMT = LP-TRAMT + RCT-WK-PF-AMT.
           MOVE LP-APCUR      TO RCL-APCUR.
           MOVE LP-APINT      TO RCL-APINT.
           MOVE LP-APLC       TO RCL-APLC.
           COMPUTE RCL-OTHER = RCL-TRAMT - LP-APCUR - LP-APINT
                                        - LP-APLC.
           MOVE LP-CURBAL     TO RCL-NEW-BAL.
           MOVE 0             TO RCL-REPRINT-CNT
                                 RCL-REPRINT-DATE
                                 RCL-VOID-DATE.
           MOVE SPACES        TO RCL-REPRINT-USER
                                 RCL-VOID-REASON
                                 RCL-VOID-USER
                                 RCL-VOID-SUPV.

      * THE RECEIPT TEXT, FROM THE SPLIT THE POSTING APPLIED.

           MOVE SPACES TO RCL-TEXT(1) RCL-TEXT(2) RCL-TEXT(3)
                          RCL-TEXT(4) RCL-TEXT(5).
           STRING "RECEIPT NO " RCL-TILLNO "-" RCL-RCPTNO
                  "  BRANCH " RCL-BRNO "  DATE " TRANS-DATE
               DELIMITED BY SIZE INTO RCL-TEXT(1).
           MOVE RCL-TRAMT TO RCT-WK-EDIT1.
           STRING "ACCOUNT " LN-ACCTNO "  RECEIVED " RCT-WK-EDIT1
               DELIMITED BY SIZE INTO RCL-TEXT(2).
           MOVE LP-APCUR TO RCT-WK-EDIT1.
           MOVE LP-APINT TO RCT-WK-EDIT2.
           STRING "PRINCIPAL  " RCT-WK-EDIT1 "  INTEREST " RCT-WK-EDIT2
               DELIMITED BY SIZE INTO RCL-TEXT(3).
           MOVE LP-APLC   TO RCT-WK-EDIT1.
           MOVE RCL-OTHER TO RCT-WK-EDIT2.
           STRING "LATE CHG   " RCT-WK-EDIT1 "  OTHER    " RCT-WK-EDIT2
               DELIMITED BY SIZE INTO RCL-TEXT(4).
           MOVE LP-CURBAL TO RCT-WK-EDIT1.
           STRING "PRINCIPAL BALANCE AFTER PAYMENT " RCT-WK-EDIT1
               DELIMITED BY SIZE INTO RCL-TEXT(5).
           PERFORM WRITE-RCL-FILE.
           PERFORM CLOSE-RCL-FILE.

      * THE TILL AND RECEIPT NUMBER ON THE POSTING'S OWN ROW.

           MOVE LN-OWNBR      TO QLP-BRNO.
           MOVE LN-ACCTNO     TO QLP-ACCTNO.
           MOVE LP-SEQNO      TO QLP-SEQNO.
           MOVE BP-TILLNO     TO QLP-TILLNO.
           MOVE RCT-WK-RCPTNO TO QLP-RCPTNO.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_TILLNO = :QLP-TILLNO,
                LP_RCPTNO = :QLP-RCPTNO
            WHERE LPFILE.LP_BRNO   = :QLP-BRNO
              AND LPFILE.LP_ACCTNO = :QLP-ACCTNO
              AND LPFILE.LP_SEQNO  = :QLP-SEQNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

       CASH-RECEIPT-EXIT.
           EXIT.
