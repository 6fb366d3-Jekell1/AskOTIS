      ******************************************************************
      *
      *    S E T T L E M E N T - C H E C K
      *
      *=================================================================
      * IN  : BR-NO, BP-LNNO, BP-TRAMT, BP-PAYDATE, SIF-FILE
      * OUT : SIF-OK-FG, SIF-REC (THE ACCOUNT'S AGREEMENT),
      *       RETURN-STATUS, LOG-REC
      * DESC: BP-TRCD "ST" - A PAYMENT AGAINST A SETTLEMENT-IN-FULL
      *       AGREEMENT.  COLLECTIONS NEGOTIATES A REDUCED LUMP SUM (OR
      *       A SHORT SERIES OF PAYMENTS) ON A DELINQUENT OR CHARGED-
      *       OFF ACCOUNT AND THE SIFMNT JOB RECORDS THE APPROVED DEAL
      *       ON THE KEYED SIF MASTER (KEY SIF-KEY = BRANCH + ACCOUNT)
      *       WITH THE AGREED TOTAL, UP TO SIX DUE DATES AND AMOUNTS,
      *       AND THE APPROVER.  THE ITEM IS ACCEPTED ONLY WHILE THE
      *       AGREEMENT IS ACTIVE ("A") AND ONLY UP TO THE UNPAID
      *       REMAINDER OF THE AGREED TOTAL - A BROKEN ("B"),
      *       CANCELLED ("C") OR ALREADY SETTLED ("S") AGREEMENT
      *       REFUSES THE ITEM SO THE MONEY COMES IN AS AN ORDINARY
      *       PAYMENT UNDER NORMAL DELINQUENCY HANDLING.  CALLED FROM
      *       MAIN-PROGRAM RIGHT AFTER THE LOAN IS READ; THE WRITE-OFF
      *       ITSELF IS SETTLEMENT-APPLY, AFTER THE CASH POSTS.
      *
      * REV :
      *  031328 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       SETTLEMENT-CHECK SECTION.

           MOVE "N" TO SIF-OK-FG.

           MOVE SIF-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE "ST: NO SETTLEMENT AGREEMENT ON FILE" TO LOG-MSG
              MOVE 119                                   TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SETTLEMENT-CHECK-EXIT.

           PERFORM OPEN-SIF-FILE.
           MOVE BR-NO   TO SIF-BRNO.
           MOVE BP-LNNO TO SIF-ACCTNO.
           PERFORM READ-SIF-FILE.
           PERFORM CLOSE-SIF-FILE.
           IF IO-FG NOT = 0
              MOVE "ST: NO SETTLEMENT AGREEMENT ON FILE" TO LOG-MSG
              MOVE 119                                   TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SETTLEMENT-CHECK-EXIT.

           IF SIF-STATUS-CD NOT = "A"
              MOVE "ST: SETTLEMENT NOT ACTIVE (&)" TO LOG-MSG
              INSPECT LOG-MSG REPLACING FIRST "&" BY SIF-STATUS-CD
              MOVE 119                             TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SETTLEMENT-CHECK-EXIT.

      * NEVER TAKE MORE THAN THE AGREEMENT STILL HAS COMING - ANY
      * EXCESS IS AN ORDINARY PAYMENT AND IS KEYED AS ONE.
           COMPUTE SIF-WK-REMAINING = SIF-AGREED-AMT - SIF-PAID-AMT.
           IF BP-TRAMT > SIF-WK-REMAINING
              MOVE "ST: EXCEEDS SETTLEMENT BALANCE" TO LOG-MSG
              MOVE 120                              TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO SETTLEMENT-CHECK-EXIT.

           MOVE "Y" TO SIF-OK-FG.

       SETTLEMENT-CHECK-EXIT.
           EXIT.
