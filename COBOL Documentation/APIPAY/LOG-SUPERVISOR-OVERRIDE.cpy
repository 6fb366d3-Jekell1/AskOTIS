      ******************************************************************
      *
      *    L O G - S U P E R V I S O R - O V E R R I D E
      *
      *=================================================================
      * IN  : OVR-WK-TYPE, OVR-WK-APPROVER, BT-BRANCH, BP-LNNO,
      *       BP-TRCD, BP-TRAMT, WORK-USERID, TRANS-DATE
      * OUT : OVR-FILE
      * DESC: ONE ROW EVERY TIME A SUPERVISOR OVERRIDE ACTUALLY LETS
      *       AN ITEM THROUGH A CHECK THAT WOULD OTHERWISE HAVE
      *       STOPPED IT, FOR THE OVERRIDES THAT HAD NO USER-BEARING
      *       LOG OF THEIR OWN:
      *         BKD  PRIOR-MONTH PAYOFF ON CD-BR-BACKDATE-OVERRIDE
      *         NSF  CHECK PAYMENT PAST BR-NSF-MAXCNT ON BP-NSF-OVERRIDE
      *         BLN  MATURED BALLOON PAYMENT ON BP-BALLOON-OVERRIDE
      *         APV  OVER-THRESHOLD ITEM THAT CONSUMED A STAGED APV
      *              APPROVAL (OVR-WK-APPROVER = APV-APPROVER)
      *       THE OVRSCR MONTHLY SCORECARD READS THIS WITH FOV, NEG,
      *       LCW, PAP AND THE LP ODD-PAYMENT REASONS.  A VALIDATION-
      *       ONLY PASS POSTS NOTHING SO IT LOGS NOTHING.
      *
      * REV :
      *  012229 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       LOG-SUPERVISOR-OVERRIDE SECTION.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              GO TO LOG-SUPERVISOR-OVERRIDE-EXIT.

           MOVE OVR-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-OVR-FILE-EXTEND
           ELSE
              PERFORM OPEN-OVR-FILE-OUTPUT.

           MOVE TRANS-DATE      TO OVR-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT       TO OVR-RUN-TIME.
           MOVE BT-BRANCH       TO OVR-BRNO.
           MOVE BP-LNNO         TO OVR-ACCTNO.
           MOVE OVR-WK-TYPE     TO OVR-TYPE.
           MOVE BP-TRCD         TO OVR-TRCD.
           MOVE BP-TRAMT        TO OVR-TRAMT.
           MOVE WORK-USERID     TO OVR-USERID.
           MOVE OVR-WK-APPROVER TO OVR-APPROVER.
           PERFORM WRITE-OVR-FILE.
           PERFORM CLOSE-OVR-FILE.

       LOG-SUPERVISOR-OVERRIDE-EXIT.
           EXIT.
