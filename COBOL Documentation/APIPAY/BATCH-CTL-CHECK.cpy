      *              INSTEAD OF HARD-STOPPING FOREVER - A CORRECTED
      *              RETRANSMISSION UNDER THE SAME BATCHID CLEARS
      *              ITSELF AND KEEPS ITS RESUME PROTECTION.
      *  103028 RTC  AN ITEM OF A BATCH (OR BRANCH) THE REJECT-STORM
      *              BREAKER HAS PAUSED IS NOT ATTEMPTED
      *              (SKIP-ACCOUNT-FG "P") - COUNTED ON
      *              BATCTL-NOTATT-CNT, NOT ON THE SUBMIT COUNT, AND
      *              LEFT OFF BPACTL SO A RESUME PICKS IT UP.
      ******************************************************************
       BATCH-CTL-CHECK SECTION.

              MOVE 0          TO BATCTL-SUBMIT-CNT
                                 BATCTL-POSTED-CNT
                                 BATCTL-REJECTED-CNT
                                 BATCTL-NOTATT-CNT
              MOVE SPACES     TO BATCTL-LAST-ACCTNO
              PERFORM WRITE-BATCTL-FILE
      * 111025 RTC FIRST RECORD SEEN FOR THIS BATCHID - STAGE THE WHOLE
              END-IF
           END-IF.

      * 103028 RTC A PAUSED BATCH OR BRANCH TURNS THE ITEM AWAY UNTRIED.
           IF SKIP-ACCOUNT-FG = "N"
              PERFORM REJECT-STORM-GATE
           END-IF.

           IF SKIP-ACCOUNT-FG = "N"
              ADD 1 TO BATCTL-SUBMIT-CNT
              PERFORM REWRITE-BATCTL-FILE
