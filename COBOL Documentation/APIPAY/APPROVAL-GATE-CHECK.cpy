      *=================================================================
      * IN  : CD-BR-APPROVAL-LIMIT, BP-TRAMT, BR-NO, LN-ACCTNO
      * OUT : APPROVAL-OK-FG, APV-REC (CONSUMED ON A MATCH), PAP-FILE,
      *       OVR-FILE, RETURN-STATUS, LOG-REC
      * DESC: A FAT-FINGERED $50,000 "PA" ON A $5,000 LOAN USED TO
      *       SAIL STRAIGHT THROUGH TO PAYOFF-POSTING AS A NONCASH
      *       PAYOFF.  WHEN THE REFERENCE CODE CARRIES AN APPROVAL
      *
      * REV :
      *  072726 RTC  ORIGINAL PARAGRAPH.
      *  012229 RTC  A CONSUMED APPROVAL IS ALSO WRITTEN TO THE OVR
      *              SUPERVISOR-OVERRIDE LOG (TYPE "APV") WITH BOTH THE
      *              POSTING USER AND THE APPROVER.
      ******************************************************************
       APPROVAL-GATE-CHECK SECTION.

                       MOVE "U"        TO APV-STATUS
                       MOVE TRANS-DATE TO APV-USED-DATE
                       PERFORM REWRITE-APV-FILE
                       MOVE "APV"        TO OVR-WK-TYPE
                       MOVE APV-APPROVER TO OVR-WK-APPROVER
                       PERFORM LOG-SUPERVISOR-OVERRIDE
                    END-IF
                    PERFORM CLOSE-APV-FILE
                    GO TO APPROVAL-GATE-CHECK-EXIT.
