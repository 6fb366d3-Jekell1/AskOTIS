      ******************************************************************
      *
      *    I N S I D E R - P O S T I N G - C H E C K
      *
      *=================================================================
      * IN  : WORK-USERID, LN-SSNO(1), LN-SSNO(2), BR-NO, LN-ACCTNO,
      *       BP-TRAMT, CD-BR-APPROVAL-LIMIT, TRANS-DATE
      * OUT : INSIDER-OK-FG, HOLD-INSIDER-FG, HOLD-INSIDER-SELF-FG,
      *       HOLD-INSIDER-EMP, HOLD-INSIDER-REL, HOLD-INSIDER-APPROVER,
      *       HOLD-LC-WAIVED-FG, APV-REC (CONSUMED ON A MATCH),
      *       PAP-FILE, IAC-FILE, RETURN-STATUS, LOG-REC
      * DESC: NOTHING STOPPED A TELLER FROM POSTING TO THEIR OWN LOAN
      *       OR A SPOUSE'S.  THE EMP EMPLOYEE MASTER (EMPMNT) TIES
      *       EACH POSTING USER ID TO THE EMPLOYEE'S SSN AND DECLARED
      *       RELATED PARTIES, AND THE EMX INDEX BUILT FROM IT TELLS
      *       WHETHER A BORROWER OR CO-MAKER SSN IS AN INSIDER AT ALL.
      *       AN INSIDER ACCOUNT IS REMEMBERED (HOLD-INSIDER-FG) SO A
      *       SUCCESSFUL POSTING IS WRITTEN TO THE IAC ACTIVITY LOG FOR
      *       THE NIGHTLY INSRPT REVIEW.  WHEN THE SUBMITTING USER IS
      *       THEMSELF THE BORROWER OR CO-MAKER, OR ONE OF THEM IS A
      *       RELATED PARTY THE USER DECLARED, THE ITEM NEEDS A
      *       SUPERVISOR'S APV APPROVAL FOR THE AMOUNT - STAGED BY
      *       SOMEONE OTHER THAN THE SUBMITTING USER - REGARDLESS OF
      *       THE BRANCH APPROVAL THRESHOLD.  AN OPEN APPROVAL IS
      *       CONSUMED THE SAME WAY APPROVAL-GATE-CHECK CONSUMES IT;
      *       ONE THE OVER-LIMIT GATE ALREADY CONSUMED FOR THIS SAME
      *       ITEM IS ACCEPTED AS IS.  WITHOUT ONE THE ITEM REJECTS
      *       WITH ITS OWN STATUS, LANDS ON PAP FOR THE SUPERVISOR AND
      *       ON IAC AS BLOCKED.  A USER NOT ON THE MASTER, OR MARKED
      *       TERMINATED, IS NOT TREATED AS SELF-DEALING.  CALLED FROM
      *       MAIN-PROGRAM RIGHT AFTER APPROVAL-GATE-CHECK.
      *
      * REV :
      *  082828 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       INSIDER-POSTING-CHECK SECTION.

           MOVE "Y"    TO INSIDER-OK-FG.
           MOVE "N"    TO HOLD-INSIDER-FG
                          HOLD-INSIDER-SELF-FG
                          HOLD-LC-WAIVED-FG.
           MOVE SPACES TO HOLD-INSIDER-EMP
                          HOLD-INSIDER-REL
                          HOLD-INSIDER-APPROVER.

      * IS EITHER SIGNER ON THE ACCOUNT AN EMPLOYEE OR AN EMPLOYEE'S
      * RELATED PARTY?  BORROWER FIRST, THEN THE CO-MAKER.
           IF LN-SSNO(1) NOT = 0
              MOVE LN-SSNO(1) TO EMX-SSNO
              PERFORM READ-EMX-FILE
              IF IO-FG = 0
                 MOVE "Y"          TO HOLD-INSIDER-FG
                 MOVE EMX-USERID   TO HOLD-INSIDER-EMP
                 MOVE EMX-RELATION TO HOLD-INSIDER-REL.

           IF HOLD-INSIDER-FG = "N"
              IF LN-SSNO(2) NOT = 0
                 MOVE LN-SSNO(2) TO EMX-SSNO
                 PERFORM READ-EMX-FILE
                 IF IO-FG = 0
                    MOVE "Y"          TO HOLD-INSIDER-FG
                    MOVE EMX-USERID   TO HOLD-INSIDER-EMP
                    MOVE EMX-RELATION TO HOLD-INSIDER-REL.

      * IS THE SUBMITTING USER POSTING TO THEIR OWN OR A RELATED
      * PARTY'S ACCOUNT?
           MOVE WORK-USERID TO EMP-USERID.
           PERFORM READ-EMP-FILE.
           IF IO-FG NOT = 0
              GO TO INSIDER-POSTING-CHECK-EXIT.
           IF EMP-STATUS-CD NOT = "A"
              GO TO INSIDER-POSTING-CHECK-EXIT.

           IF EMP-SSNO NOT = 0
              IF EMP-SSNO = LN-SSNO(1) OR EMP-SSNO = LN-SSNO(2)
                 MOVE "Y"  TO HOLD-INSIDER-SELF-FG
                 MOVE "EM" TO HOLD-INSIDER-REL.

           IF HOLD-INSIDER-SELF-FG = "N"
              PERFORM INSIDER-MATCH-RELATED
                 VARYING EMP-SUB FROM 1 BY 1
                   UNTIL EMP-SUB > 6
                      OR HOLD-INSIDER-SELF-FG = "Y".

           IF HOLD-INSIDER-SELF-FG = "N"
              GO TO INSIDER-POSTING-CHECK-EXIT.

           MOVE "Y"         TO HOLD-INSIDER-FG.
           MOVE WORK-USERID TO HOLD-INSIDER-EMP.

      * SELF-DEALING - A SUPERVISOR OTHER THAN THE USER MUST HAVE
      * STAGED AN APPROVAL FOR THIS ACCOUNT AND AMOUNT.
           PERFORM OPEN-APV-FILE.

           MOVE BR-NO     TO APV-BRNO.
           MOVE LN-ACCTNO TO APV-ACCTNO.
           PERFORM READ-APV-FILE.

           IF IO-FG NOT = 0
              GO TO INSIDER-POSTING-CHECK-BLOCK.
           IF APV-AMOUNT NOT = BP-TRAMT
              GO TO INSIDER-POSTING-CHECK-BLOCK.
           IF APV-APPROVER = WORK-USERID
              GO TO INSIDER-POSTING-CHECK-BLOCK.

           IF APV-STATUS = "A"
      * A VALIDATION-ONLY PASS CONFIRMS THE APPROVAL EXISTS BUT MUST
      * NOT CONSUME IT - THE REAL RUN STILL NEEDS IT.
              IF HOLD-VALIDATE-ONLY-FG NOT = "V"
                 MOVE "U"        TO APV-STATUS
                 MOVE TRANS-DATE TO APV-USED-DATE
                 PERFORM REWRITE-APV-FILE
              END-IF
              MOVE APV-APPROVER TO HOLD-INSIDER-APPROVER
              PERFORM CLOSE-APV-FILE
              GO TO INSIDER-POSTING-CHECK-EXIT.

      * THE OVER-LIMIT GATE JUST CONSUMED THIS SAME APPROVAL FOR THIS
      * ITEM - ONE SUPERVISOR SIGN-OFF COVERS BOTH CHECKS.
           IF APV-STATUS = "U"
              IF APV-USED-DATE = TRANS-DATE
                 IF CD-BR-APPROVAL-LIMIT NOT = 0
                    IF BP-TRAMT > CD-BR-APPROVAL-LIMIT
                       MOVE APV-APPROVER TO HOLD-INSIDER-APPROVER
                       PERFORM CLOSE-APV-FILE
                       GO TO INSIDER-POSTING-CHECK-EXIT.

       INSIDER-POSTING-CHECK-BLOCK.
           PERFORM CLOSE-APV-FILE.

           MOVE "N" TO INSIDER-OK-FG.
           PERFORM LOG-PENDING-APPROVAL.
           IF HOLD-VALIDATE-ONLY-FG NOT = "V"
              MOVE "B" TO IAC-RESULT
              PERFORM INSIDER-ACTIVITY-LOG.
           MOVE "INSIDER ACCT: SUPV APPROVAL REQ" TO LOG-MSG.
           MOVE 130                               TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       INSIDER-POSTING-CHECK-EXIT.
           EXIT.

      ******************************************************************
      *
      *    I N S I D E R - M A T C H - R E L A T E D
      *
      *=================================================================
      * ONE DECLARED RELATED-PARTY SLOT ON THE USER'S EMP ROW AGAINST
      * THE BORROWER AND CO-MAKER SSNS.  EMPTY SLOTS CARRY ZERO.
      ******************************************************************
       INSIDER-MATCH-RELATED SECTION.

           IF EMP-REL-SSNO(EMP-SUB) = 0
              GO TO INSIDER-MATCH-RELATED-EXIT.

           IF EMP-REL-SSNO(EMP-SUB) = LN-SSNO(1)
              OR EMP-REL-SSNO(EMP-SUB) = LN-SSNO(2)
              MOVE "Y"                   TO HOLD-INSIDER-SELF-FG
              MOVE EMP-REL-TYPE(EMP-SUB) TO HOLD-INSIDER-REL.

       INSIDER-MATCH-RELATED-EXIT.
           EXIT.

      ******************************************************************
      *
      *    I N S I D E R - A C T I V I T Y - L O G
      *
      *=================================================================
      * IN  : IAC-RESULT (P = POSTED, B = BLOCKED), HOLD-INSIDER-*,
      *       HOLD-LC-WAIVED-FG, LOG-BACKDATE-OVERRIDE-FG,
      *       BP-FROZEN-OVERRIDE, LN-ACCT-FROZEN, BP-TRCD
      * OUT : IAC-FILE
      * DESC: ONE IAC ROW PER ITEM TOUCHING AN INSIDER ACCOUNT, WITH
      *       THE FLAGS THE NIGHTLY INSRPT REPORT SORTS BY - REVERSAL,
      *       LATE-CHARGE WAIVER, FROZEN OVERRIDE, BACKDATED, AND
      *       WHETHER THE USER WAS POSTING TO THEIR OWN OR A RELATED
      *       PARTY'S ACCOUNT.  CALLED FROM INSIDER-POSTING-CHECK FOR A
      *       BLOCKED ITEM AND FROM MAIN-PROGRAM AFTER A SUCCESSFUL
      *       UPDATE.
      ******************************************************************
       INSIDER-ACTIVITY-LOG SECTION.

           MOVE IAC-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-IAC-FILE-EXTEND
           ELSE
              PERFORM OPEN-IAC-FILE-OUTPUT.

           MOVE TRANS-DATE            TO IAC-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT             TO IAC-RUN-TIME.
           MOVE BT-BRANCH             TO IAC-BRNO.
           MOVE BP-LNNO               TO IAC-ACCTNO.
           MOVE BP-TRCD               TO IAC-TRCD.
           MOVE BP-TRAMT              TO IAC-TRAMT.
           MOVE WORK-USERID           TO IAC-USERID.
           MOVE HOLD-INSIDER-EMP      TO IAC-EMP-USERID.
           MOVE HOLD-INSIDER-REL      TO IAC-RELATION.
           MOVE HOLD-INSIDER-SELF-FG  TO IAC-SELF-FG.
           MOVE HOLD-INSIDER-APPROVER TO IAC-APPROVER.

           MOVE "N" TO IAC-REVERSAL-FG.
           IF BP-TRCD = "RV" OR BP-TRCD = "DP" OR BP-TRCD = "NF"
              MOVE "Y" TO IAC-REVERSAL-FG.

           MOVE HOLD-LC-WAIVED-FG TO IAC-LC-WAIVED-FG.

           MOVE "N" TO IAC-FROZEN-FG.
           IF BP-FROZEN-OVERRIDE = "Y"
              IF LN-ACCT-FROZEN = "Y"
                 MOVE "Y" TO IAC-FROZEN-FG.

           MOVE "N" TO IAC-BACKDATE-FG.
           IF LOG-BACKDATE-OVERRIDE-FG = "Y"
              MOVE "Y" TO IAC-BACKDATE-FG.

           PERFORM WRITE-IAC-FILE.
           PERFORM CLOSE-IAC-FILE.

       INSIDER-ACTIVITY-LOG-EXIT.
           EXIT.
