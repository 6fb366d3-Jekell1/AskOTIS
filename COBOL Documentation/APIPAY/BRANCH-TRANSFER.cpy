      ******************************************************************
      *
      *    B R A N C H - T R A N S F E R
      *
      *=================================================================
      * IN  : BR-NO, LN-ACCTNO, BP-XFER-TO-BR, BP-REFCD, LN-CURBAL,
      *       LN-INTCHG, LN-TOTERN, LN-INTBAL, LN-LCBAL, GI1 ROWS FOR
      *       BOTH BRANCHES
      * OUT : LN/LP/LTP/LTI ROWS FOR THE ACCOUNT RE-KEYED TO THE NEW
      *       BRANCH, "TB" LP ROWS, LXG ROWS FOR BOTH BRANCHES, BXF
      *       TRANSFER LOG ROW, RETURN-STATUS
      * DESC: BP-TRCD "TB" - MOVES ONE ACCOUNT TO THE NAMED BRANCH
      *       WHEN THE BORROWER MOVES.  BRCONS ONLY MOVES WHOLE
      *       BRANCHES, AND A HAND CHANGE OF LN-OWNBR LEFT THE G/L
      *       AND THE DEPENDENT FILES BEHIND.  THE RECEIVABLE, THE
      *       UNEARNED INTEREST, THE ACCRUED INTEREST AND THE LATE
      *       CHARGES COME OFF THE OLD BRANCH'S GI1 ACCOUNTS AND GO ON
      *       THE NEW BRANCH'S, EACH SIDE BALANCED THROUGH THE
      *       BRANCH'S INTER-BRANCH CLEARING ACCOUNT.  THE LOAN, ITS
      *       HISTORY, ITS SCHEDULE AND ITS INSURANCE TRAILERS ARE
      *       RE-KEYED HERE; THE OPEN QT QUOTES, SUS SUSPENSE, PTP
      *       PROMISES AND ARR ARRANGEMENTS, THE ACCOUNT-KEYED
      *       MASTERS (SIF, RPI, CVL, NAS, DFE, SOL, CPM, FHL, ALT,
      *       CFD, SCQ, CMP, CMH) AND THE SCH AND LOCHST HISTORIES ARE
      *       CARRIED BY THE BRXFER JOB FROM THE BXF LOG, WHICH ALSO
      *       PRINTS THE DAILY TRANSFER REPORT BOTH MANAGERS SIGN.  NO
      *       CASH MOVES, SO LIKE "IC" IT RUNS AHEAD OF THE AMOUNT
      *       EDITS.
      *
      * REV :
      *  041028 RTC  ORIGINAL PARAGRAPH.
      *  031229 RTC  BRXFER NOW ALSO CARRIES THE ACCOUNT-KEYED MASTERS
      *              AND THE SCH/LOCHST HISTORIES.
      *  031329 RTC  EACH RE-KEY UPDATE IS VALIDATED; A FAILED ONE
      *              REJECTS THE TRANSFER WITH STATUS 126.
      ******************************************************************
       BRANCH-TRANSFER SECTION.

           IF BP-XFER-TO-BR = SPACES OR BP-XFER-TO-BR = BR-NO
              MOVE "TB: INVALID TARGET BRANCH" TO LOG-MSG
              MOVE 126                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO BRANCH-TRANSFER-EXIT.

           IF LN-CURBAL NOT > 0
              MOVE "TB: NO BALANCE ON ACCOUNT" TO LOG-MSG
              MOVE 126                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO BRANCH-TRANSFER-EXIT.

      * THE ACCOUNT NUMBER MUST BE FREE AT THE NEW BRANCH.  THE
      * PROBE OVERLAYS THE LN BUFFER, SO THE ACCOUNT IS READ BACK.

           MOVE BR-NO         TO XFA-FROM-BR.
           MOVE BP-XFER-TO-BR TO XFA-TO-BR.
           MOVE XFA-TO-BR     TO LN-OWNBR.
           PERFORM READ-LN1-FILE.
           MOVE IO-FG         TO XFA-PROBE-IO.
           MOVE XFA-FROM-BR   TO LN-OWNBR.
           MOVE BP-LNNO       TO LN-ACCTNO.
           PERFORM READ-LN1-FILE.
           IF XFA-PROBE-IO = 0
              MOVE "TB: ACCOUNT IN USE AT TARGET" TO LOG-MSG
              MOVE 126                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO BRANCH-TRANSFER-EXIT.

      * BOTH BRANCHES MUST HAVE A G/L INTERFACE FOR THE CLASS.  THE
      * TARGET'S ACCOUNTS ARE KEPT ASIDE; THE SOURCE ROW STAYS IN GI.

           MOVE XFA-TO-BR TO GI-BRANCH.
           MOVE LN-CLASS  TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "TB: NO G/L INTERFACE AT TARGET" TO LOG-MSG
              MOVE 126                              TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO BRANCH-TRANSFER-EXIT.
           MOVE GI-AR             TO XFA-TO-AR.
           MOVE GI-UNINTCHG       TO XFA-TO-UNINTCHG.
           MOVE GI-ACR-INT-AR     TO XFA-TO-ACR-INT.
           MOVE GI-LC-RECV-ACCT   TO XFA-TO-LC-RECV.
           MOVE GI-INTERBR-ACCT   TO XFA-TO-INTERBR.

           MOVE XFA-FROM-BR TO GI-BRANCH.
           MOVE LN-CLASS    TO GI-CLASS.
           PERFORM READ-GI1-FILE.
           IF IO-FG NOT = 0
              MOVE "TB: MISSING G/L INTERFACE" TO LOG-MSG
              MOVE 126                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO BRANCH-TRANSFER-EXIT.

      * THE BALANCES THAT TRAVEL.  UNEARNED IS THE PRECOMPUTED CHARGE
      * NOT YET EARNED - NOTHING ON A SIMPLE-INTEREST LOAN.

           MOVE LN-CURBAL TO XFA-CURBAL.
           COMPUTE XFA-UNEARNED = LN-INTCHG - LN-TOTERN.
           IF XFA-UNEARNED < 0
              MOVE 0 TO XFA-UNEARNED.
           MOVE LN-INTBAL TO XFA-INTBAL.
           MOVE LN-LCBAL  TO XFA-LCBAL.
           COMPUTE XFA-NET-PRIN = XFA-CURBAL - XFA-UNEARNED.
           COMPUTE XFA-NET-INT  = XFA-INTBAL + XFA-LCBAL.

      * A VALIDATION-ONLY PASS STOPS SHORT OF THE MOVE.

           IF HOLD-VALIDATE-ONLY-FG = "V"
              MOVE "VALIDATE ONLY: EDITS PASSED" TO LOG-MSG
              MOVE 83                            TO RETURN-STATUS
              PERFORM CREATE-LOG
              GO TO BRANCH-TRANSFER-EXIT.

           MOVE XFA-FROM-BR TO QLN-BRNO.
           MOVE LN-ACCTNO   TO QLN-ACCTNO.
           MOVE XFA-TO-BR   TO QLN-WK-OWNBR.
           PERFORM TB-REKEY-ACCOUNT.
           IF IO-FG NOT = 0
              MOVE "TB: ACCOUNT RE-KEY FAILED" TO LOG-MSG
              MOVE 126                         TO RETURN-STATUS
              PERFORM CREATE-LOG
              MOVE "E" TO POSTING-ERRCD
              GO TO BRANCH-TRANSFER-EXIT.
           MOVE XFA-TO-BR TO LN-OWNBR.

      * THE MOVE RIDES THE NEXT LP SEQUENCE, NOW UNDER THE NEW BRANCH.
      * AN LXG ROW CARRIES THREE G/L LINES, SO THE RECEIVABLE AND
      * UNEARNED GO UNDER ONE "TB" ROW AND THE ACCRUED INTEREST AND
      * LATE CHARGES, WHEN THERE ARE ANY, UNDER A SECOND.

           PERFORM OPEN-LP1-FILE.
           MOVE XFA-TO-BR     TO LP-BRNO
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
           PERFORM CLOSE-LP1-FILE.
           IF (IO-FG = 0) AND (LP-ACCTNO = LN-ACCTNO)
              MOVE LP-SEQNO TO XFA-WK-SEQNO
           ELSE
              MOVE 0        TO XFA-WK-SEQNO.
           ADD 1 TO XFA-WK-SEQNO.

           MOVE XFA-TO-BR    TO LP-BRNO.
           MOVE LN-ACCTNO    TO LP-ACCTNO.
           MOVE XFA-WK-SEQNO TO LP-SEQNO.
           MOVE "TB"         TO LP-TRCD.
           MOVE BP-REFCD     TO LP-REFNO.
           MOVE 0            TO LP-TRAMT
                                LP-APINT
                                LP-APLC
                                LP-APCUR.
           MOVE BP-PAYDATE   TO LP-PAYDATE.
           PERFORM WRITE-LP1-FILE.
           IF XFA-NET-INT NOT = 0
              COMPUTE LP-SEQNO = XFA-WK-SEQNO + 1
              PERFORM WRITE-LP1-FILE.

      * OLD BRANCH: THE BALANCES COME OFF AND THE NET GOES TO ITS
      * INTER-BRANCH CLEARING ACCOUNT.  NEW BRANCH: THE MIRROR IMAGE.

           PERFORM OPEN-LXG1-FILE.
           MOVE XFA-FROM-BR       TO XFA-GL-BRNO.
           MOVE -1                TO XFA-SIGN.
           MOVE GI-AR             TO XFA-GL-AR.
           MOVE GI-UNINTCHG       TO XFA-GL-UNINTCHG.
           MOVE GI-ACR-INT-AR     TO XFA-GL-ACR-INT.
           MOVE GI-LC-RECV-ACCT   TO XFA-GL-LC-RECV.
           MOVE GI-INTERBR-ACCT   TO XFA-GL-INTERBR.
           PERFORM TB-BRANCH-GL.
           MOVE XFA-TO-BR         TO XFA-GL-BRNO.
           MOVE 1                 TO XFA-SIGN.
           MOVE XFA-TO-AR         TO XFA-GL-AR.
           MOVE XFA-TO-UNINTCHG   TO XFA-GL-UNINTCHG.
           MOVE XFA-TO-ACR-INT    TO XFA-GL-ACR-INT.
           MOVE XFA-TO-LC-RECV    TO XFA-GL-LC-RECV.
           MOVE XFA-TO-INTERBR    TO XFA-GL-INTERBR.
           PERFORM TB-BRANCH-GL.
           PERFORM CLOSE-LXG1-FILE.

      * ONE BXF ROW PER MOVE FOR BRXFER AND THE MANAGERS' SIGN-OFF.

           MOVE BXF-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-BXF-FILE-EXTEND
           ELSE
              PERFORM OPEN-BXF-FILE-OUTPUT.
           MOVE TRANS-DATE   TO BXF-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT    TO BXF-RUN-TIME.
           MOVE WORK-USERID  TO BXF-USERID.
           MOVE XFA-FROM-BR  TO BXF-FROM-BR.
           MOVE XFA-TO-BR    TO BXF-TO-BR.
           MOVE LN-ACCTNO    TO BXF-ACCTNO.
           MOVE BP-REFCD     TO BXF-REFCD.
           MOVE XFA-CURBAL   TO BXF-CURBAL.
           MOVE XFA-UNEARNED TO BXF-UNEARNED.
           MOVE XFA-INTBAL   TO BXF-INTBAL.
           MOVE XFA-LCBAL    TO BXF-LCBAL.
           PERFORM WRITE-BXF-FILE.
           PERFORM CLOSE-BXF-FILE.

           MOVE "ACCOUNT TRANSFERRED" TO LOG-MSG.
           MOVE 0 TO RETURN-STATUS.
           PERFORM CREATE-LOG.

       BRANCH-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * THE ACCOUNT'S OWN ROWS FOLLOW IT - LOAN, HISTORY, SCHEDULE AND
      * INSURANCE TRAILERS.  A HISTORY, SCHEDULE OR TRAILER TABLE MAY
      * HAVE NOTHING TO CARRY, BUT ANY OTHER FAILURE - AND A LOAN ROW
      * THAT DOES NOT MOVE - COMES BACK IN IO-FG SO THE CALLER REJECTS
      * THE ITEM AND ITS "B" JOURNAL ROW STAYS OPEN FOR JRNREC.
      ******************************************************************
       TB-REKEY-ACCOUNT SECTION.
           MOVE 0 TO IO-FG.
           EXEC SQL
            UPDATE DBO.LPFILE
            SET LP_BRNO = :QLN-WK-OWNBR
            WHERE LPFILE.LP_BRNO   = :QLN-BRNO
              AND LPFILE.LP_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           IF SQLCODE NOT = 100
              PERFORM SQL-IO-VALIDATION
              IF IO-FG NOT = 0
                 GO TO TB-REKEY-ACCOUNT-EXIT.
           EXEC SQL
            UPDATE DBO.LTPFILE
            SET LTP_BRNO = :QLN-WK-OWNBR
            WHERE LTPFILE.LTP_BRNO   = :QLN-BRNO
              AND LTPFILE.LTP_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           IF SQLCODE NOT = 100
              PERFORM SQL-IO-VALIDATION
              IF IO-FG NOT = 0
                 GO TO TB-REKEY-ACCOUNT-EXIT.
           EXEC SQL
            UPDATE DBO.LTIFILE
            SET LTI_BRNO = :QLN-WK-OWNBR
            WHERE LTIFILE.LTI_BRNO   = :QLN-BRNO
              AND LTIFILE.LTI_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           IF SQLCODE NOT = 100
              PERFORM SQL-IO-VALIDATION
              IF IO-FG NOT = 0
                 GO TO TB-REKEY-ACCOUNT-EXIT.
           EXEC SQL
            UPDATE DBO.LNFILE
            SET LN_OWNBR = :QLN-WK-OWNBR
            WHERE LNFILE.LN_OWNBR  = :QLN-BRNO
              AND LNFILE.LN_ACCTNO = :QLN-ACCTNO
           END-EXEC.
           PERFORM SQL-IO-VALIDATION.

       TB-REKEY-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * ONE BRANCH'S SIDE OF THE MOVE - XFA-SIGN -1 TAKES THE
      * BALANCES OFF THE OLD BRANCH, +1 PUTS THEM ON THE NEW ONE.
      ******************************************************************
       TB-BRANCH-GL SECTION.
           MOVE XFA-GL-BRNO  TO LXG-BRNO.
           MOVE LN-ACCTNO    TO LXG-ACCTNO.
           MOVE XFA-WK-SEQNO TO LXG-SEQNO.
           MOVE 0            TO XFA-GL-SUB.
           MOVE XFA-GL-AR    TO XFA-GLNO.
           COMPUTE XFA-GLAMT = XFA-SIGN * XFA-CURBAL.
           PERFORM TB-ADD-GL-LINE.
           MOVE XFA-GL-UNINTCHG TO XFA-GLNO.
           COMPUTE XFA-GLAMT = 0 - (XFA-SIGN * XFA-UNEARNED).
           PERFORM TB-ADD-GL-LINE.
           MOVE XFA-GL-INTERBR TO XFA-GLNO.
           COMPUTE XFA-GLAMT = 0 - (XFA-SIGN * XFA-NET-PRIN).
           PERFORM TB-ADD-GL-LINE.
           PERFORM TB-END-GL-LINES.
           PERFORM WRITE-LXG1-FILE.

           IF XFA-NET-INT = 0
              GO TO TB-BRANCH-GL-EXIT.
           COMPUTE LXG-SEQNO = XFA-WK-SEQNO + 1.
           MOVE 0              TO XFA-GL-SUB.
           MOVE XFA-GL-ACR-INT TO XFA-GLNO.
           COMPUTE XFA-GLAMT = XFA-SIGN * XFA-INTBAL.
           PERFORM TB-ADD-GL-LINE.
           MOVE XFA-GL-LC-RECV TO XFA-GLNO.
           COMPUTE XFA-GLAMT = XFA-SIGN * XFA-LCBAL.
           PERFORM TB-ADD-GL-LINE.
           MOVE XFA-GL-INTERBR TO XFA-GLNO.
           COMPUTE XFA-GLAMT = 0 - (XFA-SIGN * XFA-NET-INT).
           PERFORM TB-ADD-GL-LINE.
           PERFORM TB-END-GL-LINES.
           PERFORM WRITE-LXG1-FILE.

       TB-BRANCH-GL-EXIT.
           EXIT.

      ******************************************************************
      * ONE G/L LINE INTO THE LXG ROW BEING BUILT - ZERO AMOUNTS ARE
      * LEFT OFF SO A ZERO LINE NEVER ENDS THE DISTRIBUTION EARLY;
      * A ROW WITH FEWER THAN THREE LINES IS CLOSED WITH A ZERO LINE.
      ******************************************************************
       TB-ADD-GL-LINE SECTION.
           IF XFA-GLAMT = 0
              GO TO TB-ADD-GL-LINE-EXIT.
           ADD 1 TO XFA-GL-SUB.
           MOVE XFA-GLNO  TO LXG-GLNO(XFA-GL-SUB).
           MOVE XFA-GLAMT TO LXG-GLAMT(XFA-GL-SUB).

       TB-ADD-GL-LINE-EXIT.
           EXIT.

       TB-END-GL-LINES SECTION.
           IF XFA-GL-SUB > 2
              GO TO TB-END-GL-LINES-EXIT.
           ADD 1 TO XFA-GL-SUB.
           MOVE 0 TO LXG-GLNO(XFA-GL-SUB)
                     LXG-GLAMT(XFA-GL-SUB).

       TB-END-GL-LINES-EXIT.
           EXIT.
