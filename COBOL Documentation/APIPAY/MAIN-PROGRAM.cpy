      * ON EVERY CALL, SO RESIDENCY IS SAFE ACROSS ITEMS.
           ACCEPT BATCH-RESIDENT-FG FROM ENVIRONMENT "BATCHRESIDENT".

      * 110628 RTC SHADOW POSTING - A CANDIDATE RELEASE OR RATE TABLE
      * IS PROVEN BY RUNNING A REAL BATCH THROUGH THE FULL POSTING PATH
      * AGAINST A POINT-IN-TIME COPY OF LN1/LP1/LXE/LXG AND THE SIDE
      * FILES.  BATCHSHADOWSQL NAMES THE COPY'S SQL SERVER/DATABASE
      * AND BATCHSHADOWFIL THE BASE OF THE COPIED FILE TREE; WITH BOTH
      * SET, SQL-CONNECT-MAKE CONNECTS TO THE COPY (THE CALLED
      * SUBPROGRAMS SHARE THE C1 CONNECTION) AND THE FILE PATHS ARE
      * BUILT ON THE COPY'S BASE.  ONLY ONE OF THE TWO SET WOULD POST
      * HALF INTO PRODUCTION, SO THE ITEM IS REFUSED BEFORE ANYTHING
      * IS OPENED.  SHDCMP COMPARES THE SHADOW RESULTS TO PRODUCTION.
           MOVE SPACES TO SHADOW-SQL-SERVER
                          SHADOW-FILPATH-BASE.
           MOVE "N"    TO HOLD-SHADOW-FG.
           ACCEPT SHADOW-SQL-SERVER   FROM ENVIRONMENT "BATCHSHADOWSQL".
           ACCEPT SHADOW-FILPATH-BASE FROM ENVIRONMENT "BATCHSHADOWFIL".
           IF SHADOW-SQL-SERVER NOT = SPACES
              OR SHADOW-FILPATH-BASE NOT = SPACES
              IF SHADOW-SQL-SERVER = SPACES
                 OR SHADOW-FILPATH-BASE = SPACES
                 MOVE 133 TO RETURN-STATUS
                 MOVE "SHADOW RUN NEEDS BOTH BATCHSHADOWSQL AND FIL"
                                       TO MESS
                 PERFORM SEND-MESS
                 GO TO EXIT-PROG
              ELSE
                 MOVE "S" TO HOLD-SHADOW-FG.

           MOVE "CO" TO FORM-OBJ.
           MOVE "GB/SETENV" TO FORM-NAM.
           CALL FORM-PROGX USING FORM-PATHNAME EXIT-PATHNAME.

           PERFORM GET-GPENV.

      * 110628 RTC A SHADOW RUN BUILDS EVERY FILE PATH ON THE COPY.
           IF HOLD-SHADOW-FG = "S"
              MOVE SHADOW-FILPATH-BASE TO EXT-FILPATH-BASE
              SET ENVIRONMENT "FIL"    TO EXT-FILPATH-FIL.

           MOVE EXT-FILPATH TO HOLD-EXT-FILPATH.
           ACCEPT ORIG-POSTNAME FROM ENVIRONMENT "POSTNAME".

      * 030226 RTC A VALIDATION-ONLY PASS LEAVES THE BATCH-RUN CONTROL
      * RECORDS ALONE ENTIRELY - THE SUBMIT COUNT AND STAGING ROW
      * BELONG TO THE REAL RUN OF THE BATCHID.
      * 100928 RTC SO DOES AN "SS" SNAPSHOT - NOTHING POSTS, AND A
      * RERUN OF THE NIGHTLY SNAPSHOT MUST ANSWER EVERY ACCOUNT AGAIN
      * RATHER THAN SKIP THEM AS ALREADY DONE.
           IF HOLD-VALIDATE-ONLY-FG NOT = "V" AND BT-TRCD NOT = "SS"
              PERFORM BATCH-CTL-CHECK
      * 041927 RTC THE BATCH'S DECLARED CONTROL TOTALS DID NOT PROVE
      * AGAINST THE STAGED ITEMS - HARD STOP EVERY ITEM OF THE BATCH
                 PERFORM CREATE-LOG
                 GO TO END-PROGRAM
              END-IF
      * 103028 RTC THE REJECT-STORM BREAKER HAS PAUSED THE BATCH OR THE
      * ITEM'S BRANCH - THE ITEM IS NOT ATTEMPTED AND NOT LOGGED, SO
      * THE RESUBMISSION AFTER OPERATIONS RELEASES THE PAUSE POSTS IT.
              IF SKIP-ACCOUNT-FG = "P"
                 MOVE 132 TO RETURN-STATUS
                 GO TO END-PROGRAM
              END-IF
              IF SKIP-ACCOUNT-FG = "Y"
                 MOVE 99 TO RETURN-STATUS
                 GO TO END-PROGRAM.
      * FEE CAPTURED FOR ASSESSMENT AFTER THE POSTING.  BLANK =
      * UNCHANNELED LEGACY ITEM, NO FEE.
           MOVE BT-CHANNEL TO BP-CHANNEL.
      * 010129 RTC A COUNTER ITEM ALSO CARRIES THE TELLER'S TILL, FOR
      * ITS NUMBERED CASH RECEIPT (CASH-RECEIPT).
           MOVE BT-TILLNO  TO BP-TILLNO.
           PERFORM VALIDATE-CHANNEL.
           IF CHN-OK-FG NOT = "Y"
              GO TO END-ROUTINE.
              PERFORM PAYOFF-QUOTE-MODE
              GO TO END-PROGRAM.

      * 100928 RTC "SS" IS THE READ-ONLY SELF-SERVICE ACCOUNT SNAPSHOT
      * (SSVGEN NIGHTLY, APILSN ON REQUEST) - LIKE "PQ" IT ANSWERS
      * WITHOUT THE DAY BEING OPEN AND NEVER TOUCHES RC2/OP-FILE.

           IF BP-TRCD = "SS"
              PERFORM SNAPSHOT-MODE
              GO TO END-PROGRAM.

      * 030926 SJH AN SSN-KEYED ITEM (BT-SSNO PRESENT INSTEAD OF AN
      * ACCOUNT NUMBER) IS SPLIT ACROSS THE BORROWER'S OPEN LOANS PER
      * BR-SSN-DIST-RULE AND THE PIECES ARE STAGED TO BSG WITH A
      * ON THE BATCH REFERENCE CODE - MONTH-END CLEANUP NEEDS TO POST
      * A PRIOR-MONTH PAYOFF AFTER THAT MONTH HAS CLOSED.  THE
      * OVERRIDE IS RECORDED ON THE LOG-REC SO IT STAYS AUDITABLE.
      * 012229 RTC ...AND ON THE OVR SUPERVISOR-OVERRIDE LOG WITH THE
      * POSTING USER, FOR THE OVRSCR SCORECARD.
           IF BP-TRCD =  "PL" OR "P2" OR "P3"
              MOVE BP-PAYDATE TO NUM-DATE
              MOVE TRANS-DATE TO SYS-DATE
              IF NOT (NUM-MO = S-MM AND NUM-CCYY = S-CCYY)
                 IF CD-BR-BACKDATE-OVERRIDE = "Y"
                    MOVE "Y" TO LOG-BACKDATE-OVERRIDE-FG
                    MOVE "BKD"  TO OVR-WK-TYPE
                    MOVE SPACES TO OVR-WK-APPROVER
                    PERFORM LOG-SUPERVISOR-OVERRIDE
                 ELSE
                    MOVE 9                              TO RETURN-STATUS
                    MOVE "BACK DATE IN PRIOR MO, ABORTED" TO LOG-MSG
           MOVE "N" TO HOLD-DISPUTE-PROV-FG.
           IF BP-TRCD = "DP"
              MOVE "Y" TO HOLD-DISPUTE-PROV-FG.
      * 022629 RTC VALIDATE-REVERSAL SETS LOC-WK-REV-FG WHEN THE "RV"
      * MATCHED A LINE ADVANCE RATHER THAN A PAYMENT.
           MOVE "N" TO LOC-WK-REV-FG.

           IF BP-TRCD = "RV" OR "NF" OR "DP"
              PERFORM VALIDATE-REVERSAL
                 IF VALID-REVERSAL-FG NOT = "Y"
                    GO TO END-ROUTINE.

      * 022629 RTC AN "RV" OF A LINE ADVANCE TAKES THE DRAW BACK OFF
      * THE LINE - THERE IS NO PAYMENT FOR REVERSAL-POSTING TO UNWIND.
      * 031229 RTC IT IS JOURNALED LIKE ANY OTHER POSTING - SEE
      * NONCASH-POSTING-CLOSE.
      * 031329 RTC AND IT PASSES THE SAME INSIDER CHECK AS THE DRAW.
           IF LOC-WK-REV-FG = "Y"
              PERFORM INSIDER-POSTING-CHECK
              IF INSIDER-OK-FG NOT = "Y"
                 GO TO END-ROUTINE
              END-IF
              MOVE " " TO POSTING-ERRCD
              PERFORM JOURNAL-BEFORE-POSTING
              PERFORM LINE-ADVANCE-REVERSAL
              GO TO NONCASH-POSTING-CLOSE.

      * 060126 RTC "RI" REOPENS A LOAN WHOSE PAYOFF POSTED IN ERROR -
      * IT MUST RUN BEFORE THE ZERO-BALANCE REJECT (A PAID-OFF LOAN IS
      * EXACTLY WHAT IT OPERATES ON) AND IT CARRIES ITS OWN SUPERVISOR
              PERFORM HARDSHIP-MODIFY-LOAN
              GO TO END-ROUTINE.

      * 031229 RTC THE NON-CASH POSTINGS BELOW CHANGE THE LOAN JUST AS
      * SURELY AS A PAYMENT DOES - THEY GET THE SAME INSIDER SIGN-OFF
      * THE CASH PATH GETS AFTER APPROVAL-GATE-CHECK, AND THE SAME
      * JOURNAL PAIR, CLOSED AT NONCASH-POSTING-CLOSE.
           MOVE " " TO POSTING-ERRCD.
           IF BP-TRCD = "RG" OR "DC" OR "IC" OR "TB" OR "DR" OR "SB"
                     OR "SM" OR "AV"
              PERFORM INSIDER-POSTING-CHECK
              IF INSIDER-OK-FG NOT = "Y"
                 GO TO END-ROUTINE
              ELSE
                 PERFORM JOURNAL-BEFORE-POSTING.

      * 032028 RTC "RG" RE-AGES A DELINQUENT ACCOUNT TO CURRENT UNDER
      * THE FFIEC LIMITS, WITH BEFORE/AFTER IMAGES ON THE RAG AUDIT
      * FILE.  NO MONEY MOVES, SO LIKE "HM" IT RUNS AHEAD OF THE
      * AMOUNT EDITS.
           IF BP-TRCD = "RG"
              PERFORM REAGE-LOAN
              GO TO NONCASH-POSTING-CLOSE.

      * 032728 RTC "DC" MOVES THE BORROWER'S DUE DATE WITHIN THE
      * BRANCH-TABLE LIMITS, STAMPS THE OLD/NEW DATES ON THE LP ROW
      * AND POSTS ANY EXTRA INTEREST FOR A LENGTHENED PERIOD.  NO
      * MONEY MOVES, SO LIKE "RG" IT RUNS AHEAD OF THE AMOUNT EDITS.
           IF BP-TRCD = "DC"
              PERFORM DUE-DATE-CHANGE
              GO TO NONCASH-POSTING-CLOSE.

      * 040328 RTC "IC" CANCELS CL OR AH COVERAGE MID-TERM - THE
      * PAYOFF REBATE FOR THE COVERAGE (OR THE WHOLE PREMIUM INSIDE
      * THE FREE LOOK) IS CREDITED TO THE LOAN AND THE CARRIER IS
      * TOLD THROUGH THE ICF FEED.  NO CASH MOVES, SO IT RUNS AHEAD OF
      * THE AMOUNT EDITS.
           IF BP-TRCD = "IC"
              PERFORM INSURANCE-CANCEL
              GO TO NONCASH-POSTING-CLOSE.

      * 041028 RTC "TB" MOVES ONE ACCOUNT TO ANOTHER BRANCH - THE
      * LOAN'S ROWS ARE RE-KEYED, THE BALANCES ARE MOVED BETWEEN THE
      * TWO BRANCHES' GI1 ACCOUNTS AND THE MOVE IS LOGGED ON BXF FOR
      * BRXFER TO CARRY THE DEPENDENT FILES.  NO CASH MOVES.
           IF BP-TRCD = "TB"
              PERFORM BRANCH-TRANSFER
              GO TO NONCASH-POSTING-CLOSE.

      * 042428 RTC "DR" - THE DEALER BUYS BACK A CONTRACT THAT
      * DEFAULTED INSIDE ITS RECOURSE TERMS.  THE LOAN IS PAID OFF
      * OUT OF THE DEALER'S RESERVE AND DLR PAYABLE, NOT CASH, SO IT
      * RUNS AHEAD OF THE AMOUNT EDITS.
           IF BP-TRCD = "DR"
              PERFORM DEALER-REPURCHASE
              GO TO NONCASH-POSTING-CLOSE.

      * 121828 RTC "SB" WRITES OFF THE FEW CENTS OR DOLLARS A SHORT
      * PAYOFF LEFT ON THE ACCOUNT (STAGED NIGHTLY BY SBWSCN UNDER
      * THE STATE/CLASS TOLERANCE) TO ITS OWN G/L ACCOUNT AND CLOSES
      * IT AT ZERO.  NO CASH MOVES, SO LIKE "DR" IT RUNS AHEAD OF THE
      * AMOUNT EDITS.
           IF BP-TRCD = "SB"
              PERFORM SMALL-BALANCE-WRITEOFF
              GO TO NONCASH-POSTING-CLOSE.

      * 010829 RTC "SM" PUTS A SEASONAL / SKIP-MONTH SCHEDULE (STAGED
      * BY SCHMNT) ON A LIVE LOAN ONCE IT PROVES IT AMORTIZES, WITH
      * BEFORE/AFTER SCHEDULE IMAGES ON THE SCH FILE.  NO MONEY MOVES,
      * SO LIKE "HM" IT RUNS AHEAD OF THE AMOUNT EDITS.
           IF BP-TRCD = "SM"
              PERFORM SCHEDULE-MAINTAIN
              GO TO NONCASH-POSTING-CLOSE.

      * 022629 RTC "AV" DRAWS ON AN OPEN-END CREDIT LINE UP TO
      * LN-CREDITLIM, RECOMPUTES THE MINIMUM PAYMENT FROM THE LOCTBL
      * STATE/CLASS FORMULA AND POSTS ITS OWN DISBURSEMENT ROWS, SO
      * LIKE "SB" IT RUNS AHEAD OF THE AMOUNT EDITS.
           IF BP-TRCD = "AV"
              PERFORM LINE-ADVANCE
              GO TO NONCASH-POSTING-CLOSE.

      * 110127 RTC AN "RN" RENEWAL MUST NAME THE NEW ACCOUNT IT
      * FUNDS - THE CROSS-REFERENCE IS THE WHOLE POINT.
           IF BP-TRCD = "RN"
                 PERFORM CREATE-LOG
                 GO TO END-ROUTINE.

      * 031328 RTC "ST" IS A PAYMENT AGAINST AN APPROVED SETTLEMENT-
      * IN-FULL AGREEMENT ON THE SIF MASTER.  ONCE THE AGREEMENT
      * ACCEPTS IT, THE CASH POSTS AS AN ORDINARY "PA" - THE
      * SETTLEMENT FLAG CARRIES IT PAST THE ODD-AMOUNT, SPECIAL-STATUS,
      * AGE AND PAY-EXCEEDS EDITS A NEGOTIATED PARTIAL SUM WOULD
      * OTHERWISE BOUNCE ON, AND SETTLEMENT-APPLY WRITES OFF WHAT IS
      * LEFT ONCE THE AGREED TOTAL IS IN.
           MOVE "N" TO HOLD-SETTLEMENT-FG.
           IF BP-TRCD = "ST"
              PERFORM SETTLEMENT-CHECK
              IF SIF-OK-FG NOT = "Y"
                 GO TO END-ROUTINE
              ELSE
                 MOVE "Y"  TO HOLD-SETTLEMENT-FG
                 MOVE 0    TO TOT-POFF-REBATES
                 MOVE "PA" TO BP-TRCD.

           IF LN-BNKRPTDATE NOT = 0
              IF BP-TRCD = "BK"
                 MOVE "BK: ACCT ALREADY BANKRUPT" TO LOG-MSG
           IF RATE-HOLD-FG = "Y"
              GO TO END-ROUTINE.

      * 030529 RTC AN ACCOUNT WITH AN OPEN COMPLAINT ON HOLD (CMH
      * INDEX, CMPMNT) REFUSES A LATE CHARGE UNTIL THE CASE IS
      * RESOLVED OR THE HOLD IS LIFTED - PAYMENTS STILL POST.
           PERFORM COMPLAINT-HOLD-CHECK.
           IF COMPLAINT-BLOCK-FG = "Y"
              GO TO END-ROUTINE.

           IF BP-TRCD =  "PL" OR "P2" OR "P3"
              IF LN-PLCD = "P"
                 MOVE "ACCT ALREADY ACTIVE P&L" TO LOG-MSG
              IF CURE-OK-FG NOT = "Y"
                 GO TO END-ROUTINE.

      * 050828 RTC A REPO SALE MUST MATCH AN OPEN RPI INVENTORY ROW
      * WHOSE REDEMPTION PERIOD HAS RUN; THE STORAGE AND AUCTION FEES
      * IT HAS ACCUMULATED STAND IN FOR UNKEYED BP-AUCTION-FEES.
           IF (BP-TRCD = "RE") OR (HOLD-CD-BR-POST-SS-TRCD = "Y")
              PERFORM REPO-INVENTORY-CHECK
              IF RPI-OK-FG NOT = "Y"
                 GO TO END-ROUTINE.

      * "R" REJECT

           IF HOLD-CD-BR-POST-SS-TRCD = "R"
           MOVE "N" TO HOLD-ODDPAY-OVERRIDE-FG.
           MOVE SPACES TO HOLD-ODDPAY-REASON.

      * 021229 RTC LIKEWISE THE PREPAYMENT PENALTY - ONLY A PAYOFF
      * THIS ITEM CARRIES THROUGH POST-PO POSTS OR LOGS ONE.
           MOVE "N" TO PPY-WK-DUE-FG.
           MOVE 0   TO POFF-PREPAY-PENALTY
                       POFF-PPY-WAIVED
                       PPY-WK-AMT.

           MOVE BP-REFCD TO LP-REFNO.

      * ADDED ABILITY TO SEND NEGATIVES, IF 1ST BYTE OF AMT  IS "-",
      * ODDPAY OVERRIDE - THE AGREED CATCH-UP AMOUNTS STOPPED
      * BOUNCING ON STATUS 23.  THE MATCH REASON RIDES ONTO LP-REC
      * LIKE ANY OTHER DOCUMENTED ODD AMOUNT.
      * 031328 RTC A SETTLEMENT PAYMENT IS THE AGREED AMOUNT, NOT AN
      * IRREGULAR ONE - THE APPROVED AGREEMENT IS ITS DOCUMENTATION.
           IF HOLD-SETTLEMENT-FG = "Y"
              MOVE "Y" TO HOLD-ODDPAY-OVERRIDE-FG
              MOVE "SETTLEMENT AGRMT" TO HOLD-ODDPAY-REASON
              GO TO SKIP-ODDPAY-TEST.

           PERFORM ARRANGEMENT-MATCH-CHECK.
           IF ARR-MATCH-FG = "Y"
              MOVE "Y" TO HOLD-ODDPAY-OVERRIDE-FG
      * 062226 RTC A ROUTINE PAYMENT AGAINST A BALLOON ACCOUNT WHOSE
      * FINAL PAYMENT HAS MATURED ROUTES TO A SUPERVISOR INSTEAD OF
      * POSTING AS AN ORDINARY "PA".
      * 012229 RTC ...UNLESS THE SUPERVISOR SENDS IT BACK THROUGH WITH
      * BP-BALLOON-OVERRIDE "Y", WHICH IS LOGGED.
           PERFORM BALLOON-MATURITY-CHECK.
           IF BALLOON-OK-FG NOT = "Y"
              GO TO END-ROUTINE.
           IF APPROVAL-OK-FG NOT = "Y"
              GO TO END-ROUTINE.

      * 082828 RTC A USER POSTING TO THEIR OWN OR A DECLARED RELATED
      * PARTY'S ACCOUNT NEEDS ANOTHER SUPERVISOR'S APPROVAL RECORD, AND
      * ANY ACCOUNT AN INSIDER SIGNED IS REMEMBERED FOR THE IAC LOG.
           PERFORM INSIDER-POSTING-CHECK.
           IF INSIDER-OK-FG NOT = "Y"
              GO TO END-ROUTINE.

      * 031328 RTC A SETTLEMENT IS NEGOTIATED PRECISELY BECAUSE THE
      * ACCOUNT IS CHARGED OFF, JUDGED OR FLAGGED - THE APPROVED
      * AGREEMENT TAKES THE PLACE OF THE BRANCH'S SPECIAL-STATUS RULES.
           IF HOLD-SETTLEMENT-FG = "Y"
              GO TO SETTLEMENT-SKIP-STATUS-TESTS.

      * TEST IF PAYMENT WILL ONLY COVER LC AND INTEREST:
      * CHECK BR-BP-NOPRIN (NOT LBOX) IF ALLOTMENT

                 PERFORM CREATE-LOG
                 GO TO END-ROUTINE.

       SETTLEMENT-SKIP-STATUS-TESTS.

           PERFORM GET-SPR.
           IF IO-FG NOT = 0
              MOVE "INVALID SPR RECORD" TO LOG-MSG
                   PERFORM CREATE-LOG
                   GO TO END-ROUTINE.

      * 031328 RTC A SETTLEMENT ACCOUNT IS AS DELINQUENT AS IT IS
      * EXPECTED TO BE - THE MAXIMUM AGE RULES DO NOT APPLY.
           IF HOLD-SETTLEMENT-FG = "Y"
              GO TO SETTLEMENT-SKIP-AGE-TESTS.

           IF CD-BR-ALLOT-OPTION = "Y"
              IF BR-BP-MAXCON NOT = 999
                IF CONTRACTUAL > BR-BP-MAXCON
                       PERFORM CREATE-LOG
                       GO TO END-ROUTINE.

       SETTLEMENT-SKIP-AGE-TESTS.

      * DON'T ALLOW POSTING WHEN LOAN HAS ZERO BALANCE
      * THIS CHECK WAS DOWN AFTER ALL THE PAYOFF STUFF,
      * NOT SURE WHY, I LEFT IT THERE BUT WORLD WANTS TO SEE ZERO
                    PERFORM CREATE-LOG
                    GO TO END-ROUTINE.

      * 031229 RTC EXCEPT A SETTLEMENT - SETTLEMENT-APPLY NEEDS THE
      * PAYOFF REBATES TO SPLIT UNEARNED FROM FORGIVEN, AND THE
      * COVERS-FULL-PAYOFF TEST BELOW NEEDS THE NET DUE.
           IF CD-BR-FILE-TYPE = "B" OR "P"
              IF HOLD-SETTLEMENT-FG NOT = "Y"
                 GO TO SKIP-PAYOFF-CALC.

           IF VALID-REVERSAL-FG = "Y" OR BP-TRCD = "OT"
              GO TO SKIP-PAYOFF-CALC.
           PERFORM MTR-ELAPSED-SECONDS.
           MOVE MTR-WORK-SECS TO MTR-POFF-SECS.

      * 021229 RTC A PREPAYMENT PENALTY IS ONLY WAIVED WITH A REASON ON
      * RECORD - A WAIVER FLAG WITHOUT ONE IS SENT BACK RATHER THAN
      * EITHER CHARGING OR FORGIVING THE PENALTY UNEXPLAINED.
           IF PPY-WK-AMT > 0
              IF BP-PPY-WAIVE-FG = "Y" AND BP-PPY-WAIVE-RSN = SPACES
                 MOVE "PO: PENALTY WAIVER NEEDS A REASON" TO LOG-MSG
                 MOVE 138                               TO RETURN-STATUS
                 PERFORM CREATE-LOG
                 GO TO END-ROUTINE.

      * COMPILE TOTAL PAYOFF REBATES FOR FURTHER TESTING:

           MOVE 0 TO TOT-POFF-REBATES.

      * DETERMINE AMOUNT THAT WILL PAYOFF ACCOUNT:

      * 021229 RTC THE PREPAYMENT PENALTY IS PART OF WHAT IT TAKES.
           COMPUTE WILL-POFF-ACCOUNT =
              NET-POFF-PRIN + POFF-INTDUE + POFF-LCDUE
                            + POFF-PREPAY-PENALTY.

      * DETERMINE TRAMT THAT CAN BE POSTED LEAVING $0.01 IN PRINCIPAL:


           PERFORM QUOTE-HONOR-CHECK.

      * 031328 RTC A SETTLEMENT PAYMENT IS BY DEFINITION SHORT OF THE
      * PAYOFF, SO THE PAY-EXCEEDS/BELOW-PAYOFF TESTS BELOW HAVE
      * NOTHING TO SAY ABOUT IT - THE PAYOFF FIGURES JUST COMPUTED
      * STAY ON HAND FOR SETTLEMENT-APPLY.  ONE THAT WOULD PAY THE
      * LOAN OFF OUTRIGHT IS NOT A SETTLEMENT AND IS KEYED AS A
      * PAYOFF.
           IF HOLD-SETTLEMENT-FG = "Y"
              IF BP-TRAMT NOT < POFF-NETDUE
                 MOVE "ST: AMOUNT COVERS FULL PAYOFF" TO LOG-MSG
                 MOVE 121                             TO RETURN-STATUS
                 PERFORM CREATE-LOG
                 GO TO END-ROUTINE
              ELSE
                 GO TO SKIP-PAYOFF-CALC.

      * TEST IF PAYMENT WILL BRING BALANCE BELOW A NET PAYOFF:

           IF BP-TRAMT > POFF-NETDUE
      * IS BEING WAIVED BY BRANCH.
                    IF LCAP-OWE NOT = 0
                       PERFORM LOG-LATE-CHARGE-WAIVER
      * 082828 RTC REMEMBERED FOR THE INSIDER-ACCOUNT ACTIVITY ROW.
                       MOVE "Y" TO HOLD-LC-WAIVED-FG
                    END-IF
                 END-IF
              END-IF
              PERFORM CREATE-LOG
              GO TO END-ROUTINE.
            
           MOVE 0                   TO RETURN-STATUS.

           MOVE "SUCCESSFUL UPDATE" TO LOG-MSG
      * 041524 RTC LET DOWNSTREAM SYSTEMS (CUSTOMER TEXT/EMAIL, ETC.)
      * KNOW A PAYMENT WAS SUCCESSFULLY POSTED WITHOUT THEM HAVING TO
      * POLL THE LOG FILE.
      * 110628 RTC A SHADOW POSTING NEVER REACHES THE CUSTOMER.
           IF HOLD-SHADOW-FG NOT = "S"
              PERFORM POST-PAYMENT-NOTIFY.

      * 091128 RTC A LOCKBOX ITEM LOGS THE LP ROW IT POSTED AS, WHILE
      * THAT ROW IS STILL THE LAST ON THE ACCOUNT, SO ITS CHECK IMAGE
      * CAN BE TIED TO THE PAYMENT.
           PERFORM LOCKBOX-IMAGE-TIE.

      * 082426 RTC A PESO-DENOMINATED BRANCH GETS ITS POSTING'S LXG
      * TRAILER RATE-STAMPED WITH THE FUNCTIONAL-CURRENCY AMOUNT SET
      * UNCONVERTED.  CHANNEL-FEE-POSTING STAMPS ITS OWN TRAILER.
           PERFORM CURRENCY-TRANSLATE.

      * 052228 RTC A LOAN ON NON-ACCRUAL TAKES THE INTEREST IT IS PAID
      * CASH-BASIS - RECLASSED TO INCOME ON ITS OWN LP/LXG ROW WHILE THE
      * POSTING'S ROW IS STILL THE LAST ONE ON THE ACCOUNT.
           PERFORM NONACCRUAL-CASH-BASIS.

      * 072026 SJH ASSESS THE PER-CHANNEL CONVENIENCE FEE TO ITS OWN
      * G/L ACCOUNT NOW THAT THE PAYMENT ITSELF IS ON THE BOOKS.
           PERFORM CHANNEL-FEE-POSTING.

      * 021229 RTC A PAYOFF'S PREPAYMENT PENALTY GOES TO ITS OWN INCOME
      * ACCOUNT ON ITS OWN "PF" ROW, AND EVERY PENALTY CHARGED OR
      * WAIVED IS LOGGED FOR THE MONTHLY PPYRPT.
           PERFORM PREPAY-PENALTY-POSTING.

      * 122528 RTC A PESO BRANCH MOVES THE IVA IN THE INTEREST AND
      * LATE CHARGES COLLECTED TO ITS LIABILITY ACCOUNT, AND THE
      * COLLECTION OPENS (OR ITS REVERSAL CANCELS) THE PAYMENT'S CFDI
      * RECEIPT ROW FOR THE DAILY CFDIGN RUN.
           PERFORM IVA-POSTING.
           PERFORM CFDI-RECORD.

      * 010129 RTC A COUNTER PAYMENT TAKES THE NEXT NUMBER IN ITS
      * TILL'S RECEIPT SEQUENCE, LOGGED WITH THE RECEIPT TEXT AND
      * STAMPED ON THE PAYMENT'S LP ROW.
           PERFORM CASH-RECEIPT.

      * 083126 SJH AN EARLY PAYOFF ON DEALER PAPER CLAWS BACK THE
      * UNEARNED DEALER PARTICIPATION FROM THE MAKER'S RESERVE THE
      * MOMENT THE PAYOFF POSTS.
           IF BP-TRCD = "RN"
              PERFORM RENEWAL-NET-FUNDING.

      * 061928 RTC A PAID-OFF OR RENEWED LOAN'S UNAMORTIZED POINTS AND
      * ORIGINATION FEES ARE RECOGNIZED ALL AT ONCE - THE DFE ROW IS
      * MARKED FOR THE MONTH-END DFEAMT RUN.
           IF (HOLD-BP-TRCD = "99") OR (BP-TRCD = "RN")
              PERFORM DEFERRED-FEE-ACCELERATE.

      * 090726 RTC A REPO-SALE POSTING ESTABLISHES THE FORMAL
      * DEFICIENCY (OR SURPLUS) AGAINST THE PAYOFF FIGURES, WITH THE
      * STATE'S NOTICE DEADLINES AND THE STATUTORY LETTER DATA.
           IF (BP-TRCD = "RE") OR (HOLD-CD-BR-POST-SS-TRCD = "Y")
              PERFORM REPO-DEFICIENCY.

      * 050828 RTC THE SOLD UNIT LEAVES THE RPI INVENTORY.
           IF (BP-TRCD = "RE") OR (HOLD-CD-BR-POST-SS-TRCD = "Y")
              PERFORM REPO-INVENTORY-CLOSE.

      * 091426 SJH ROLL A POSTED RECOVERY RECEIPT INTO THE LOAN'S
      * CUMULATIVE RECOVERED-TO-DATE FIGURE.
           PERFORM RECOVERY-TRACK.

      * 071028 RTC MONEY ON A TIME-BARRED ACCOUNT IN A STATE WHERE A
      * PAYMENT REVIVES THE DEBT IS LOGGED FOR LEGAL AND COLLECTIONS -
      * THE PAYMENT STILL POSTS.
           PERFORM SOL-REVIVAL-CHECK.

      * 031328 RTC ROLL A SETTLEMENT PAYMENT INTO ITS AGREEMENT AND,
      * ONCE THE AGREED TOTAL IS IN, WRITE OFF THE REST WITH ITS OWN
      * G/L DISTRIBUTION AND FORGIVENESS RECORD.
           PERFORM SETTLEMENT-APPLY.

      * 110226 RTC THE TRAILERS ARE PROVEN - CLOSE THE JOURNAL PAIR SO
      * RECOVERY KNOWS THIS POSTING FINISHED WHOLE.
      * 031229 RTC CLOSED ONLY NOW - REPO-DEFICIENCY, RECOVERY-TRACK
      * AND SETTLEMENT-APPLY ABOVE STILL CHANGE LN-REC, AND THE "C"
      * ROW'S AFTER-IMAGE IS WHAT BKPRST ROLLS THE RESTORED LN1
      * FORWARD TO.  NOTHING BELOW TOUCHES IT.
           PERFORM JOURNAL-AFTER-POSTING.

      * 092126 RTC A TRUSTEE-REFCD RECEIPT ON A BANKRUPT ACCOUNT
      * BURNS DOWN THE PRE-PETITION ARREARAGE BUCKET ON THE BKP PLAN
      * RECORD UNDER THE CONFIRMED PLAN.
      * QUEUES AUTOMATICALLY.
           PERFORM WORK-QUEUE-CURE-NOTIFY.

      * 090428 RTC A CHECK-FUNDED ITEM OPENS OR EXTENDS THE ACCOUNT'S
      * UNCOLLECTED-FUNDS HOLD BEFORE ANY REFUND IS DISPOSED OF.
           PERFORM FUNDS-HOLD-RECORD.

      * 121426 RTC THE EXCESS ON AN OVERPAID ITEM FOLLOWS THE BRANCH
      * DISPOSITION RULE - REFUND FEED, APPLY TO PRINCIPAL, OR THE
      * UNCLAIMED-FUNDS LEDGER THE ESCHEATMENT AGING WORKS.
      * COLLECTOR KEPT-RATE REPORT WORKS FROM ACTUALS.
           PERFORM PROMISE-MATCH-CHECK.

      * 082828 RTC EVERY ITEM POSTED TO AN INSIDER'S ACCOUNT LEAVES ITS
      * IAC ROW FOR THE NIGHTLY INSIDER ACTIVITY REPORT.
           IF HOLD-INSIDER-FG = "Y"
              MOVE "P" TO IAC-RESULT
              PERFORM INSIDER-ACTIVITY-LOG.

           PERFORM CLOSE-OP-FILE.
           GO TO END-ROUTINE.

       NONCASH-POSTING-CLOSE.
      * 031229 RTC A NON-CASH POSTING CLOSES ITS JOURNAL PAIR UNLESS IT
      * FAILED PART WAY - THAT "B" ROW STAYS OPEN FOR JRNREC TO BACK
      * OUT.  A SUCCESSFUL ONE ON AN INSIDER'S ACCOUNT LEAVES ITS IAC
      * ROW LIKE ANY POSTED ITEM.
      * 031329 RTC WHATEVER THE CODE - "TB", "SM" AND A LINE-ADVANCE
      * "RV" INCLUDED.
           IF POSTING-ERRCD = " " OR "O"
              PERFORM JOURNAL-AFTER-POSTING.

           IF RETURN-STATUS = 0
              IF HOLD-INSIDER-FG = "Y"
                 MOVE "P" TO IAC-RESULT
                 PERFORM INSIDER-ACTIVITY-LOG.

       END-ROUTINE.
      * 112326 SJH EVERY ITEM - POSTED OR REJECTED - LEAVES ITS
      * THE LOG FILE.
           PERFORM POST-RESULT-RECORD.

      * 031329 RTC THE REJECT-STORM BREAKER IS FED HERE, ONCE PER ITEM
      * WITH ITS FINAL STATUS, NOT FROM EVERY CREATE-LOG - A WARNING
      * LOGGED AND THEN CLEARED, OR AN INFORMATIONAL ROW, IS NOT A
      * REJECT AND MUST NOT FILL THE WINDOW.
           PERFORM REJECT-STORM-CHECK.

           MOVE TEMP-PATH TO ACCESS-BUF.
           PERFORM REMOVE-WORKFILE.

