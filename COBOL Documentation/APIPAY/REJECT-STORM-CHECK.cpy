      ******************************************************************
      *
      *    R E J E C T - S T O R M - C H E C K
      *
      *=================================================================
      * IN  : RETURN-STATUS, BT-BATCHID, BT-BRANCH, BR-REC (THE
      *       BR-RJB-... BREAKER LIMITS), TRANS-DATE
      * OUT : RJBCTL-FILE, SEND-MESS PAGE AND ALR ROW WHEN IT TRIPS
      * DESC: WHEN SOMETHING SYSTEMIC BREAKS MID-RUN (THE DAY NOT
      *       OPEN, A GI1 ROW MISSING FOR A CLASS, A BAD REFERENCE
      *       CODE) EVERY REMAINING ITEM USED TO BE TRIED AND
      *       REJECTED THE SAME WAY, AND BATSUM SHOWED THOUSANDS OF
      *       IDENTICAL REJECTS THE NEXT MORNING.  EVERY LOGGED ITEM
      *       OF A BATCH NOW FEEDS THE RJBCTL ROW FOR ITS BATCHID AND
      *       BRANCH - A RUN OF CONSECUTIVE REJECTS WITH THE SAME
      *       RETURN-STATUS, AND A RING OF THE LAST N OUTCOMES.  THE
      *       BREAKER TRIPS WHEN EITHER CROSSES THE BRANCH'S LIMIT:
      *         BR-RJB-CONSEC-MAX  CONSECUTIVE SAME-STATUS REJECTS
      *                            (DEFAULT 25),
      *         BR-RJB-WINDOW      ITEMS IN THE ROLLING WINDOW
      *                            (DEFAULT AND MOST 200),
      *         BR-RJB-PCT         REJECT PERCENTAGE OF A FULL
      *                            WINDOW THAT IS OVER THE LIMIT
      *                            (DEFAULT 40),
      *         BR-RJB-SCOPE       B PAUSE THE BRANCH (DEFAULT), R
      *                            PAUSE THE WHOLE RUN.
      *       A TRIPPED ROW IS MARKED PAUSED WITH WHAT TRIPPED IT
      *       (C CONSECUTIVE OR W WINDOW, AND THE STATUS), AND FOR
      *       SCOPE R SO IS THE BATCH'S WHOLE-RUN ROW (BRANCH "****").
      *       OPERATIONS IS PAGED THROUGH SEND-MESS AND AN ALR ROW IS
      *       WRITTEN; REJECT-STORM-GATE TURNS THE REST OF THE PAUSED
      *       SCOPE AWAY UNTIL RJBMNT RELEASES IT.  A BRANCH NOT ON
      *       FILE (STATUS 2) HAS NO BR-REC, SO ITS ITEMS RUN ON THE
      *       DEFAULTS.  SKIPPED (99) AND HARD-STOPPED (108) ITEMS,
      *       "SS" SNAPSHOTS AND VALIDATION-ONLY ITEMS DO NOT COUNT.
      *       CALLED ONCE PER ITEM FROM END-ROUTINE WITH THE ITEM'S
      *       FINAL RETURN-STATUS.
      *
      * REV :
      *  103028 RTC  ORIGINAL PARAGRAPH.
      *  031329 RTC  FED ONCE PER ITEM FROM END-ROUTINE INSTEAD OF FROM
      *              EVERY CREATE-LOG - CLEARED WARNINGS AND
      *              INFORMATIONAL LOG ROWS NO LONGER COUNT AS REJECTS.
      ******************************************************************
       REJECT-STORM-CHECK SECTION.

           IF RETURN-STATUS = 99 OR RETURN-STATUS = 108
              OR BT-TRCD = "SS"
              OR HOLD-VALIDATE-ONLY-FG = "V"
              GO TO REJECT-STORM-CHECK-EXIT.

           MOVE 25  TO RSC-CONSEC-MAX.
           MOVE 200 TO RSC-WINDOW.
           MOVE 40  TO RSC-PCT.
           MOVE "B" TO RSC-SCOPE.
           IF RETURN-STATUS NOT = 2
              PERFORM RSC-BRANCH-LIMITS.

           MOVE BT-BATCHID TO RJBCTL-BATCHID.
           MOVE BT-BRANCH  TO RJBCTL-BRNO.
           PERFORM READ-RJBCTL-FILE.
           IF IO-FG NOT = 0
              MOVE BT-BATCHID TO RJBCTL-BATCHID
              MOVE BT-BRANCH  TO RJBCTL-BRNO
              PERFORM RSC-NEW-ROW
              PERFORM WRITE-RJBCTL-FILE.

      * AN ITEM ALREADY PAST THE GATE WHEN ANOTHER ITEM TRIPPED THE
      * ROW STILL COUNTS, BUT CANNOT TRIP IT A SECOND TIME.
           IF RJBCTL-STATE = "P"
              UNLOCK RJBCTL-FILE
              GO TO REJECT-STORM-CHECK-EXIT.

           IF RETURN-STATUS = 0
              MOVE 0 TO RJBCTL-CONSEC-STATUS
                        RJBCTL-CONSEC-CNT
           ELSE
           IF RETURN-STATUS = RJBCTL-CONSEC-STATUS
              ADD 1 TO RJBCTL-CONSEC-CNT
           ELSE
              MOVE RETURN-STATUS TO RJBCTL-CONSEC-STATUS
              MOVE 1             TO RJBCTL-CONSEC-CNT.

      * THE WINDOW IS A RING OF THE LAST RSC-WINDOW OUTCOMES (P POSTED,
      * R REJECTED) - THE SLOT ABOUT TO BE REUSED GIVES UP ITS OLD
      * OUTCOME FIRST.
           ADD 1 TO RJBCTL-WIN-POS.
           IF RJBCTL-WIN-POS > RSC-WINDOW
              MOVE 1 TO RJBCTL-WIN-POS.
           IF RJBCTL-WIN-SLOT (RJBCTL-WIN-POS) = "R"
              AND RJBCTL-WIN-REJ > 0
              SUBTRACT 1 FROM RJBCTL-WIN-REJ.
           IF RJBCTL-WIN-ITEMS < RSC-WINDOW
              ADD 1 TO RJBCTL-WIN-ITEMS.
           IF RETURN-STATUS = 0
              MOVE "P" TO RJBCTL-WIN-SLOT (RJBCTL-WIN-POS)
           ELSE
              MOVE "R" TO RJBCTL-WIN-SLOT (RJBCTL-WIN-POS)
              ADD 1    TO RJBCTL-WIN-REJ.

           MOVE SPACE TO RSC-TRIP-RULE.
           IF RETURN-STATUS NOT = 0
              IF RJBCTL-CONSEC-CNT NOT < RSC-CONSEC-MAX
                 MOVE "C" TO RSC-TRIP-RULE
              ELSE
              IF RJBCTL-WIN-ITEMS NOT < RSC-WINDOW
                 IF RJBCTL-WIN-REJ * 100 > RSC-WINDOW * RSC-PCT
                    MOVE "W" TO RSC-TRIP-RULE.

           IF RSC-TRIP-RULE = SPACE
              PERFORM REWRITE-RJBCTL-FILE
              GO TO REJECT-STORM-CHECK-EXIT.

           PERFORM RSC-MARK-PAUSED.
           PERFORM REWRITE-RJBCTL-FILE.

           IF RSC-SCOPE = "R"
              MOVE BT-BATCHID TO RJBCTL-BATCHID
              MOVE "****"     TO RJBCTL-BRNO
              PERFORM READ-RJBCTL-FILE
              IF IO-FG NOT = 0
                 MOVE BT-BATCHID TO RJBCTL-BATCHID
                 MOVE "****"     TO RJBCTL-BRNO
                 PERFORM RSC-NEW-ROW
                 PERFORM RSC-MARK-PAUSED
                 PERFORM WRITE-RJBCTL-FILE
              ELSE
                 PERFORM RSC-MARK-PAUSED
                 PERFORM REWRITE-RJBCTL-FILE.

           PERFORM RSC-ALERT.

       REJECT-STORM-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * A ZERO LIMIT ON THE BRANCH ROW TAKES THE HOUSE DEFAULT.
      ******************************************************************
       RSC-BRANCH-LIMITS.
           IF BR-RJB-CONSEC-MAX NOT = 0
              MOVE BR-RJB-CONSEC-MAX TO RSC-CONSEC-MAX.
           IF BR-RJB-WINDOW NOT = 0 AND BR-RJB-WINDOW < 200
              MOVE BR-RJB-WINDOW TO RSC-WINDOW.
           IF BR-RJB-PCT NOT = 0
              MOVE BR-RJB-PCT TO RSC-PCT.
           IF BR-RJB-SCOPE = "R"
              MOVE "R" TO RSC-SCOPE.

       RSC-NEW-ROW.
           MOVE SPACE  TO RJBCTL-STATE
                          RJBCTL-TRIP-RULE
                          RJBCTL-TRIP-SCOPE.
           MOVE 0      TO RJBCTL-CONSEC-STATUS
                          RJBCTL-CONSEC-CNT
                          RJBCTL-WIN-POS
                          RJBCTL-WIN-ITEMS
                          RJBCTL-WIN-REJ
                          RJBCTL-NOTATT-CNT
                          RJBCTL-TRIP-DATE
                          RJBCTL-TRIP-TIME
                          RJBCTL-TRIP-STATUS
                          RJBCTL-REL-DATE.
           MOVE SPACES TO RJBCTL-WIN-HIST
                          RJBCTL-REL-USER
                          RJBCTL-REL-REASON.

       RSC-MARK-PAUSED.
           MOVE "P"           TO RJBCTL-STATE.
           MOVE TRANS-DATE    TO RJBCTL-TRIP-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT     TO RJBCTL-TRIP-TIME.
           MOVE RSC-TRIP-RULE TO RJBCTL-TRIP-RULE.
           MOVE RETURN-STATUS TO RJBCTL-TRIP-STATUS.
           MOVE RSC-SCOPE     TO RJBCTL-TRIP-SCOPE.

      ******************************************************************
      * PAGE OPERATIONS AND LEAVE THE ALERT ON THE ALR FILE OPS WATCHES.
      ******************************************************************
       RSC-ALERT.
           MOVE RETURN-STATUS TO RSC-EDIT-STATUS.
           IF RSC-SCOPE = "R"
              MOVE "REJECT STORM, STATUS ###, BATCH &&&&&&&&&& PAUSED"
                                     TO MESS
           ELSE
              MOVE "REJECT STORM, STATUS ###, BATCH &&&&&&&&&& BR %%%%"
                                     TO MESS.
           INSPECT MESS REPLACING FIRST "###" BY RSC-EDIT-STATUS.
           INSPECT MESS REPLACING FIRST "&&&&&&&&&&" BY BT-BATCHID.
           INSPECT MESS REPLACING FIRST "%%%%" BY BT-BRANCH.
           PERFORM SEND-MESS.

           MOVE ALR-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF STAT-GOOD
              PERFORM OPEN-ALR-FILE-EXTEND
           ELSE
              PERFORM OPEN-ALR-FILE-OUTPUT.
           MOVE TRANS-DATE    TO ALR-RUN-DATE.
           PERFORM GET-TIME.
           MOVE TIME-EDIT     TO ALR-RUN-TIME.
           MOVE BT-BATCHID    TO ALR-SERVER.
           MOVE 0             TO ALR-SQLCODE
                                 ALR-RETRY-CNT.
           IF RSC-SCOPE = "R"
              MOVE "REJECT STORM - BATCH RUN PAUSED" TO ALR-MSG
           ELSE
              MOVE "REJECT STORM - BRANCH PAUSED"    TO ALR-MSG.
           PERFORM WRITE-ALR-FILE.
           PERFORM CLOSE-ALR-FILE.
