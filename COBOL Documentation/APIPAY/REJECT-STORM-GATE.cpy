      ******************************************************************
      *
      *    R E J E C T - S T O R M - G A T E
      *
      *=================================================================
      * IN  : BT-BATCHID, BT-BRANCH, BATCTL-REC, RJBCTL-FILE
      * OUT : SKIP-ACCOUNT-FG ("P" - THE ITEM IS NOT ATTEMPTED),
      *       BATCTL-NOTATT-CNT, RJBCTL-NOTATT-CNT
      * DESC: THE FRONT DOOR OF THE REJECT-STORM CIRCUIT BREAKER
      *       (REJECT-STORM-CHECK TRIPS IT).  ONCE A BATCH OR ONE
      *       BRANCH OF IT HAS BEEN PAUSED, EVERY REMAINING ITEM OF
      *       THE PAUSED SCOPE IS TURNED AWAY HERE BEFORE ANYTHING IS
      *       TRIED - NO LOG ROW, NO BPACTL ROW, NOT COUNTED AS
      *       SUBMITTED - AND COUNTED "NOT ATTEMPTED" ON THE BATCTL
      *       RECORD (AND ON THE RJBCTL ROW THAT IS HOLDING IT).
      *       BECAUSE NOTHING WAS LOGGED FOR THEM, THE ORDINARY
      *       BT-RESUME-FG RESUBMISSION PICKS THEM UP AGAIN ONCE
      *       OPERATIONS HAS FIXED THE CAUSE AND RELEASED THE PAUSE
      *       (RJBMNT).  A RELEASED ROW IS RESET HERE ON THE FIRST
      *       ITEM THAT MEETS IT - ITS NOT-ATTEMPTED COUNT COMES BACK
      *       OFF BATCTL (THOSE ITEMS ARE BEING ATTEMPTED NOW) AND ITS
      *       REJECT COUNTERS START CLEAN.  THE WHOLE-RUN ROW (BRANCH
      *       "****") IS TESTED FIRST, THEN THE ITEM'S OWN BRANCH.
      *       CALLED FROM BATCH-CTL-CHECK FOR AN ITEM THAT IS NOT
      *       ALREADY BEING SKIPPED.
      *
      * REV :
      *  103028 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       REJECT-STORM-GATE SECTION.

           MOVE BT-BATCHID TO RJBCTL-BATCHID.
           MOVE "****"     TO RJBCTL-BRNO.
           PERFORM RSG-TEST-ROW.

           IF SKIP-ACCOUNT-FG NOT = "P"
              MOVE BT-BATCHID TO RJBCTL-BATCHID
              MOVE BT-BRANCH  TO RJBCTL-BRNO
              PERFORM RSG-TEST-ROW.

           IF SKIP-ACCOUNT-FG = "P"
              ADD 1 TO RJBCTL-NOTATT-CNT
              PERFORM REWRITE-RJBCTL-FILE
              ADD 1 TO BATCTL-NOTATT-CNT
              PERFORM REWRITE-BATCTL-FILE.

       REJECT-STORM-GATE-EXIT.
           EXIT.

      ******************************************************************
      * A PAUSED ROW TURNS THE ITEM AWAY (THE ROW STAYS IN THE RECORD
      * AREA FOR THE COUNT); A RELEASED ROW IS RESET AND LETS IT BY.
      ******************************************************************
       RSG-TEST-ROW.
           PERFORM READ-RJBCTL-FILE.
           IF IO-FG = 0
              IF RJBCTL-STATE = "P"
                 MOVE "P" TO SKIP-ACCOUNT-FG
              ELSE
              IF RJBCTL-STATE = "R"
                 PERFORM RSG-RESET-ROW
              ELSE
                 UNLOCK RJBCTL-FILE.

       RSG-RESET-ROW.
           IF BATCTL-NOTATT-CNT > RJBCTL-NOTATT-CNT
              SUBTRACT RJBCTL-NOTATT-CNT FROM BATCTL-NOTATT-CNT
           ELSE
              MOVE 0 TO BATCTL-NOTATT-CNT.
           PERFORM REWRITE-BATCTL-FILE.
           MOVE SPACE  TO RJBCTL-STATE.
           MOVE 0      TO RJBCTL-NOTATT-CNT
                          RJBCTL-CONSEC-STATUS
                          RJBCTL-CONSEC-CNT
                          RJBCTL-WIN-POS
                          RJBCTL-WIN-ITEMS
                          RJBCTL-WIN-REJ.
           MOVE SPACES TO RJBCTL-WIN-HIST.
           PERFORM REWRITE-RJBCTL-FILE.
