      ******************************************************************
      *
      *    F U N D S - H O L D - R E C O R D
      *
      *=================================================================
      * IN  : CD-BR-CHECK-FG, BP-TRCD, HOLD-BP-TRCD, BP-TRAMT,
      *       BP-CHANNEL, BT-BRANCH, BP-LNNO, TRANS-DATE,
      *       GB-HOLIDAY(1-16)
      * OUT : FHL-FILE, HOLD-FUNDS-OPEN-FG
      * DESC: A PAYOFF MADE BY PERSONAL CHECK POSTED, THE TITLE WENT
      *       OUT AND THE OVERAGE WAS REFUNDED - AND WHEN THE CHECK
      *       CAME BACK NSF THE "NF" REOPENED A LOAN WITH NO
      *       COLLATERAL AND A REFUND ALREADY MAILED.  EVERY POSTED
      *       ITEM UNDER A CHECK-TYPE REFERENCE CODE (CD-BR-CHECK-FG)
      *       NOW OPENS OR EXTENDS A FUNDS-AVAILABILITY HOLD ON THE
      *       ACCOUNT'S FHL ROW: THE CHECK DOLLARS ARE ADDED AND THE
      *       COLLECTED-FUNDS DATE IS PUSHED OUT BY THE BUSINESS DAYS
      *       THE FHD TABLE CARRIES FOR THE BRANCH AND CHANNEL (MOST
      *       SPECIFIC ROW FIRST, TEN DAYS WHEN THE TABLE HAS NOTHING).
      *       A PAYOFF RIDING ON AN OPEN HOLD MARKS THE ROW SO LIENRL
      *       HOLDS THE TITLE AND FHLRPT LISTS IT.  WHILE THE HOLD IS
      *       OPEN HOLD-FUNDS-OPEN-FG TELLS OVERPAY-DISPOSITION TO PARK
      *       A REFUND ON THE ROW INSTEAD OF CUTTING THE CHECK, AND
      *       AUTGEN WILL NOT RESTART A REINSTATED AUTOPAY.  AN "NF"
      *       AGAINST AN OPEN HOLD MARKS IT RETURNED - THE FUNDS WILL
      *       NEVER BE COLLECTED - SO THE PENDING RELEASE AND ANY
      *       PARKED REFUND ARE CANCELLED BY THE BATCH JOBS.  FHLREL
      *       CLEARS HOLDS ONCE THE COLLECTED-FUNDS DATE ARRIVES.
      *       CALLED FROM MAIN-PROGRAM AFTER A SUCCESSFUL UPDATE,
      *       AHEAD OF OVERPAY-DISPOSITION.
      *
      * REV :
      *  090428 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       FUNDS-HOLD-RECORD SECTION.

           MOVE "N" TO HOLD-FUNDS-OPEN-FG.

           PERFORM OPEN-FHL-FILE.
           MOVE BT-BRANCH TO FHL-BRNO.
           MOVE BP-LNNO   TO FHL-ACCTNO.
           PERFORM READ-FHL-FILE.

           IF BP-TRCD = "NF"
              GO TO FUNDS-HOLD-RECORD-RETURNED.

      * ANY ITEM - CHECK OR NOT - ON AN ACCOUNT WHOSE CHECK MONEY IS
      * STILL UNCOLLECTED WAITS ON THAT HOLD.
           IF IO-FG = 0
              IF FHL-OPEN
                 IF FHL-AVAIL-DATE > TRANS-DATE
                    MOVE "Y" TO HOLD-FUNDS-OPEN-FG.

           IF CD-BR-CHECK-FG NOT = "Y"
              GO TO FUNDS-HOLD-RECORD-OTHER.
           IF BP-TRAMT NOT > 0
              GO TO FUNDS-HOLD-RECORD-OTHER.
           IF BP-TRCD = "RV" OR BP-TRCD = "DP"
              OR BP-TRCD = "LA" OR BP-TRCD = "OT"
              GO TO FUNDS-HOLD-RECORD-OTHER.

      * A CHECK-FUNDED ITEM.  A CLEARED OR RETURNED ROW STARTS OVER AS
      * A NEW HOLD; AN OPEN ONE TAKES THE NEW CHECK ON TOP.
           PERFORM FHL-COMPUTE-AVAIL-DATE.

           IF IO-FG = 0
              IF FHL-OPEN
                 ADD BP-TRAMT TO FHL-HOLD-AMT
                 ADD 1        TO FHL-ITEMS
                 IF FHL-WKDATE > FHL-AVAIL-DATE
                    MOVE FHL-WKDATE TO FHL-AVAIL-DATE
                 END-IF
                 GO TO FUNDS-HOLD-RECORD-SAVE.

           MOVE "O"        TO FHL-STATUS-CD.
           MOVE TRANS-DATE TO FHL-HOLD-DATE.
           MOVE FHL-WKDATE TO FHL-AVAIL-DATE.
           MOVE BP-TRAMT   TO FHL-HOLD-AMT.
           MOVE 1          TO FHL-ITEMS.
           MOVE "N"        TO FHL-PAYOFF-FG.
           MOVE 0          TO FHL-REFUND-AMT
                              FHL-CLEAR-DATE.
           MOVE SPACES     TO FHL-REFUND-STATE.

       FUNDS-HOLD-RECORD-SAVE.
           MOVE BP-TRCD    TO FHL-LAST-TRCD.
           MOVE BP-REFCD   TO FHL-LAST-REFCD.
           MOVE BP-CHANNEL TO FHL-CHANNEL.
           IF HOLD-BP-TRCD = "99"
              MOVE "Y" TO FHL-PAYOFF-FG.
           MOVE "Y" TO HOLD-FUNDS-OPEN-FG.
           IF IO-FG = 0
              PERFORM REWRITE-FHL-FILE
           ELSE
              PERFORM WRITE-FHL-FILE.
           GO TO FUNDS-HOLD-RECORD-CLOSE.

      * NOT CHECK MONEY ITSELF - BUT A PAYOFF FINISHED OFF WHILE AN
      * EARLIER CHECK IS STILL UNCOLLECTED MUST WAIT FOR THAT CHECK.
       FUNDS-HOLD-RECORD-OTHER.
           IF HOLD-FUNDS-OPEN-FG = "Y"
              IF HOLD-BP-TRCD = "99"
                 MOVE "Y" TO FHL-PAYOFF-FG
                 PERFORM REWRITE-FHL-FILE.
           GO TO FUNDS-HOLD-RECORD-CLOSE.

      * THE CHECK CAME BACK BEFORE THE FUNDS WERE COLLECTED.
       FUNDS-HOLD-RECORD-RETURNED.
           IF IO-FG = 0
              IF FHL-OPEN
                 MOVE "R"        TO FHL-STATUS-CD
                 MOVE TRANS-DATE TO FHL-CLEAR-DATE
                 PERFORM REWRITE-FHL-FILE.

       FUNDS-HOLD-RECORD-CLOSE.
           PERFORM CLOSE-FHL-FILE.

       FUNDS-HOLD-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *
      *    F H L - C O M P U T E - A V A I L - D A T E
      *
      *=================================================================
      * THE COLLECTED-FUNDS DATE INTO FHL-WKDATE: TRANS-DATE PLUS THE
      * FHD HOLD DAYS, COUNTING ONLY WEEKDAYS THAT ARE NOT ON THE
      * BRANCH'S GB-HOLIDAY CALENDAR.  FHD IS TRIED BRANCH+CHANNEL,
      * BRANCH, CHANNEL, THEN THE ALL-BRANCH/ALL-CHANNEL ROW.  IO-FG
      * FROM THE CALLER'S FHL READ IS SAVED AROUND THE LOOKUPS.
      ******************************************************************
       FHL-COMPUTE-AVAIL-DATE SECTION.

           MOVE IO-FG TO FHL-SAVE-IO-FG.

           MOVE BT-BRANCH  TO FHD-BRNO.
           MOVE BP-CHANNEL TO FHD-CHANNEL.
           PERFORM READ-FHD-FILE.
           IF IO-FG NOT = 0
              MOVE BT-BRANCH TO FHD-BRNO
              MOVE SPACES    TO FHD-CHANNEL
              PERFORM READ-FHD-FILE.
           IF IO-FG NOT = 0
              MOVE SPACES     TO FHD-BRNO
              MOVE BP-CHANNEL TO FHD-CHANNEL
              PERFORM READ-FHD-FILE.
           IF IO-FG NOT = 0
              MOVE SPACES TO FHD-BRNO
                             FHD-CHANNEL
              PERFORM READ-FHD-FILE.

           IF IO-FG = 0
              MOVE FHD-HOLD-DAYS TO FHL-DAYS-LEFT
           ELSE
              MOVE 10            TO FHL-DAYS-LEFT.

           MOVE TRANS-DATE TO FHL-WKDATE.
           MOVE 0          TO FHL-WALK-CNT.
           PERFORM FHL-WALK-ONE-DAY
              UNTIL FHL-DAYS-LEFT = 0
                 OR FHL-WALK-CNT > 60.

           MOVE FHL-SAVE-IO-FG TO IO-FG.

       FHL-COMPUTE-AVAIL-DATE-EXIT.
           EXIT.

      ******************************************************************
      * ONE CALENDAR DAY FORWARD; A BUSINESS DAY COUNTS AGAINST THE
      * HOLD.  NEVER WALK MORE THAN SIXTY DAYS - A CALENDAR THAT BAD IS
      * A SETUP ERROR.
      ******************************************************************
       FHL-WALK-ONE-DAY SECTION.

           ADD 1 TO FHL-WALK-CNT.
           MOVE FHL-WKDATE TO NDTE-DATE.
           MOVE 1          TO WS-UP-WORK.
           PERFORM C-INCR-DAYS.
           MOVE NDTE-DATE  TO FHL-WKDATE.

           MOVE "N" TO FHL-NONBUS-FG.
           MOVE FHL-WKDATE TO NUM-DATE.
           PERFORM C-WEEKDAY.
           IF DAY--OF-WEEK = 1 OR 7
              MOVE "Y" TO FHL-NONBUS-FG.
           PERFORM FHL-TEST-HOLIDAY
              VARYING FHL-SUB FROM 1 BY 1 UNTIL FHL-SUB > 16.

           IF FHL-NONBUS-FG = "N"
              SUBTRACT 1 FROM FHL-DAYS-LEFT.

       FHL-WALK-ONE-DAY-EXIT.
           EXIT.

      ******************************************************************
      * ONE GB-HOLIDAY SLOT (MMDD) AGAINST THE DAY IN HAND.
      ******************************************************************
       FHL-TEST-HOLIDAY SECTION.

           IF GB-HOLIDAY(FHL-SUB) = FHL-WKMMDD
              MOVE "Y" TO FHL-NONBUS-FG.

       FHL-TEST-HOLIDAY-EXIT.
           EXIT.
