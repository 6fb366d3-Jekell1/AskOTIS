      *    L O G - L A T E - C H A R G E - W A I V E R
      *
      *=================================================================
      * IN  : BT-BRANCH, BP-LNNO, BP-PAYDATE, LCAP-OWE, CD-CODE,
      *       WORK-USERID
      * OUT : LCW-REC WRITTEN TO LCW-PATH
      * DESC: RECORDS A PAYOFF WHERE A REQUIRED LATE CHARGE WAS SKIPPED
      *       BECAUSE THE BRANCH'S BR-BP-LC/BR-LBOX-LC FLAG IS TURNED
      *
      * REV :
      *  061024 RTC  ORIGINAL PARAGRAPH.
      *  012229 RTC  CARRY THE POSTING USER (LCW-USERID) SO WAIVERS CAN
      *              BE SCORED BY USER ON THE OVRSCR SCORECARD.
      ******************************************************************
       LOG-LATE-CHARGE-WAIVER SECTION.

           MOVE BP-PAYDATE  TO LCW-PAYDATE.
           MOVE CD-CODE     TO LCW-REFCD.
           MOVE LCAP-OWE    TO LCW-OWED-AMT.
           MOVE WORK-USERID TO LCW-USERID.

           PERFORM WRITE-LCW-FILE.
           PERFORM CLOSE-LCW-FILE.
