      *    B A L L O O N - M A T U R I T Y - C H E C K
      *
      *=================================================================
      * IN  : LN-LASTPYAMT, LN-REGPYAMT, BP-TRCD, BP-PAYDATE,
      *       BP-BALLOON-OVERRIDE
      * OUT : BALLOON-OK-FG, RETURN-STATUS, LOG-REC, SUP-FILE,
      *       OVR-FILE
      * DESC: THE EARLY-PAYOFF TEST'S OWN COMMENTS ADMIT IT DOESN'T
      *       CONSIDER LN-LASTPYAMT OR PAYMENT SCHEDULES, SO A ROUTINE
      *       "PA" KEYED AGAINST A BALLOON LOAN WHOSE FINAL PAYMENT
      *
      * REV :
      *  062226 RTC  ORIGINAL PARAGRAPH.
      *  012229 RTC  ONCE THE SUPERVISOR HAS WORKED THE SUP ITEM THEY
      *              RESUBMIT IT WITH BP-BALLOON-OVERRIDE "Y" - IT THEN
      *              POSTS, AND THE OVERRIDE IS WRITTEN TO THE OVR
      *              SUPERVISOR-OVERRIDE LOG (TYPE "BLN").
      ******************************************************************
       BALLOON-MATURITY-CHECK SECTION.

           IF BP-PAYDATE NOT > MDTE-DATE
              GO TO BALLOON-MATURITY-CHECK-EXIT.

           IF BP-BALLOON-OVERRIDE = "Y"
              MOVE "BLN"  TO OVR-WK-TYPE
              MOVE SPACES TO OVR-WK-APPROVER
              PERFORM LOG-SUPERVISOR-OVERRIDE
              GO TO BALLOON-MATURITY-CHECK-EXIT.

           MOVE "N"                        TO BALLOON-OK-FG.
           MOVE " "                        TO SUP-ACTIONCD.
           MOVE "BALLOON MATURED - SUPERVISOR" TO SUP-MESSAGE.
