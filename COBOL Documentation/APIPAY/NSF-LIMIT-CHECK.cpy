      *
      *=================================================================
      * IN  : LN-NSF-CNT, BR-NSF-MAXCNT, BP-TRCD, BP-NSF-OVERRIDE
      * OUT : NSF-LIMIT-OK-FG, RETURN-STATUS, LOG-MSG, LOG-REC, OVR-FILE
      * DESC: ONCE AN ACCOUNT HAS HAD BR-NSF-MAXCNT CHECKS RETURNED
      *       (COUNTED BY NSF-CHECK-POSTING), FURTHER CHECK PAYMENTS
      *       ("PA"/"PY") ARE REFUSED PER THE BRANCH RULE UNTIL A
      *
      * REV :
      *  032326 RTC  ORIGINAL PARAGRAPH.
      *  012229 RTC  AN OVERRIDE THAT ACTUALLY LETS A CHECK PAST THE
      *              LIMIT IS WRITTEN TO THE OVR SUPERVISOR-OVERRIDE
      *              LOG (TYPE "NSF") WITH THE POSTING USER.
      ******************************************************************
       NSF-LIMIT-CHECK SECTION.

           IF BR-NSF-MAXCNT = 0
              GO TO NSF-LIMIT-CHECK-EXIT.
           IF BP-NSF-OVERRIDE = "Y"
              IF LN-NSF-CNT NOT < BR-NSF-MAXCNT
                 MOVE "NSF"  TO OVR-WK-TYPE
                 MOVE SPACES TO OVR-WK-APPROVER
                 PERFORM LOG-SUPERVISOR-OVERRIDE
                 GO TO NSF-LIMIT-CHECK-EXIT
              ELSE
                 GO TO NSF-LIMIT-CHECK-EXIT.

           IF LN-NSF-CNT NOT < BR-NSF-MAXCNT
              MOVE "N"                        TO NSF-LIMIT-OK-FG
