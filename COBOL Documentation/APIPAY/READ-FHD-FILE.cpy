      *-----------------------------------------------------------------
      * FHD IS THE FUNDS-AVAILABILITY HOLD-DAYS TABLE (ONE ROW PER
      * BRANCH AND PAYMENT CHANNEL, BLANK BRANCH OR CHANNEL MEANING
      * "ANY", WITH THE BUSINESS DAYS A CHECK-FUNDED ITEM IS HELD)
      * MAINTAINED OUTSIDE THIS PROGRAM - EACH LOOKUP OPENS INPUT,
      * READS BY KEY, AND CLOSES - THE SAME SELF-CONTAINED SHAPE AS
      * READ-CHNTBL-FILE.  IO-FG = 0 ON RETURN MEANS A ROW WAS FOUND;
      * ANY OTHER VALUE (INCLUDING THE TABLE NOT EXISTING AT ALL)
      * MEANS THERE IS NO ROW FOR THAT KEY.
       READ-FHD-FILE SECTION.

           MOVE FHD-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE 9 TO IO-FG
              GO TO READ-FHD-FILE-EXIT.

           OPEN INPUT FHD-FILE.
           IF IO-FG = 9
              GO TO READ-FHD-FILE-EXIT.

           READ FHD-FILE
                KEY IS FHD-KEY
                INVALID KEY MOVE 9 TO IO-FG.
           CLOSE FHD-FILE.

       READ-FHD-FILE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
