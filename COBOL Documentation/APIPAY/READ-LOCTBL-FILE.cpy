      *-----------------------------------------------------------------
      * LOCTBL IS A SMALL, RARELY-CHANGED REFERENCE TABLE (THE MINIMUM-
      * PAYMENT FORMULA FOR OPEN-END CREDIT LINES, ONE ROW PER STATE /
      * LN-CLASS) MAINTAINED THROUGH TBLMNT, SO EACH LOOKUP OPENS
      * INPUT, READS BY KEY, AND CLOSES - THE SAME SELF-CONTAINED
      * SHAPE AS READ-WFLTBL-FILE.  THE CALLER SETS LOCTBL-STATE AND
      * LOCTBL-CLASS; WHEN THE STATE HAS NO ROW FOR THE CLASS, ITS
      * STATE-WIDE ROW (CLASS BLANK) IS READ INSTEAD.  IO-FG = 0 ON
      * RETURN MEANS A ROW WAS FOUND; ANY OTHER VALUE (INCLUDING THE
      * TABLE NOT EXISTING AT ALL) MEANS NO FORMULA APPLIES.
       READ-LOCTBL-FILE SECTION.

           MOVE LOCTBL-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE 9 TO IO-FG
              GO TO READ-LOCTBL-FILE-EXIT.

           OPEN INPUT LOCTBL-FILE.
           IF IO-FG = 9
              GO TO READ-LOCTBL-FILE-EXIT.

           READ LOCTBL-FILE
                KEY IS LOCTBL-KEY
                INVALID KEY MOVE 9 TO IO-FG.
           IF IO-FG = 9
              IF LOCTBL-CLASS NOT = SPACES
                 MOVE 0      TO IO-FG
                 MOVE SPACES TO LOCTBL-CLASS
                 READ LOCTBL-FILE
                      KEY IS LOCTBL-KEY
                      INVALID KEY MOVE 9 TO IO-FG.
           CLOSE LOCTBL-FILE.

       READ-LOCTBL-FILE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
