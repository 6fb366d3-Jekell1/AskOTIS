      *-----------------------------------------------------------------
      * PPYTBL IS A SMALL, RARELY-CHANGED REFERENCE TABLE (THE STATE
      * PREPAYMENT-PENALTY RULES, ONE ROW PER STATE / LN-CLASS / FIRST
      * CONTRACT MONTH THE RULE GOVERNS) MAINTAINED THROUGH TBLMNT,
      * SO EACH LOOKUP OPENS INPUT, READS, AND CLOSES - THE SAME
      * SELF-CONTAINED SHAPE AS READ-WFLTBL-FILE.  THE CALLER SETS
      * PPYTBL-STATE, PPYTBL-CLASS AND PPY-WK-CONTRACT-YM (CCYYMM OF
      * THE CONTRACT DATE); THE ROWS FOR THAT STATE/CLASS ARE READ IN
      * KEY ORDER AND THE LAST ONE WHOSE PPYTBL-FROM-YM IS NOT AFTER
      * THE CONTRACT MONTH - THE RULE IN FORCE WHEN THE CONTRACT WAS
      * WRITTEN - IS LEFT IN PPY-WK-RULE.  IO-FG = 0 ON RETURN MEANS
      * A RULE WAS FOUND; ANY OTHER VALUE (INCLUDING THE TABLE NOT
      * EXISTING AT ALL) MEANS NONE APPLIES.
       READ-PPYTBL-FILE SECTION.

           MOVE "N"          TO PPY-WK-FOUND-FG.
           MOVE PPYTBL-STATE TO PPY-WK-STATE.
           MOVE PPYTBL-CLASS TO PPY-WK-CLASS.

           MOVE PPYTBL-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE 9 TO IO-FG
              GO TO READ-PPYTBL-FILE-EXIT.

           OPEN INPUT PPYTBL-FILE.
           IF IO-FG = 9
              GO TO READ-PPYTBL-FILE-EXIT.

           MOVE 0 TO PPYTBL-FROM-YM.
           START PPYTBL-FILE
                 KEY IS NOT LESS THAN PPYTBL-KEY
                 INVALID KEY MOVE 9 TO IO-FG.
           IF IO-FG = 9
              GO TO READ-PPYTBL-FILE-CLOSE.

       READ-PPYTBL-FILE-NEXT.
           READ PPYTBL-FILE NEXT
                AT END MOVE 9 TO IO-FG.
           IF IO-FG = 9
              GO TO READ-PPYTBL-FILE-CLOSE.
           IF PPYTBL-STATE NOT = PPY-WK-STATE
              OR PPYTBL-CLASS NOT = PPY-WK-CLASS
              OR PPYTBL-FROM-YM > PPY-WK-CONTRACT-YM
              GO TO READ-PPYTBL-FILE-CLOSE.
           MOVE PPYTBL-REC TO PPY-WK-RULE.
           MOVE "Y"        TO PPY-WK-FOUND-FG.
           GO TO READ-PPYTBL-FILE-NEXT.

       READ-PPYTBL-FILE-CLOSE.
           CLOSE PPYTBL-FILE.
           IF PPY-WK-FOUND-FG = "Y"
              MOVE 0 TO IO-FG
           ELSE
              MOVE 9 TO IO-FG.

       READ-PPYTBL-FILE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
