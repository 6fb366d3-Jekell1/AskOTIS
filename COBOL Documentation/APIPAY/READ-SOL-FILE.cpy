      *-----------------------------------------------------------------
      * SOL IS THE STATUTE-OF-LIMITATIONS MASTER SOLTRK MAINTAINS -
      * ONE ROW PER DELINQUENT OR CHARGED-OFF ACCOUNT (KEY SOL-KEY =
      * BRANCH + ACCOUNT) CARRYING THE SOL EXPIRY AND OBSOLESCENCE
      * DATES, THE BARRED FLAG, AND WHETHER THE STATE LETS A PAYMENT
      * REVIVE THE DEBT.  EACH LOOKUP OPENS INPUT, READS BY KEY, AND
      * CLOSES - THE SAME SELF-CONTAINED SHAPE AS READ-DEC-FILE.
      * IO-FG = 0 ON RETURN MEANS A ROW WAS FOUND; ANY OTHER VALUE
      * (INCLUDING THE FILE NOT EXISTING AT ALL) MEANS THE ACCOUNT IS
      * NOT BEING TRACKED.
       READ-SOL-FILE SECTION.

           MOVE SOL-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE 9 TO IO-FG
              GO TO READ-SOL-FILE-EXIT.

           OPEN INPUT SOL-FILE.
           IF IO-FG = 9
              GO TO READ-SOL-FILE-EXIT.

           READ SOL-FILE
                KEY IS SOL-KEY
                INVALID KEY MOVE 9 TO IO-FG.
           CLOSE SOL-FILE.

       READ-SOL-FILE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
