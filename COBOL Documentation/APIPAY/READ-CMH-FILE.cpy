      *-----------------------------------------------------------------
      * CMH IS THE COMPLAINT HOLD INDEX CMPMNT REBUILDS FROM THE CMP
      * CASE FILE ON EVERY RUN - ONE ROW PER ACCOUNT (KEY CMH-KEY =
      * BRANCH + ACCOUNT) WITH AN OPEN COMPLAINT CASE WHOSE HOLD FLAG
      * IS SET, CARRYING THE EARLIEST SUCH CASE, ITS CATEGORY AND THE
      * NEAREST RESPONSE DEADLINE.  EACH LOOKUP OPENS INPUT, READS BY
      * KEY, AND CLOSES - THE SAME SELF-CONTAINED SHAPE AS
      * READ-DEC-FILE.  IO-FG = 0 ON RETURN MEANS THE ACCOUNT IS ON
      * COMPLAINT HOLD; ANY OTHER VALUE (INCLUDING THE FILE NOT
      * EXISTING AT ALL) MEANS IT IS NOT.
       READ-CMH-FILE SECTION.

           MOVE CMH-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE 9 TO IO-FG
              GO TO READ-CMH-FILE-EXIT.

           OPEN INPUT CMH-FILE.
           IF IO-FG = 9
              GO TO READ-CMH-FILE-EXIT.

           READ CMH-FILE
                KEY IS CMH-KEY
                INVALID KEY MOVE 9 TO IO-FG.
           CLOSE CMH-FILE.

       READ-CMH-FILE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
