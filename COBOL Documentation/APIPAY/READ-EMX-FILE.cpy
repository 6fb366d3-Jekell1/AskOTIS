      *-----------------------------------------------------------------
      * EMX IS THE INSIDER SSN INDEX EMPMNT REBUILDS FROM THE EMPLOYEE
      * MASTER ON EVERY RUN - ONE ROW PER SSN (KEY EMX-KEY = SSN)
      * BELONGING TO AN ACTIVE EMPLOYEE OR ONE OF THEIR DECLARED
      * RELATED PARTIES, CARRYING THE EMPLOYEE'S USER ID AND THE
      * RELATIONSHIP.  EACH LOOKUP OPENS INPUT, READS BY KEY, AND
      * CLOSES - THE SAME SELF-CONTAINED SHAPE AS READ-DEC-FILE.
      * IO-FG = 0 ON RETURN MEANS THE SSN IS AN INSIDER'S; ANY OTHER
      * VALUE (INCLUDING THE FILE NOT EXISTING AT ALL) MEANS IT IS NOT.
       READ-EMX-FILE SECTION.

           MOVE EMX-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE 9 TO IO-FG
              GO TO READ-EMX-FILE-EXIT.

           OPEN INPUT EMX-FILE.
           IF IO-FG = 9
              GO TO READ-EMX-FILE-EXIT.

           READ EMX-FILE
                KEY IS EMX-KEY
                INVALID KEY MOVE 9 TO IO-FG.
           CLOSE EMX-FILE.

       READ-EMX-FILE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
