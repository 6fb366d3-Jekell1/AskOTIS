      *-----------------------------------------------------------------
      * EMP IS THE EMPLOYEE MASTER EMPMNT MAINTAINS - ONE ROW PER
      * POSTING USER ID (KEY EMP-USERID = THE POSTNAME THE USER SIGNS
      * ON WITH) CARRYING THE EMPLOYEE'S SSN, HOME BRANCH, ACTIVE OR
      * TERMINATED STATUS AND UP TO SIX DECLARED RELATED PARTIES.
      * EACH LOOKUP OPENS INPUT, READS BY KEY, AND CLOSES - THE SAME
      * SELF-CONTAINED SHAPE AS READ-DEC-FILE.  IO-FG = 0 ON RETURN
      * MEANS A ROW WAS FOUND; ANY OTHER VALUE (INCLUDING THE FILE NOT
      * EXISTING AT ALL) MEANS THE USER IS NOT ON THE MASTER.
       READ-EMP-FILE SECTION.

           MOVE EMP-PATH TO ACCESS-BUF.
           PERFORM ACCESS-CALL.
           IF NOT STAT-GOOD
              MOVE 9 TO IO-FG
              GO TO READ-EMP-FILE-EXIT.

           OPEN INPUT EMP-FILE.
           IF IO-FG = 9
              GO TO READ-EMP-FILE-EXIT.

           READ EMP-FILE
                KEY IS EMP-KEY
                INVALID KEY MOVE 9 TO IO-FG.
           CLOSE EMP-FILE.

       READ-EMP-FILE-EXIT.
           EXIT.
      *-----------------------------------------------------------------
