      *-----------------------------------------------------------------
       CLOSE-PPY-FILE.
           CLOSE PPY-FILE.
      *-----------------------------------------------------------------
