      *-----------------------------------------------------------------
       CLOSE-DFE-FILE.
           CLOSE DFE-FILE.
      *-----------------------------------------------------------------
