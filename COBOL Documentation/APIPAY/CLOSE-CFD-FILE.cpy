      *-----------------------------------------------------------------
       CLOSE-CFD-FILE.
           CLOSE CFD-FILE.
      *-----------------------------------------------------------------
