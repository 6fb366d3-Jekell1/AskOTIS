      *-----------------------------------------------------------------
       CLOSE-SBW-FILE.
           CLOSE SBW-FILE.
      *-----------------------------------------------------------------
