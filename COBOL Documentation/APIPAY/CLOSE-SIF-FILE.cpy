      *-----------------------------------------------------------------
       CLOSE-SIF-FILE.
           CLOSE SIF-FILE.
      *-----------------------------------------------------------------
