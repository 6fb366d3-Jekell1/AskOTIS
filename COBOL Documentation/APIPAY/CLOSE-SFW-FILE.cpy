      *-----------------------------------------------------------------
       CLOSE-SFW-FILE.
           CLOSE SFW-FILE.
      *-----------------------------------------------------------------
