      *-----------------------------------------------------------------
       CLOSE-FHL-FILE.
           CLOSE FHL-FILE.
      *-----------------------------------------------------------------
