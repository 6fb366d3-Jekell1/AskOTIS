      *-----------------------------------------------------------------
       CLOSE-CVL-FILE.
           CLOSE CVL-FILE.
      *-----------------------------------------------------------------
