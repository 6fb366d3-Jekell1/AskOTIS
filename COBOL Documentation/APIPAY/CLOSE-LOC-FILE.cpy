      *-----------------------------------------------------------------
       CLOSE-LOC-FILE.
           CLOSE LOC-FILE.
      *-----------------------------------------------------------------
