      *-----------------------------------------------------------------
       CLOSE-BXF-FILE.
           CLOSE BXF-FILE.
      *-----------------------------------------------------------------
