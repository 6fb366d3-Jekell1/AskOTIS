      *-----------------------------------------------------------------
       CLOSE-SCH-FILE.
           CLOSE SCH-FILE.
      *-----------------------------------------------------------------
