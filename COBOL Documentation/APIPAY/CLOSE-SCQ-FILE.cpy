      *-----------------------------------------------------------------
       CLOSE-SCQ-FILE.
           CLOSE SCQ-FILE.
      *-----------------------------------------------------------------
