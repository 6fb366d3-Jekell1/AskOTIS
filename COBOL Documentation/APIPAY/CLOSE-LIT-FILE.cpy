      *-----------------------------------------------------------------
       CLOSE-LIT-FILE.
           CLOSE LIT-FILE.
      *-----------------------------------------------------------------
