      *-----------------------------------------------------------------
       CLOSE-IAC-FILE.
           CLOSE IAC-FILE.
      *-----------------------------------------------------------------
