      *-----------------------------------------------------------------
       CLOSE-RCL-FILE.
           CLOSE RCL-FILE.
      *-----------------------------------------------------------------
