      *-----------------------------------------------------------------
       CLOSE-RPI-FILE.
           CLOSE RPI-FILE.
      *-----------------------------------------------------------------
