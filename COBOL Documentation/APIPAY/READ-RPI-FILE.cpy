      *-----------------------------------------------------------------
       READ-RPI-FILE.
           PERFORM READ-IT.
           MOVE RPI-PATH TO E-FILE.
           MOVE RPI-KEY  TO E-KEYX.
           READ RPI-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-RPI-FILE.
      *-----------------------------------------------------------------
