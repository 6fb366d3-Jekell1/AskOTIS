      *-----------------------------------------------------------------
       READ-RCL-FILE.
           PERFORM READ-IT.
           MOVE RCL-PATH TO E-FILE.
           MOVE RCL-KEY  TO E-KEYX.
           READ RCL-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-RCL-FILE.
      *-----------------------------------------------------------------
