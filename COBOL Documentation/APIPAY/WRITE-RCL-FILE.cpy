      *-----------------------------------------------------------------
       WRITE-RCL-FILE.
           PERFORM WRITE-IT.
           MOVE RCL-PATH TO E-FILE.
           MOVE RCL-KEY  TO E-KEYX.
           WRITE RCL-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-RCL-FILE.
           UNLOCK RCL-FILE.
      *-----------------------------------------------------------------
