      *-----------------------------------------------------------------
       REWRITE-RCL-FILE.
           PERFORM REWRITE-IT.
           MOVE RCL-PATH TO E-FILE.
           MOVE RCL-KEY  TO E-KEYX.
           REWRITE RCL-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-RCL-FILE.
           UNLOCK RCL-FILE.
      *-----------------------------------------------------------------
