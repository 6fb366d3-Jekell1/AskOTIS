      *-----------------------------------------------------------------
       REWRITE-FHL-FILE.
           PERFORM REWRITE-IT.
           MOVE FHL-PATH TO E-FILE.
           MOVE FHL-KEY  TO E-KEYX.
           REWRITE FHL-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-FHL-FILE.
           UNLOCK FHL-FILE.
      *-----------------------------------------------------------------
