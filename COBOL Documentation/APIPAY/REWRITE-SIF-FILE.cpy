      *-----------------------------------------------------------------
       REWRITE-SIF-FILE.
           PERFORM REWRITE-IT.
           MOVE SIF-PATH TO E-FILE.
           MOVE SIF-KEY  TO E-KEYX.
           REWRITE SIF-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-SIF-FILE.
           UNLOCK SIF-FILE.
      *-----------------------------------------------------------------
