      *-----------------------------------------------------------------
       REWRITE-RJBCTL-FILE.
           PERFORM REWRITE-IT.
           MOVE RJBCTL-PATH     TO E-FILE.
           MOVE RJBCTL-KEY      TO E-KEYX.
           REWRITE RJBCTL-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-RJBCTL-FILE.
           UNLOCK RJBCTL-FILE.
      *-----------------------------------------------------------------
