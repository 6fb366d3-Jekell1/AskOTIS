      *-----------------------------------------------------------------
       WRITE-RJBCTL-FILE.
           PERFORM WRITE-IT.
           MOVE RJBCTL-PATH     TO E-FILE.
           MOVE RJBCTL-KEY      TO E-KEYX.
           WRITE RJBCTL-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-RJBCTL-FILE.
           UNLOCK RJBCTL-FILE.
      *-----------------------------------------------------------------
