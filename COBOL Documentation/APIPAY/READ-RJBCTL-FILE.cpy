      *-----------------------------------------------------------------
       READ-RJBCTL-FILE.
           PERFORM OPEN-RJBCTL-FILE.
           PERFORM READ-IT.
           MOVE RJBCTL-PATH     TO E-FILE.
           MOVE RJBCTL-KEY      TO E-KEYX.
           READ RJBCTL-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-RJBCTL-FILE.
      *-----------------------------------------------------------------
