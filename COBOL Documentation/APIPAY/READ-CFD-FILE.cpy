      *-----------------------------------------------------------------
       READ-CFD-FILE.
           PERFORM READ-IT.
           MOVE CFD-PATH TO E-FILE.
           MOVE CFD-KEY  TO E-KEYX.
           READ CFD-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-CFD-FILE.
      *-----------------------------------------------------------------
