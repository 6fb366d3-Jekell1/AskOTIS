      *-----------------------------------------------------------------
       WRITE-OVR-FILE.
           PERFORM WRITE-IT.
           MOVE OVR-PATH TO E-FILE.
           WRITE OVR-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-OVR-FILE.
      *-----------------------------------------------------------------
