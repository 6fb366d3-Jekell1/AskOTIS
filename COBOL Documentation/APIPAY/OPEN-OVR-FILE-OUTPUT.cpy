      *-----------------------------------------------------------------
       OPEN-OVR-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE OVR-PATH TO E-FILE.
           OPEN OUTPUT OVR-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-OVR-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE OVR-FILE
              GO TO OPEN-OVR-FILE-OUTPUT.
           UNLOCK OVR-FILE.
      *-----------------------------------------------------------------
