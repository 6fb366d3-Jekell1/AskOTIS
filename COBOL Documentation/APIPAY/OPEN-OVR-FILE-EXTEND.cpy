      *-----------------------------------------------------------------
       OPEN-OVR-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE OVR-PATH TO E-FILE.
           OPEN EXTEND OVR-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-OVR-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE OVR-FILE
              GO TO OPEN-OVR-FILE-EXTEND.
           UNLOCK OVR-FILE.
      *-----------------------------------------------------------------
