      *-----------------------------------------------------------------
       CLOSE-OVR-FILE.
           CLOSE OVR-FILE.
      *-----------------------------------------------------------------
