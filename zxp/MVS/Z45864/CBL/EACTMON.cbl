      *        TIMESTAMPS SURVIVE A REGION RESTART.  THE OLD QUEUE
      *        NAME IS STILL CARRIED ON EACH RECORD FOR REFERENCE
      *        DURING THE CONVERSION.
      *      - A SIGN-ON STAMPS THE SIGNING-ON TERMINAL ON THE
      *        SESSION RECORD FOR THE EMUSP EVACUATION MUSTER.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              MOVE 0                TO UX-RETRY-NUMBER
              SET UX-IS-SIGNED-ON   TO TRUE
              MOVE WS-CURRENT-DATE  TO UX-LAST-ACTIVITY-TIMESTAMP
              MOVE EIBTRMID         TO UX-TERMINAL-ID
              PERFORM 7100-REWRITE-SESSION
           ELSE
              INITIALIZE ACTIVE-SESSION-INDEX-RECORD
              MOVE MON-USER-TYPE    TO UX-USER-TYPE
              SET UX-IS-SIGNED-ON   TO TRUE
              MOVE WS-CURRENT-DATE  TO UX-LAST-ACTIVITY-TIMESTAMP
              MOVE EIBTRMID         TO UX-TERMINAL-ID
              PERFORM 7200-WRITE-NEW-SESSION
           END-IF.
           MOVE "Sign-on recorded." TO MON-MESSAGE.
