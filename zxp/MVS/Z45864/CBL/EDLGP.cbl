      *        EMENU HONOURS A CURRENT GRANT AT MENU-BUILD TIME; THE
      *        BASE RU-USER-TYPE IS NEVER TOUCHED, AND THE EDLGEXP
      *        NIGHTLY BATCH EXPIRES GRANTS PAST THEIR END DATE.
      *      - A GRANT OR REVOCATION DROPS THE DELEGATE'S EMENU
      *        AUTHORITY CACHE THROUGH EAUCRTE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EDELEG.
       COPY EMNTAUD.
       COPY EERRCOM.
       COPY EAUCCOM.
       COPY DFHAID.
      ******************************************************************
      *   DEFINE MY SESSION STATE DATA FOR PASSING INTO COMM-AREA.
          05 FILLER            PIC X(1).
       01 WS-CICS-RESPONSE     PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-ERRRTE-RESPONSE   PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUTHCACHE-RESPONSE PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-AUDIT-RESPONSE    PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-CURRENT-DATE      PIC X(14).
      ******************************************************************
              MOVE SPACES            TO MA-BEFORE-IMAGE
              MOVE DELEGATION-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 9400-REFRESH-AUTH-CACHE
              MOVE "Delegation granted!" TO MESSO
           ELSE
              MOVE "Error granting delegation!" TO MESSO
              MOVE 'DELREVOK'        TO MA-ACTION-CODE
              MOVE DELEGATION-RECORD TO MA-AFTER-IMAGE
              PERFORM 9200-WRITE-MAINT-AUDIT
              PERFORM 9400-REFRESH-AUTH-CACHE
              MOVE "Delegation revoked!" TO MESSO
           END-IF.

           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID              TO MA-ACTING-USER-ID.
           MOVE AC-DLGMNT-PROGRAM-NAME   TO MA-PROGRAM-NAME.
           MOVE SPACES                   TO MA-CHANGE-TICKET.
           MOVE 'N'                      TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
                LENGTH(LENGTH OF ERROR-REPORT-AREA)
                RESP(WS-ERRRTE-RESPONSE)
                END-EXEC.

       9400-REFRESH-AUTH-CACHE.
      *    DROP THE DELEGATE'S EMENU AUTHORITY CACHE SO THE GRANT (OR
      *    ITS REVOCATION) APPLIES FROM THEIR NEXT KEYSTROKE
           INITIALIZE AUTHCACHE-REFRESH-AREA.
           SET CQ-REFRESH-USER TO TRUE.
           MOVE USERIDI TO CQ-USER-ID.
           EXEC CICS LINK
                PROGRAM(AC-AUTHCACHE-PROGRAM-NAME)
                COMMAREA(AUTHCACHE-REFRESH-AREA)
                LENGTH(LENGTH OF AUTHCACHE-REFRESH-AREA)
                RESP(WS-AUTHCACHE-RESPONSE)
                END-EXEC.
