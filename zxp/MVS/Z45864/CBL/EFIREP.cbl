      *        NOBODY CLOSED.
      *      - EVERY CHECKOUT AND CHECK-IN IS WRITTEN TO EMNTAUD
      *        UNDER THE OPERATOR'S OWN ID.
      *      - A CHECKOUT'S AUDIT RECORD ALSO CARRIES THE STAMPED
      *        EFIRECAL ENTRY (REASON CODE, EXPIRY) IN THE TAIL OF
      *        ITS AFTER IMAGE - THE REGISTRY ITSELF ONLY KEEPS THE
      *        LATEST CHECKOUT, AND THE QUARTERLY EVIDENCE NEEDS THEM
      *        ALL.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
                 MOVE REG-USER-RECORD      TO WS-JRNL-IMAGE
                 PERFORM 9100-WRITE-FORWARD-JOURNAL
              END-IF
              PERFORM 2340-STAMP-CHECKOUT
              MOVE ACCTIDI         TO MA-TARGET-ID
              MOVE 'FIREOUT'       TO MA-ACTION-CODE
              MOVE REG-USER-RECORD TO MA-AFTER-IMAGE
              MOVE FIRECALL-RECORD TO MA-FIRECALL-CHECKOUT
              PERFORM 9200-WRITE-MAINT-AUDIT
              INITIALIZE MESSO
              STRING "Checked out. One-time password: "
                     DELIMITED BY SIZE
           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-OPERATOR-ID           TO MA-ACTING-USER-ID.
           MOVE AC-FIRECALL-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE SPACES                   TO MA-CHANGE-TICKET.
           MOVE 'N'                      TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
