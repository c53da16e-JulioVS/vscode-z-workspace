           MOVE EIBTASKN                 TO MA-TASK-NUMBER.
           MOVE WS-USER-ID               TO MA-ACTING-USER-ID.
           MOVE AC-RECERT-PROGRAM-NAME   TO MA-PROGRAM-NAME.
           MOVE SPACES                   TO MA-CHANGE-TICKET.
           MOVE 'N'                      TO MA-FREEZE-OVERRIDE-IND.
           MOVE 'N' TO WS-AUDIT-FILED-IND.
           MOVE ZERO TO WS-AUDIT-RETRY-COUNT.
           PERFORM 9210-FILE-ONE-AUDIT-SLOT
