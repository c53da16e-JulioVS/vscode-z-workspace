           MOVE EIBTASKN                TO MA-TASK-NUMBER.
           MOVE WS-ADMIN-ID             TO MA-ACTING-USER-ID.
           MOVE AC-QUIESCE-PROGRAM-NAME TO MA-PROGRAM-NAME.
           MOVE SPACES                  TO MA-CHANGE-TICKET.
           MOVE 'N'                     TO MA-FREEZE-OVERRIDE-IND.
           EXEC CICS WRITE
                FILE(AC-MNTAUD-FILENAME)
                FROM (MAINT-AUDIT-RECORD)
