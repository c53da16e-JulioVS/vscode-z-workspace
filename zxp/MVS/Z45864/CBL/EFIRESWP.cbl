           MOVE ZERO            TO MA-TASK-NUMBER.
           MOVE 'EFIRESWP'      TO MA-ACTING-USER-ID.
           MOVE 'EFIRESWP'      TO MA-PROGRAM-NAME.
           MOVE SPACES          TO MA-CHANGE-TICKET.
           MOVE 'N'             TO MA-FREEZE-OVERRIDE-IND.
           MOVE 'FIRESWP'       TO MA-ACTION-CODE.
           MOVE REG-USER-RECORD TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
