                     COMMAREA(WS-USER-ID)
                     LENGTH(LENGTH OF WS-USER-ID)
                     END-EXEC
           WHEN 'APPEAL'
                EXEC CICS XCTL
                     PROGRAM(AC-APPEAL-PROGRAM-NAME)
                     COMMAREA(WS-SESSION-STATE)
                     LENGTH(LENGTH OF WS-SESSION-STATE)
                     END-EXEC
           WHEN 'GLMAP'
                EXEC CICS XCTL
                     PROGRAM(AC-GLMAP-PROGRAM-NAME)
                     COMMAREA(WS-USER-ID)
                     LENGTH(LENGTH OF WS-USER-ID)
                     END-EXEC
           WHEN 'ROLES'
                EXEC CICS XCTL
                     PROGRAM(AC-ROLE-PROGRAM-NAME)
                     COMMAREA(WS-USER-ID)
                     LENGTH(LENGTH OF WS-USER-ID)
                     END-EXEC
           WHEN 'ACCREQ'
                EXEC CICS XCTL
                     PROGRAM(AC-ACCREQ-PROGRAM-NAME)
                     COMMAREA(WS-SESSION-STATE)
                     LENGTH(LENGTH OF WS-SESSION-STATE)
                     END-EXEC
           WHEN 'HDRESET'
                EXEC CICS XCTL
                     PROGRAM(AC-HDRESET-PROGRAM-NAME)
                     COMMAREA(WS-SESSION-STATE)
                     LENGTH(LENGTH OF WS-SESSION-STATE)
                     END-EXEC
           WHEN 'MUSTER'
                EXEC CICS XCTL
                     PROGRAM(AC-MUSTER-PROGRAM-NAME)
                     COMMAREA(WS-USER-ID)
                     LENGTH(LENGTH OF WS-USER-ID)
                     END-EXEC
           WHEN 'BADGES'
                EXEC CICS XCTL
                     PROGRAM(AC-BADGMS-PROGRAM-NAME)
                     COMMAREA(WS-USER-ID)
                     LENGTH(LENGTH OF WS-USER-ID)
                     END-EXEC
           WHEN 'JOBSUB'
                EXEC CICS XCTL
                     PROGRAM(AC-JOBSUB-PROGRAM-NAME)
                     COMMAREA(WS-USER-ID)
                     LENGTH(LENGTH OF WS-USER-ID)
                     END-EXEC
           WHEN 'VCHREQ'
                EXEC CICS XCTL
                     PROGRAM(AC-VCHREQ-PROGRAM-NAME)
                     COMMAREA(WS-SESSION-STATE)
                     LENGTH(LENGTH OF WS-SESSION-STATE)
                     END-EXEC
           WHEN OTHER
                PERFORM 2900-RETURN-TO-MENU
           END-EVALUATE.
