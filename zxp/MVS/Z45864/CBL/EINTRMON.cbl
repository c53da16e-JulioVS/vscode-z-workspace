      *        FOR AN ALERT OF THE SAME KIND ALREADY RAISED INSIDE
      *        THE WINDOW FOR THE SAME TERMINAL OR USER - SO A BURST
      *        THAT KEEPS FAILING IS STILL ONE ATTACK, ONE ALERT.
      *      - EVERY ON-CALL ALERT AND ESCALATION MESSAGE IS ALSO
      *        WRITTEN TO THE ENTFQUE OUTBOUND NOTIFICATION QUEUE,
      *        ADDRESSED TO THE ON-CALL USER ID, SO ENTFDSP PAGES THEM
      *        BY E-MAIL OR SMS INSTEAD OF WAITING FOR THEIR NEXT
      *        SIGN-ON (THE SECURITY PRINT QUEUE WHEN NO CONTACT).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EONCALL.
       COPY EALRTESC.
       COPY EUSRMSG.
       COPY ENTFQUE.
       COPY EINTCOM.
       COPY DFHAID.

       01 WS-ESCALATE-MINUTES       PIC 9(3).
       01 WS-MESSAGE-TARGET         PIC X(8).
       01 WS-SAVED-ALERT-KEY        PIC X(21).
       01 WS-NTF-RESPONSE           PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-NTF-SEQUENCE           PIC 9(7) VALUE ZERO.
       01 WS-NTF-TRIES              PIC 9(2) VALUE ZERO.
       COPY EDATP.
      ******************************************************************
      *   WINDOW-START ARITHMETIC WORK AREAS - THE WINDOW SLIDES BACK
                RIDFLD(MS-MESSAGE-KEY)
                RESP(WS-MSG-RESPONSE)
                END-EXEC.
           PERFORM 6350-QUEUE-OUTBOUND-NOTICE.

       6350-QUEUE-OUTBOUND-NOTICE.
      *    THE SAME LINE GOES OUT BY E-MAIL OR SMS THROUGH ENTFDSP.
      *    THE TASK NUMBER SEEDS THE KEY SEQUENCE; A KEY ALREADY
      *    TAKEN (SEVERAL ESCALATIONS IN ONE TASK, OR TWO TASKS IN
      *    THE SAME SECOND) STEPS IT ON
           IF WS-NTF-SEQUENCE IS EQUAL TO ZERO
              MOVE EIBTASKN TO WS-NTF-SEQUENCE
           END-IF.
           INITIALIZE NOTIFICATION-QUEUE-RECORD.
           MOVE WS-CURRENT-TIMESTAMP  TO NQ-QUEUED-TIMESTAMP.
           MOVE AC-INTMON-PROGRAM-NAME TO NQ-SOURCE-PROGRAM.
           MOVE SPACES                TO NQ-EMPLOYEE-NUMBER.
           MOVE WS-MESSAGE-TARGET     TO NQ-USER-ID.
           MOVE 'SECALERT'            TO NQ-NOTICE-TYPE.
           MOVE 'SECURITY ALERT - ON-CALL ACTION NEEDED'
                                      TO NQ-SUBJECT.
           MOVE WS-ALERT-LINE         TO NQ-MESSAGE-TEXT.
           MOVE 'SECURITY'            TO NQ-PRINT-QUEUE-ID.
           SET NQ-IS-QUEUED           TO TRUE.
           MOVE SPACES                TO NQ-CHANNEL.
           MOVE ZERO                  TO NQ-ATTEMPT-COUNT.
           MOVE WS-CURRENT-TIMESTAMP  TO NQ-STATUS-TIMESTAMP.
           MOVE ZERO TO WS-NTF-TRIES.
           MOVE DFHRESP(DUPREC) TO WS-NTF-RESPONSE.
           PERFORM 6360-WRITE-OUTBOUND-NOTICE
              UNTIL WS-NTF-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
              OR WS-NTF-TRIES IS GREATER THAN 9.

       6360-WRITE-OUTBOUND-NOTICE.
           ADD 1 TO WS-NTF-TRIES.
           ADD 1 TO WS-NTF-SEQUENCE.
           MOVE WS-NTF-SEQUENCE TO NQ-SEQUENCE-NUMBER.
           EXEC CICS WRITE
                FILE(AC-NTFQUE-FILENAME)
                FROM (NOTIFICATION-QUEUE-RECORD)
                RIDFLD(NQ-NOTICE-KEY)
                RESP(WS-NTF-RESPONSE)
                END-EXEC.

       7000-CHECK-ESCALATIONS.
      *    SWEEP THE PENDING ROUTED ALERTS ON EVERY INVOCATION -
