      *           . TODAY'S EALERT AND EERRLOG COUNTS
      *           . TODAY'S EBRCHLOG SLA BREACHES (CRITICALS CALLED
      *             OUT)
      *           . TODAY'S EINCID INCIDENTS (ERRORS AND FAILED BATCH
      *             STEPS) WITH THEIR ITSM TICKET NUMBERS
      *        WITH A RED/AMBER/GREEN ROLLUP ON TOP AND PF KEYS INTO
      *        THE DETAIL SCREENS (PF7 ACTIVE USERS, PF8 SIGN-ON
      *        AUDIT, PF9 STORED REPORTS).
       COPY EALERT.
       COPY EERRLOG.
       COPY EBRCHLOG.
       COPY EINCID.
       COPY EERRCOM.
       COPY DFHAID.
      ******************************************************************
          05 JL-LAST-MINUTES   PIC ZZZZ9.
          05 FILLER            PIC X(7)  VALUE ' MINS)'.
          05 JL-STALE-FLAG     PIC X(16).
       01 WS-INCIDENT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-INCIDENT-MORE     PIC 9(4) VALUE ZERO.
       01 WS-INCIDENT-LINES    PIC 9(2) VALUE 4.
       01 WS-INCIDENT-DETAIL-LINE.
          05 FILLER            PIC X(4)  VALUE SPACES.
          05 IL-PROGRAM-NAME   PIC X(8).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 IL-PARAGRAPH-NAME PIC X(24).
          05 FILLER            PIC X(1)  VALUE SPACES.
          05 IL-RESP-CODE      PIC Z(7)9.
          05 FILLER            PIC X(2)  VALUE ' X'.
          05 IL-OCCURRENCES    PIC ZZZZ9.
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 IL-TICKET-NUMBER  PIC X(15).
       01 WS-TRAILER-LINE      PIC X(79) VALUE
          'PF7=ACTIVE USERS  PF8=SIGN-ON AUDIT  PF9=STORED REPORTS
      -   ' PF3=MENU'.
           PERFORM 1700-COUNT-TODAYS-BREACHES.
           PERFORM 1800-SEND-ROLLUP-LINE.
           PERFORM 1850-SEND-TILE-LINES.
           PERFORM 1860-SEND-INCIDENT-TILE.
           PERFORM 1900-SEND-BATCH-TILE.
           EXEC CICS SEND TEXT
                FROM (WS-TRAILER-LINE)
                ACCUM
                END-EXEC.

       1860-SEND-INCIDENT-TILE.
      *    TODAY'S INCIDENTS OFF THE EINCID REGISTER, OLDEST FIRST -
      *    THE FIRST FEW ARE LISTED AND THE REST ONLY COUNTED
           MOVE ZERO TO WS-INCIDENT-COUNT.
           MOVE 'N'  TO WS-SCAN-DONE-IND.
           MOVE 'INCIDENTS RAISED TODAY (TIMES SEEN, ITSM TICKET):'
                TO WS-TILE-LINE.
           EXEC CICS SEND TEXT
                FROM (WS-TILE-LINE)
                ACCUM
                END-EXEC.
           MOVE WS-CURRENT-DATE(1:8) TO IN-OPENED-TIMESTAMP(1:8).
           MOVE '000000'             TO IN-OPENED-TIMESTAMP(9:6).
           MOVE ZERO                 TO IN-INCIDENT-SEQ.
           EXEC CICS STARTBR
                FILE(AC-INCID-FILENAME)
                RIDFLD(IN-INCIDENT-ID)
                GTEQ
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1870-SEND-ONE-INCIDENT
                 UNTIL WS-SCAN-DONE
              EXEC CICS ENDBR
                   FILE(AC-INCID-FILENAME)
                   END-EXEC
           END-IF.
           MOVE SPACES TO WS-TILE-LINE.
           IF WS-INCIDENT-COUNT IS EQUAL TO ZERO
              MOVE '    NONE' TO WS-TILE-LINE
           END-IF.
           IF WS-INCIDENT-COUNT IS GREATER THAN WS-INCIDENT-LINES
              COMPUTE WS-INCIDENT-MORE =
                 WS-INCIDENT-COUNT - WS-INCIDENT-LINES
              STRING '    ... AND ' DELIMITED BY SIZE
                     WS-INCIDENT-MORE DELIMITED BY SIZE
                     ' MORE - SEE THE ERROR REPORT' DELIMITED BY SIZE
                     INTO WS-TILE-LINE
              END-STRING
           END-IF.
           IF WS-TILE-LINE IS NOT EQUAL TO SPACES
              EXEC CICS SEND TEXT
                   FROM (WS-TILE-LINE)
                   ACCUM
                   END-EXEC
           END-IF.

       1870-SEND-ONE-INCIDENT.
           EXEC CICS READNEXT
                FILE(AC-INCID-FILENAME)
                INTO (INCIDENT-RECORD)
                RIDFLD(IN-INCIDENT-ID)
                RESP(WS-BROWSE-RESPONSE)
                END-EXEC.
           IF WS-BROWSE-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              OR IN-OPENED-TIMESTAMP(1:8) IS NOT EQUAL TO
                 WS-CURRENT-DATE(1:8)
              SET WS-SCAN-DONE TO TRUE
           ELSE
              ADD 1 TO WS-INCIDENT-COUNT
              IF WS-INCIDENT-COUNT IS NOT GREATER THAN
                 WS-INCIDENT-LINES
                 MOVE IN-PROGRAM-NAME     TO IL-PROGRAM-NAME
                 MOVE IN-PARAGRAPH-NAME   TO IL-PARAGRAPH-NAME
                 MOVE IN-RESP-CODE        TO IL-RESP-CODE
                 MOVE IN-OCCURRENCE-COUNT TO IL-OCCURRENCES
                 IF IN-AWAITING-TICKET
                    MOVE 'AWAITING TICKET' TO IL-TICKET-NUMBER
                 ELSE
                    MOVE IN-TICKET-NUMBER  TO IL-TICKET-NUMBER
                 END-IF
                 EXEC CICS SEND TEXT
                      FROM (WS-INCIDENT-DETAIL-LINE)
                      ACCUM
                      END-EXEC
              END-IF
           END-IF.

       1900-SEND-BATCH-TILE.
      *    LAST NIGHT'S RUNS OFF THE EBATHIST MIRROR - A JOB WHOSE
      *    LAST RUN PREDATES YESTERDAY DID NOT RUN LAST NIGHT
