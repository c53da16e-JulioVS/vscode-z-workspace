      *        SUBTOTALED BY PROGRAM, SO OPERATIONS STARTS THE DAY
      *        KNOWING WHAT BROKE OVERNIGHT INSTEAD OF WAITING FOR
      *        USER PHONE CALLS.
      *      - EACH ERROR CARRIES THE ITSM TICKET NUMBER OF THE EINCID
      *        INCIDENT EINCEXT GROUPED IT INTO ('AWAITING TICKET'
      *        UNTIL EINCTKL HAS LOADED IT, BLANK IF NOT YET
      *        EXTRACTED).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS EE-LOG-KEY
                  FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT INCID-FILE ASSIGN TO EINCID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IN-INCIDENT-ID
                  FILE STATUS IS WS-INCID-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE ASSIGN TO ERRRPT
           RECORDING MODE IS F.
       COPY EERRLOG.

       FD  INCID-FILE
           RECORDING MODE IS F.
       COPY EINCID.

       SD  SORT-WORK-FILE.
       01  SD-ERROR-RECORD.
           05 SD-PROGRAM-NAME       PIC X(8).
       01  WS-ERRLOG-STATUS         PIC X(2).
           88 WS-ERRLOG-OK                    VALUE '00'.
           88 WS-ERRLOG-EOF                   VALUE '10'.
       01  WS-INCID-STATUS          PIC X(2).
           88 WS-INCID-EOF                    VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SORT-EOF-IND          PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                     VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-YESTERDAY-INT         PIC 9(7) USAGE IS COMPUTATIONAL.
       01  WS-YESTERDAY-DATE        PIC 9(8).
       01  WS-REPORT-DATE-NUM       PIC 9(8).
       01  WS-DAY-BEFORE-INT        PIC 9(7) USAGE IS COMPUTATIONAL.
       01  WS-DAY-BEFORE-DATE       PIC 9(8).
       01  WS-HAVE-PREV-IND         PIC X(1) VALUE 'N'.
           88 WS-HAVE-PREV                    VALUE 'Y'.
       01  WS-PREV-PROGRAM          PIC X(8) VALUE SPACES.
           05 DL-TRANSACTION-ID     PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TERMINAL-ID        PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TICKET-NUMBER      PIC X(15).
       01  WS-PROGRAM-HEADING.
           05 FILLER                PIC X(9)  VALUE
              'PROGRAM: '.
              'ERRORS LOGGED:'.
           05 GT-GROUP-COUNT        PIC ZZ,ZZ9.
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  TIMESTAMP       PARAGRAPH                       RESP
      -    '            ITSM TICKET'.
      ******************************************************************
      *   ONLINE-ERROR INCIDENTS THAT CAN HOLD THE REPORT DATE'S
      *   ERRORS - OPENED THAT DAY OR THE DAY BEFORE.
      ******************************************************************
       01  WS-INCTAB-LIMIT          PIC 9(3) VALUE 500.
       01  WS-INCTAB-COUNT          PIC 9(3) VALUE 0.
       01  WS-INCTAB-SUB            PIC 9(3) VALUE 0.
       01  WS-INCIDENT-TABLE.
           05 WS-INCTAB-ENTRY OCCURS 500 TIMES.
              10 WS-IT-OPENED-TIMESTAMP PIC X(14).
              10 WS-IT-WINDOW-END      PIC X(14).
              10 WS-IT-PROGRAM-NAME    PIC X(8).
              10 WS-IT-PARAGRAPH-NAME  PIC X(30).
              10 WS-IT-RESP-CODE       PIC 9(8).
              10 WS-IT-TICKET-NUMBER   PIC X(15).
       01  WS-TABLE-OVFL-IND        PIC X(1) VALUE 'N'.
           88 WS-TABLE-OVERFLOW               VALUE 'Y'.
       01  WS-FOUND-IND             PIC X(1) VALUE 'N'.
           88 WS-FOUND                        VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                 FUNCTION DATE-OF-INTEGER(WS-YESTERDAY-INT)
              MOVE WS-YESTERDAY-DATE TO WS-REPORT-DATE
           END-IF.
           PERFORM LOAD-INCIDENTS.

       LOAD-INCIDENTS.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-NUM.
           COMPUTE WS-DAY-BEFORE-INT =
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM) - 1.
           COMPUTE WS-DAY-BEFORE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-BEFORE-INT).
           OPEN INPUT INCID-FILE.
           MOVE WS-DAY-BEFORE-DATE TO IN-OPENED-TIMESTAMP(1:8).
           MOVE '000000'           TO IN-OPENED-TIMESTAMP(9:6).
           MOVE ZERO               TO IN-INCIDENT-SEQ.
           START INCID-FILE KEY IS NOT LESS THAN IN-INCIDENT-ID
                 INVALID KEY SET WS-INCID-EOF TO TRUE
           END-START.
           IF NOT WS-INCID-EOF
              PERFORM READ-NEXT-INCIDENT
           END-IF.
           PERFORM LOAD-ONE-INCIDENT
              UNTIL WS-INCID-EOF
              OR IN-OPENED-TIMESTAMP(1:8) IS GREATER THAN
                 WS-REPORT-DATE.
           CLOSE INCID-FILE.
           IF WS-TABLE-OVERFLOW
              DISPLAY 'INCIDENT TABLE FULL - LATER ERRORS SHOW NO '
                      'TICKET'
           END-IF.

       READ-NEXT-INCIDENT.
           READ INCID-FILE NEXT RECORD
                AT END SET WS-INCID-EOF TO TRUE
           END-READ.

       LOAD-ONE-INCIDENT.
           EVALUATE TRUE
           WHEN NOT IN-FROM-ERRLOG
                CONTINUE
           WHEN WS-INCTAB-COUNT IS LESS THAN WS-INCTAB-LIMIT
                ADD 1 TO WS-INCTAB-COUNT
                MOVE WS-INCTAB-COUNT TO WS-INCTAB-SUB
                MOVE IN-OPENED-TIMESTAMP
                     TO WS-IT-OPENED-TIMESTAMP(WS-INCTAB-SUB)
                MOVE IN-WINDOW-END-TIMESTAMP
                     TO WS-IT-WINDOW-END(WS-INCTAB-SUB)
                MOVE IN-PROGRAM-NAME
                     TO WS-IT-PROGRAM-NAME(WS-INCTAB-SUB)
                MOVE IN-PARAGRAPH-NAME
                     TO WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB)
                MOVE IN-RESP-CODE
                     TO WS-IT-RESP-CODE(WS-INCTAB-SUB)
                IF IN-AWAITING-TICKET
                   MOVE 'AWAITING TICKET'
                        TO WS-IT-TICKET-NUMBER(WS-INCTAB-SUB)
                ELSE
                   MOVE IN-TICKET-NUMBER
                        TO WS-IT-TICKET-NUMBER(WS-INCTAB-SUB)
                END-IF
           WHEN OTHER
                SET WS-TABLE-OVERFLOW TO TRUE
           END-EVALUATE.
           PERFORM READ-NEXT-INCIDENT.

       RELEASE-ERROR-RECORDS.
           OPEN INPUT EERRLOG-FILE.
           MOVE SD-RESP-CODE        TO DL-RESP-CODE.
           MOVE SD-TRANSACTION-ID   TO DL-TRANSACTION-ID.
           MOVE SD-TERMINAL-ID      TO DL-TERMINAL-ID.
           PERFORM FIND-ERROR-TICKET.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-GROUP-COUNT.
           SET WS-HAVE-PREV TO TRUE.
           PERFORM RETURN-NEXT-SORTED-RECORD.

       FIND-ERROR-TICKET.
           MOVE 'N' TO WS-FOUND-IND.
           PERFORM MATCH-ONE-INCIDENT
              VARYING WS-INCTAB-SUB FROM 1 BY 1
              UNTIL WS-INCTAB-SUB IS GREATER THAN WS-INCTAB-COUNT
              OR WS-FOUND.
           IF WS-FOUND
              MOVE WS-IT-TICKET-NUMBER(WS-INCTAB-SUB)
                   TO DL-TICKET-NUMBER
           END-IF.

       MATCH-ONE-INCIDENT.
           IF WS-IT-PROGRAM-NAME(WS-INCTAB-SUB) IS EQUAL TO
              SD-PROGRAM-NAME
              AND WS-IT-PARAGRAPH-NAME(WS-INCTAB-SUB) IS EQUAL TO
                  SD-PARAGRAPH-NAME
              AND WS-IT-RESP-CODE(WS-INCTAB-SUB) IS EQUAL TO
                  SD-RESP-CODE
              AND WS-IT-OPENED-TIMESTAMP(WS-INCTAB-SUB) IS NOT
                  GREATER THAN SD-LOG-TIMESTAMP
              AND WS-IT-WINDOW-END(WS-INCTAB-SUB) IS GREATER THAN
                  SD-LOG-TIMESTAMP
              SET WS-FOUND TO TRUE
              SUBTRACT 1 FROM WS-INCTAB-SUB
           END-IF.

       FINISH-LAST-PROGRAM.
           IF WS-HAVE-PREV
              PERFORM PRINT-GROUP-TOTAL-LINE
