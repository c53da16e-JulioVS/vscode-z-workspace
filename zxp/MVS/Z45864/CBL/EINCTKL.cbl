       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINCTKL.
      ******************************************************************
      *   ITSM TICKET NUMBER LOADER.-
      *      - READS THE TICKET RETURN FILE THE ITSM SYSTEM DROPS
      *        AFTER TAKING AN EINCEXT EXTRACT (EINCID KEY COLS 1-18,
      *        TICKET NUMBER COLS 20-34) AND STORES EACH TICKET NUMBER
      *        ON ITS EINCID INCIDENT, WHERE EERRRPT AND THE EDASHP
      *        DASHBOARD SHOW IT NEXT TO THE ERROR.
      *      - A TICKET ALREADY HELD IS KEPT WHEN THE SAME NUMBER COMES
      *        BACK AGAIN.  A DIFFERENT NUMBER REPLACES IT AND IS
      *        LISTED, AS ARE LINES WITH NO TICKET NUMBER OR FOR AN
      *        INCIDENT NOT ON EINCID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO ITSMTKT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TICKET-STATUS.

           SELECT INCID-FILE ASSIGN TO EINCID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IN-INCIDENT-ID
                  FILE STATUS IS WS-INCID-STATUS.

           SELECT REPORT-FILE ASSIGN TO TKLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE
           RECORDING MODE IS F.
       COPY EINCTKT.

       FD  INCID-FILE
           RECORDING MODE IS F.
       COPY EINCID.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-TICKET-STATUS         PIC X(2).
           88 WS-TICKET-EOF                   VALUE '10'.
       01  WS-INCID-STATUS          PIC X(2).
           88 WS-INCID-OK                     VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-IT-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-NOTE        PIC X(40).
       01  WS-LIST-TICKET           PIC X(15).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-INCIDENT-ID        PIC X(18).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TICKET-NUMBER      PIC X(15).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PROGRAM-NAME       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  INCIDENT            TICKET           PROGRAM   TICKET LOAD
      -    ' EXCEPTIONS'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EINCTKL' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN INPUT TICKET-FILE.
           OPEN I-O INCID-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-TICKET.
           PERFORM LOAD-ONE-TICKET
              UNTIL WS-TICKET-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-IT-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LOADED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-NEXT-TICKET.
           READ TICKET-FILE
                AT END SET WS-TICKET-EOF TO TRUE
                NOT AT END ADD 1 TO WS-IT-RECORDS-READ
           END-READ.

       LOAD-ONE-TICKET.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE IT-INCIDENT-ID TO IN-INCIDENT-ID.
           IF IT-INCIDENT-ID IS NOT EQUAL TO SPACES
              READ INCID-FILE
                   INVALID KEY CONTINUE
              END-READ
           END-IF.
           EVALUATE TRUE
           WHEN IT-INCIDENT-ID IS EQUAL TO SPACES
           WHEN NOT WS-INCID-OK
                MOVE IT-TICKET-NUMBER TO WS-LIST-TICKET
                MOVE 'REJECTED - INCIDENT NOT ON EINCID'
                     TO WS-EXCEPTION-NOTE
                PERFORM LIST-ONE-EXCEPTION
                ADD 1 TO WS-REJECT-COUNT
           WHEN IT-TICKET-NUMBER IS EQUAL TO SPACES
                MOVE SPACES TO WS-LIST-TICKET
                MOVE 'REJECTED - NO TICKET NUMBER'
                     TO WS-EXCEPTION-NOTE
                PERFORM LIST-ONE-EXCEPTION
                ADD 1 TO WS-REJECT-COUNT
           WHEN IN-TICKET-NUMBER IS EQUAL TO IT-TICKET-NUMBER
                CONTINUE
           WHEN OTHER
      *         A REPLACED TICKET IS LISTED WITH THE NUMBER IT HAD
                IF NOT IN-AWAITING-TICKET
                   MOVE IN-TICKET-NUMBER TO WS-LIST-TICKET
                   MOVE 'REPLACED TICKET NUMBER' TO WS-EXCEPTION-NOTE
                   PERFORM LIST-ONE-EXCEPTION
                   ADD 1 TO WS-REPLACED-COUNT
                END-IF
                MOVE IT-TICKET-NUMBER TO IN-TICKET-NUMBER
                MOVE WS-CURRENT-DATE  TO IN-TICKET-TIMESTAMP
                REWRITE INCIDENT-RECORD
                      INVALID KEY CONTINUE
                END-REWRITE
                ADD 1 TO WS-LOADED-COUNT
           END-EVALUATE.
           PERFORM READ-NEXT-TICKET.

       LIST-ONE-EXCEPTION.
           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE IT-INCIDENT-ID    TO DL-INCIDENT-ID.
           MOVE WS-LIST-TICKET    TO DL-TICKET-NUMBER.
           MOVE IN-PROGRAM-NAME   TO DL-PROGRAM-NAME.
           MOVE WS-EXCEPTION-NOTE TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  TICKETS LOADED: ' DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  '  REPLACED: ' DELIMITED BY SIZE
                  WS-REPLACED-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE TICKET-FILE.
           CLOSE INCID-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ITSM TICKETS LOADED: ' WS-LOADED-COUNT.
           IF WS-REJECT-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
