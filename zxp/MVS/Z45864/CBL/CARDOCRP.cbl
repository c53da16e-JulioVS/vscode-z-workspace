      *        THE RUN REPORT.
      *      - LAPSED INSURANCE ALSO MEANS CARALPR IS HOLDING THE
      *        TAG OFF THE GATE EXTRACT - THE NOTICE SAYS SO.
      *      - A NOTICE WHOSE TAG RESOLVES TO AN EMPLOYEE NOW GOES TO
      *        THE ENTFQUE OUTBOUND NOTIFICATION QUEUE VIA ENTFRTE
      *        (E-MAIL OR SMS, ENTFDSP FALLING BACK TO THE FACILITY
      *        QUEUE); ONLY A NOTICE WITH NO EMPLOYEE, OR ONE THAT
      *        CANNOT BE QUEUED, IS STILL PRINTED HERE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
       COPY EPRTQ.
       COPY ENTFP.
       COPY EBATP.
       01  WS-CARDOCS-STATUS        PIC X(2).
           88 WS-CARDOCS-EOF                  VALUE '10'.
       01  WS-WINDOW-END-DATE       PIC 9(8).
       01  WS-NOTICE-COUNT          PIC 9(5) VALUE 0.
       01  WS-LAPSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-QUEUED-COUNT          PIC 9(5) VALUE 0.
       01  WS-NOTICE-LINE.
           05 FILLER                PIC X(18) VALUE
              'DOCUMENT NOTICE - '.
           MOVE DC-TAG-NUMBER  TO NL-TAG-NUMBER.
           MOVE DC-DOC-TYPE    TO NL-DOC-TYPE.
           MOVE DC-EXPIRY-DATE TO NL-EXPIRY-DATE.
           IF NL-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
              PERFORM QUEUE-ONE-NOTICE
           ELSE
              SET NTF-NO-RECIPIENT TO TRUE
           END-IF.
           IF NOT NTF-OK
              MOVE WS-NOTICE-LINE TO PRTQ-REPORT-LINE
              SET PRTQ-WRITE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-NOTICE-COUNT.

       QUEUE-ONE-NOTICE.
           INITIALIZE NTF-PARAMETERS.
           SET NTF-QUEUE TO TRUE.
           MOVE 'CARDOCRP'         TO NTF-SOURCE-PROGRAM.
           MOVE NL-EMPLOYEE-NUMBER TO NTF-EMPLOYEE-NUMBER.
           MOVE 'DOCEXPRY'         TO NTF-NOTICE-TYPE.
           MOVE 'VEHICLE DOCUMENT EXPIRING' TO NTF-SUBJECT.
           MOVE WS-NOTICE-LINE     TO NTF-MESSAGE-TEXT.
           MOVE 'FACILITY'         TO NTF-PRINT-QUEUE-ID.
           CALL 'ENTFRTE' USING NTF-PARAMETERS.
           IF NTF-OK
              ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  NOTICES: ' DELIMITED BY SIZE
                  WS-NOTICE-COUNT DELIMITED BY SIZE
                  '  QUEUED: ' DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
                  '  LAPSED: ' DELIMITED BY SIZE
                  WS-LAPSED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
           SET PRTQ-CLOSE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           SET NTF-CLOSE TO TRUE.
           CALL 'ENTFRTE' USING NTF-PARAMETERS.
           CLOSE CARDOCS-FILE.
           CLOSE CARFILE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'DOCUMENT NOTICES: ' WS-NOTICE-COUNT
                   ' QUEUED: ' WS-QUEUED-COUNT.
