      *        SAME TAG ACCUMULATE, AND A NOTICE LETTER PRINTED VIA
      *        EPRTRTE WHEN THE TAG RESOLVES THROUGH CARFILE TO AN
      *        EMPLOYEE (THE CARTAGAX ALTERNATE-INDEX LINKAGE).
      *      - A SIGHTING DISMISSED ON APPEAL (CARAPLP) NO LONGER
      *        COUNTS AS A REPEAT WHEN THE ESCALATION IS STEPPED.
      *      - RC=4 WHEN EITHER LIST HAS ENTRIES.
      *      - A SIGHTING FILED AT CITATION OR GATE-BLOCK LEVEL
      *        AGAINST A KNOWN EMPLOYEE POSTS THE CITATION FINE
      *        (SYSIN CARD 3) TO THEIR CARLEDG PARKING ACCOUNT.
      *      - THE VIOLATION NOTICE NOW GOES TO THE ENTFQUE OUTBOUND
      *        NOTIFICATION QUEUE VIA ENTFRTE (E-MAIL OR SMS, ENTFDSP
      *        FALLING BACK TO THE FACILITY QUEUE), AND ONLY ONCE THE
      *        SIGHTING IS NEWLY FILED - A RERUN OVER THE SAME LOG
      *        SENDS NOTHING TWICE.  A NOTICE THAT CANNOT BE QUEUED
      *        IS PRINTED HERE AS BEFORE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS VL-VIOLATION-KEY
                  FILE STATUS IS WS-VIOL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO CARLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO GATERPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       COPY CARVIOL.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
       COPY CARLEDG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).
      *   STATUS UP.  THE REPEAT COUNT IS TAKEN FROM THE VIOLATIONS
      *   ALREADY ON FILE FOR THE TAG.  THE TWO THRESHOLDS COME FROM
      *   SYSIN (CARD 1 = CITATION, CARD 2 = GATE BLOCK) - A BLANK
      *   OR ZERO CARD TAKES THE 3/6 DEFAULTS.  CARD 3 IS THE FINE
      *   POSTED FOR A CITATION, 9(3)V99 - BLANK OR ZERO TAKES 25.00.
      ******************************************************************
       01  WS-CITATION-THRESHOLD    PIC 9(3) VALUE 3.
       01  WS-GATEBLOCK-THRESHOLD   PIC 9(3) VALUE 6.
       01  WS-CITATION-FINE         PIC 9(3)V99 VALUE 25.00.
       01  WS-FINES-POSTED          PIC 9(5) VALUE 0.
       01  WS-FINES-FAILED          PIC 9(5) VALUE 0.
       01  WS-LEDGER-STATUS         PIC X(2).
           88 WS-LEDGER-OK                    VALUE '00'.
      ******************************************************************
      *   CARLEDG POSTING - EVERY ENTRY THIS RUN POSTS CARRIES THE RUN
      *   STAMP AND A RUN SEQUENCE NUMBER.
      ******************************************************************
       01  WS-LEDGER-TIMESTAMP      PIC X(14).
       01  WS-LEDGER-SEQUENCE       PIC 9(7) VALUE 0.
       01  WS-LEDGER-TRIES          PIC 9(2) VALUE 0.
       01  WS-LEDGER-POSTED-IND     PIC X(1) VALUE 'N'.
           88 WS-LEDGER-POSTED                VALUE 'Y'.
       01  WS-REPEAT-COUNT          PIC 9(3) VALUE 0.
       01  WS-REPEAT-SCAN-DONE-IND  PIC X(1) VALUE 'N'.
           88 WS-REPEAT-SCAN-DONE             VALUE 'Y'.
              10 WS-AT-TAG          PIC X(8).
              10 WS-AT-EMPLOYEE     PIC X(6).
       COPY EPRTQ.
       COPY ENTFP.
      ******************************************************************
      *   VALID-TAG TABLE (CURRENT EMPLOYEE + VISITOR PERMITS) AND
      *   RECENTLY-SEEN-TAG TABLE (ANY GATE EVENT INSIDE THE IDLE
              OR WS-GATEBLOCK-THRESHOLD IS EQUAL TO ZERO
              MOVE 6 TO WS-GATEBLOCK-THRESHOLD
           END-IF.
           ACCEPT WS-CITATION-FINE FROM SYSIN.
           IF WS-CITATION-FINE IS NOT NUMERIC
              OR WS-CITATION-FINE IS EQUAL TO ZERO
              MOVE 25.00 TO WS-CITATION-FINE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LEDGER-TIMESTAMP.
           COMPUTE WS-CUTOFF-INT-DATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
              - WS-IDLE-WINDOW-DAYS.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN I-O VIOL-FILE.
           OPEN I-O LEDGER-FILE.
           MOVE 'FACILITY' TO PRTQ-QUEUE-ID.
           MOVE 'CARGATIN' TO PRTQ-REPORT-ID.
           SET PRTQ-OPEN TO TRUE.
           END-EVALUATE.
           MOVE 'N' TO VL-NOTICE-PRINTED-IND.
           IF WS-VIOL-EMPLOYEE IS NOT EQUAL TO SPACES
              SET VL-NOTICE-PRINTED TO TRUE
           END-IF.
           WRITE VIOLATION-RECORD
           END-WRITE.
           IF WS-VIOL-OK
              ADD 1 TO WS-VIOLATIONS-FILED
              IF WS-VIOL-EMPLOYEE IS NOT EQUAL TO SPACES
                 PERFORM PRINT-VIOLATION-NOTICE
              END-IF
              IF WS-VIOL-EMPLOYEE IS NOT EQUAL TO SPACES
                 AND (VL-IS-CITATION OR VL-IS-GATE-BLOCK)
                 PERFORM POST-CITATION-FINE
              END-IF
           END-IF.

       POST-CITATION-FINE.
      *    THE SIGHTING STAMP LEADS THE REFERENCE SO CARAPLP CAN FIND
      *    THE FINE AGAIN IF THE CITATION IS OVERTURNED ON APPEAL
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE WS-VIOL-EMPLOYEE      TO LG-EMPLOYEE-NUMBER.
           SET LG-CITATION            TO TRUE.
           SET LG-IS-DEBIT            TO TRUE.
           MOVE WS-CITATION-FINE      TO LG-AMOUNT.
           MOVE VL-TAG-NUMBER         TO LG-TAG-NUMBER.
           MOVE VL-SIGHTING-TIMESTAMP(1:6) TO LG-PERIOD.
           STRING VL-SIGHTING-TIMESTAMP DELIMITED BY SIZE
                  ' LOT ' DELIMITED BY SIZE
                  VL-LOT-NUMBER DELIMITED BY SIZE
                  INTO LG-REFERENCE
           END-STRING.
           PERFORM POST-LEDGER-ENTRY.
           IF WS-LEDGER-POSTED
              ADD 1 TO WS-FINES-POSTED
           ELSE
              ADD 1 TO WS-FINES-FAILED
              DISPLAY 'CARGATIN - FINE NOT POSTED FOR '
                      LG-EMPLOYEE-NUMBER
                      ' TAG ' VL-TAG-NUMBER
                      ', CARLEDG STATUS ' WS-LEDGER-STATUS
           END-IF.

       POST-LEDGER-ENTRY.
      *    CALLERS FILL IN THE EMPLOYEE, SOURCE, DEBIT/CREDIT, AMOUNT,
      *    TAG, PERIOD AND REFERENCE.  A KEY ALREADY TAKEN (ANOTHER JOB
      *    POSTING TO THE SAME ACCOUNT IN THE SAME SECOND) STEPS THE
      *    SEQUENCE ON
           MOVE WS-LEDGER-TIMESTAMP TO LG-POSTING-TIMESTAMP.
           MOVE 'CARGATIN' TO LG-POSTED-BY.
           MOVE 'N'  TO WS-LEDGER-POSTED-IND.
           MOVE ZERO TO WS-LEDGER-TRIES.
           PERFORM WRITE-LEDGER-ENTRY
              UNTIL WS-LEDGER-POSTED
              OR WS-LEDGER-TRIES IS GREATER THAN 9.

       WRITE-LEDGER-ENTRY.
           ADD 1 TO WS-LEDGER-TRIES.
           ADD 1 TO WS-LEDGER-SEQUENCE.
           MOVE WS-LEDGER-SEQUENCE TO LG-POSTING-SEQUENCE.
           WRITE PARKING-LEDGER-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           IF WS-LEDGER-OK
              SET WS-LEDGER-POSTED TO TRUE
           END-IF.

       COUNT-PRIOR-SIGHTINGS.
              IF VL-TAG-NUMBER IS NOT EQUAL TO GE-TAG-NUMBER
                 SET WS-REPEAT-SCAN-DONE TO TRUE
              ELSE
                 IF NOT VL-IS-DISMISSED
                    ADD 1 TO WS-REPEAT-COUNT
                 END-IF
              END-IF
           END-IF.

           MOVE GE-TAG-NUMBER      TO NL-TAG-NUMBER.
           MOVE VL-ESCALATION      TO NL-ESCALATION.
           MOVE GE-LOT-NUMBER      TO NL-LOT-NUMBER.
           INITIALIZE NTF-PARAMETERS.
           SET NTF-QUEUE TO TRUE.
           MOVE 'CARGATIN'         TO NTF-SOURCE-PROGRAM.
           MOVE WS-VIOL-EMPLOYEE   TO NTF-EMPLOYEE-NUMBER.
           MOVE 'VIOLATN'          TO NTF-NOTICE-TYPE.
           MOVE 'PARKING VIOLATION NOTICE' TO NTF-SUBJECT.
           MOVE WS-NOTICE-LINE     TO NTF-MESSAGE-TEXT.
           MOVE 'FACILITY'         TO NTF-PRINT-QUEUE-ID.
           CALL 'ENTFRTE' USING NTF-PARAMETERS.
           IF NOT NTF-OK
              MOVE WS-NOTICE-LINE TO PRTQ-REPORT-LINE
              SET PRTQ-WRITE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
           END-IF.
           ADD 1 TO WS-NOTICES-PRINTED.

       NOTE-TAG-AS-SEEN.
           END-IF.
           SET PRTQ-CLOSE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           SET NTF-CLOSE TO TRUE.
           CALL 'ENTFRTE' USING NTF-PARAMETERS.
           CLOSE VIOL-FILE.
           CLOSE LEDGER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'GATE EVENTS LOADED: ' WS-EVENTS-LOADED.
           DISPLAY 'VIOLATIONS FILED: ' WS-VIOLATIONS-FILED
                   ' NOTICES: ' WS-NOTICES-PRINTED
                   ' FINES POSTED: ' WS-FINES-POSTED
                   ' FAILED: ' WS-FINES-FAILED.
           DISPLAY 'UNKNOWN TAGS: ' WS-UNKNOWN-TAG-COUNT
                   ' IDLE PERMITS: ' WS-IDLE-PERMIT-COUNT.
           IF WS-UNKNOWN-TAG-COUNT IS GREATER THAN ZERO
              OR WS-IDLE-PERMIT-COUNT IS GREATER THAN ZERO
              OR WS-FINES-FAILED IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TAG-TABLE-OVERFLOW
