       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTFCLD.
      ******************************************************************
      *   NOTIFICATION CONTACT DIRECTORY LOADER.-
      *      - LOADS THE EMPLOYEE CONTACT EXTRACT (EMPLOYEE NUMBER
      *        COLS 1-6, E-MAIL ADDRESS COLS 8-67, MOBILE NUMBER COLS
      *        69-83, CHANNEL PREFERENCE COL 85 - E=E-MAIL, S=SMS,
      *        P=PRINT ONLY, BLANK TAKEN AS E) INTO THE ENTFCON FILE
      *        ENTFDSP ROUTES SYSTEM NOTICES BY.
      *      - RELOADING AN EMPLOYEE REWRITES THE CONTACT.  A CHANGED
      *        E-MAIL ADDRESS OR MOBILE NUMBER CLEARS THAT CHANNEL'S
      *        BOUNCED FLAG; AN UNCHANGED ONE KEEPS IT, SO A RELOAD
      *        OF THE SAME EXTRACT DOES NOT RETRY A DEAD ADDRESS.
      *      - LINES WITH NO EMPLOYEE, AN EMPLOYEE NOT ON EMPMAS, AN
      *        UNKNOWN PREFERENCE, AN E-MAIL ADDRESS WITH NO '@', OR
      *        NO ADDRESS FOR THE PREFERRED CHANNEL ARE REJECTED TO
      *        THE REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTIN-FILE ASSIGN TO CONTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTIN-STATUS.

           SELECT NTFCON-FILE ASSIGN TO ENTFCON
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NC-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-NTFCON-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO CONLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTIN-FILE
           RECORDING MODE IS F.
       01  CONTIN-LINE.
           05 CI-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(1).
           05 CI-EMAIL-ADDRESS      PIC X(60).
           05 FILLER                PIC X(1).
           05 CI-MOBILE-NUMBER      PIC X(15).
           05 FILLER                PIC X(1).
           05 CI-CHANNEL-PREFERENCE PIC X(1).
           05 FILLER                PIC X(15).

       FD  NTFCON-FILE
           RECORDING MODE IS F.
       COPY ENTFCON.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       01  WS-CONTIN-STATUS         PIC X(2).
           88 WS-CONTIN-EOF                   VALUE '10'.
       01  WS-NTFCON-STATUS         PIC X(2).
           88 WS-NTFCON-OK                    VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CI-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON         PIC X(40).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-AT-SIGN-COUNT         PIC 9(2) VALUE 0.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMAIL-ADDRESS      PIC X(40).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  EMP-NO  E-MAIL ADDRESS                            CONTAC
      -    'T LOAD EXCEPTIONS'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ENTFCLD' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           OPEN INPUT CONTIN-FILE.
           OPEN I-O NTFCON-FILE.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-NEXT-CONTIN-LINE.
           PERFORM LOAD-ONE-CONTACT
              UNTIL WS-CONTIN-EOF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-CI-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-LOADED-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       READ-NEXT-CONTIN-LINE.
           READ CONTIN-FILE
                AT END SET WS-CONTIN-EOF TO TRUE
                NOT AT END ADD 1 TO WS-CI-RECORDS-READ
           END-READ.

       LOAD-ONE-CONTACT.
           IF CI-CHANNEL-PREFERENCE IS EQUAL TO SPACES
              MOVE 'E' TO CI-CHANNEL-PREFERENCE
           END-IF.
           MOVE ZERO TO WS-AT-SIGN-COUNT.
           INSPECT CI-EMAIL-ADDRESS TALLYING WS-AT-SIGN-COUNT
                   FOR ALL '@'.
           MOVE CI-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           IF CI-EMPLOYEE-NUMBER IS NOT EQUAL TO SPACES
              READ EMP-FILE
                   INVALID KEY CONTINUE
              END-READ
           END-IF.
           EVALUATE TRUE
           WHEN CI-EMPLOYEE-NUMBER IS EQUAL TO SPACES
                MOVE 'REJECTED - NO EMPLOYEE NUMBER'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN NOT WS-EMP-OK
                MOVE 'REJECTED - EMPLOYEE NOT ON EMPMAS'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN CI-CHANNEL-PREFERENCE IS NOT EQUAL TO 'E'
                AND CI-CHANNEL-PREFERENCE IS NOT EQUAL TO 'S'
                AND CI-CHANNEL-PREFERENCE IS NOT EQUAL TO 'P'
                MOVE 'REJECTED - UNKNOWN CHANNEL PREFERENCE'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN CI-EMAIL-ADDRESS IS NOT EQUAL TO SPACES
                AND WS-AT-SIGN-COUNT IS NOT EQUAL TO 1
                MOVE 'REJECTED - E-MAIL ADDRESS NOT VALID'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN CI-CHANNEL-PREFERENCE IS EQUAL TO 'E'
                AND CI-EMAIL-ADDRESS IS EQUAL TO SPACES
           WHEN CI-CHANNEL-PREFERENCE IS EQUAL TO 'S'
                AND CI-MOBILE-NUMBER IS EQUAL TO SPACES
                MOVE 'REJECTED - NO ADDRESS FOR PREFERENCE'
                     TO WS-REJECT-REASON
                PERFORM REJECT-ONE-LINE
           WHEN OTHER
                PERFORM STORE-ONE-CONTACT
           END-EVALUATE.
           PERFORM READ-NEXT-CONTIN-LINE.

       STORE-ONE-CONTACT.
      *    AN EXISTING CONTACT KEEPS ITS BOUNCED FLAGS UNLESS THE
      *    ADDRESS BEHIND THE FLAG HAS CHANGED
           MOVE CI-EMPLOYEE-NUMBER TO NC-EMPLOYEE-NUMBER.
           READ NTFCON-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-NTFCON-OK
              IF CI-EMAIL-ADDRESS IS NOT EQUAL TO NC-EMAIL-ADDRESS
                 MOVE 'N' TO NC-EMAIL-BOUNCED-IND
              END-IF
              IF CI-MOBILE-NUMBER IS NOT EQUAL TO NC-MOBILE-NUMBER
                 MOVE 'N' TO NC-SMS-BOUNCED-IND
              END-IF
              MOVE CI-EMAIL-ADDRESS      TO NC-EMAIL-ADDRESS
              MOVE CI-MOBILE-NUMBER      TO NC-MOBILE-NUMBER
              MOVE CI-CHANNEL-PREFERENCE TO NC-CHANNEL-PREFERENCE
              MOVE WS-CURRENT-DATE       TO NC-LAST-UPDATED
              REWRITE NOTIFY-CONTACT-RECORD
           ELSE
              INITIALIZE NOTIFY-CONTACT-RECORD
              MOVE CI-EMPLOYEE-NUMBER    TO NC-EMPLOYEE-NUMBER
              MOVE CI-EMAIL-ADDRESS      TO NC-EMAIL-ADDRESS
              MOVE CI-MOBILE-NUMBER      TO NC-MOBILE-NUMBER
              MOVE CI-CHANNEL-PREFERENCE TO NC-CHANNEL-PREFERENCE
              MOVE 'N'                   TO NC-EMAIL-BOUNCED-IND
              MOVE 'N'                   TO NC-SMS-BOUNCED-IND
              MOVE WS-CURRENT-DATE       TO NC-LAST-UPDATED
              WRITE NOTIFY-CONTACT-RECORD
           END-IF.
           ADD 1 TO WS-LOADED-COUNT.

       REJECT-ONE-LINE.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE CI-EMPLOYEE-NUMBER TO DL-EMPLOYEE-NUMBER.
           MOVE CI-EMAIL-ADDRESS   TO DL-EMAIL-ADDRESS.
           MOVE WS-REJECT-REASON   TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  CONTACTS LOADED: ' DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CONTIN-FILE.
           CLOSE NTFCON-FILE.
           CLOSE EMP-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'NOTIFICATION CONTACTS LOADED: ' WS-LOADED-COUNT.
           IF WS-REJECT-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
