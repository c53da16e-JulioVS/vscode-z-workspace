       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMUSRPT.
      ******************************************************************
      *   AFTER-DRILL EVACUATION MUSTER REPORT.-
      *      - READS THE EMUSTER MUSTER LIST THE WARDENS WORKED ONLINE
      *        (EMUSP) AND PRINTS EVERYONE STILL NOT ACCOUNTED FOR,
      *        LOCATION BY LOCATION, WITH HOW THEY WERE PLACED ON
      *        SITE (BADGE-IN, IN-BUILDING TERMINAL OR BOTH) AND A
      *        MISSING COUNT PER LOCATION.
      *      - THE HEADING CARRIES THE DRILL TIMESTAMP AND WHO BUILT
      *        THE MUSTER, FROM THE '*DRILL' CONTROL RECORD; THE
      *        TOTALS GIVE ON SITE, ACCOUNTED FOR AND MISSING.
      *      - A COPY GOES TO THE WARDEN PRINT QUEUE.
      *      - RC=4 WHEN ANYONE IS STILL NOT ACCOUNTED FOR, RC=8 WHEN
      *        THERE IS NO MUSTER ON FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUSTER-FILE ASSIGN TO EMUSTER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MU-MUSTER-KEY
                  FILE STATUS IS WS-MUSTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO MUSRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MUSTER-FILE
           RECORDING MODE IS F.
       COPY EMUSTER.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EPRTQ.
       01  WS-MUSTER-STATUS         PIC X(2).
           88 WS-MUSTER-OK                    VALUE '00'.
           88 WS-MUSTER-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-DRILL-FOUND-IND       PIC X(1) VALUE 'N'.
           88 WS-DRILL-FOUND                  VALUE 'Y'.
       01  WS-PRIOR-LOCATION        PIC X(8) VALUE SPACES.
       01  WS-ONSITE-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACCOUNTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(5) VALUE 0.
       01  WS-LOCATION-MISSING      PIC 9(5) VALUE 0.
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-DRILL-HEADING-LINE.
           05 FILLER                PIC X(26) VALUE
              '  EVACUATION MUSTER DRILL '.
           05 DH-DRILL-TIMESTAMP    PIC X(14).
           05 FILLER                PIC X(10) VALUE ' BUILT BY '.
           05 DH-STARTED-BY         PIC X(8).
           05 FILLER                PIC X(74) VALUE
              ' - NOT ACCOUNTED FOR'.
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  LOCATION  PERSON    EMP-NO  NAME                       FR
      -    'OM   TERM  BADGED-IN-AT'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-LOCATION-CODE      PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PERSON-ID          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-EMPLOYEE-NAME      PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SOURCE             PIC X(5).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TERMINAL-ID        PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-BADGE-IN-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(48) VALUE SPACES.
       01  WS-LOCATION-TOTAL-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(25) VALUE
              'MISSING AT THIS LOCATION:'.
           05 LT-MISSING-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(90) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(11) VALUE '  ON SITE: '.
           05 TT-ONSITE-COUNT       PIC ZZZZ9.
           05 FILLER                PIC X(19) VALUE
              '   ACCOUNTED FOR: '.
           05 TT-ACCOUNTED-COUNT    PIC ZZZZ9.
           05 FILLER                PIC X(24) VALUE
              '   NOT ACCOUNTED FOR: '.
           05 TT-MISSING-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(63) VALUE SPACES.
       01  WS-NO-MUSTER-LINE        PIC X(132) VALUE
           '  ** NO MUSTER ON FILE - BUILD ONE ON THE EMUS SCREEN **'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EMUSRPT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM OPEN-WARDEN-PRINT-QUEUE.
           OPEN INPUT MUSTER-FILE.
           PERFORM READ-NEXT-MUSTER-RECORD.
           PERFORM PRINT-ONE-MUSTER-ENTRY
              UNTIL WS-MUSTER-EOF.
           CLOSE MUSTER-FILE.
           PERFORM FINALIZE-JOB.
           PERFORM CLOSE-WARDEN-PRINT-QUEUE.
           CLOSE REPORT-FILE.
           DISPLAY 'MUSTER ON SITE: ' WS-ONSITE-COUNT
                   ' NOT ACCOUNTED FOR: ' WS-MISSING-COUNT.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-MISSING-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       OPEN-WARDEN-PRINT-QUEUE.
      *    THE FIRE WARDENS' OWN PRINTER, REGISTERED ON EPRTDST
           MOVE 'WARDEN' TO PRTQ-QUEUE-ID.
           MOVE 'EMUSRPT' TO PRTQ-REPORT-ID.
           SET PRTQ-OPEN TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.

       CLOSE-WARDEN-PRINT-QUEUE.
           SET PRTQ-CLOSE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-LINE TO PRTQ-REPORT-LINE.
           SET PRTQ-WRITE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.

       READ-NEXT-MUSTER-RECORD.
           READ MUSTER-FILE NEXT RECORD
                AT END SET WS-MUSTER-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       PRINT-ONE-MUSTER-ENTRY.
      *    THE CONTROL RECORD SORTS AHEAD OF EVERY LOCATION AND
      *    CARRIES THE HEADING DETAILS
           IF MU-LOCATION-CODE IS EQUAL TO '*DRILL'
              SET WS-DRILL-FOUND TO TRUE
              MOVE MC-DRILL-TIMESTAMP TO DH-DRILL-TIMESTAMP
              MOVE MC-STARTED-BY      TO DH-STARTED-BY
              MOVE WS-DRILL-HEADING-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WS-HEADING-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              ADD 1 TO WS-ONSITE-COUNT
              IF MU-IS-ACCOUNTED
                 ADD 1 TO WS-ACCOUNTED-COUNT
              ELSE
                 PERFORM PRINT-MISSING-PERSON
              END-IF
           END-IF.
           PERFORM READ-NEXT-MUSTER-RECORD.

       PRINT-MISSING-PERSON.
           IF MU-LOCATION-CODE IS NOT EQUAL TO WS-PRIOR-LOCATION
              PERFORM PRINT-LOCATION-TOTAL
              MOVE MU-LOCATION-CODE TO WS-PRIOR-LOCATION
           END-IF.
           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE MU-LOCATION-CODE      TO DL-LOCATION-CODE.
           MOVE MU-PERSON-ID          TO DL-PERSON-ID.
           MOVE MU-EMPLOYEE-NUMBER    TO DL-EMPLOYEE-NUMBER.
           MOVE MU-EMPLOYEE-NAME      TO DL-EMPLOYEE-NAME.
           MOVE MU-TERMINAL-ID        TO DL-TERMINAL-ID.
           MOVE MU-BADGE-IN-TIMESTAMP TO DL-BADGE-IN-TIMESTAMP.
           EVALUATE TRUE
           WHEN MU-FROM-BOTH
                MOVE 'BOTH'  TO DL-SOURCE
           WHEN MU-FROM-BADGE
                MOVE 'BADGE' TO DL-SOURCE
           WHEN OTHER
                MOVE 'TERM'  TO DL-SOURCE
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-MISSING-COUNT.
           ADD 1 TO WS-LOCATION-MISSING.

       PRINT-LOCATION-TOTAL.
      *    CLOSES OFF THE PREVIOUS LOCATION, IF ANY WAS PRINTED
           IF WS-PRIOR-LOCATION IS NOT EQUAL TO SPACES
              MOVE WS-LOCATION-MISSING TO LT-MISSING-COUNT
              MOVE WS-LOCATION-TOTAL-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 0 TO WS-LOCATION-MISSING.

       FINALIZE-JOB.
           IF NOT WS-DRILL-FOUND
              MOVE WS-NO-MUSTER-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM PRINT-LOCATION-TOTAL
              MOVE WS-ONSITE-COUNT    TO TT-ONSITE-COUNT
              MOVE WS-ACCOUNTED-COUNT TO TT-ACCOUNTED-COUNT
              MOVE WS-MISSING-COUNT   TO TT-MISSING-COUNT
              MOVE WS-TOTAL-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              IF WS-MISSING-COUNT IS GREATER THAN 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
