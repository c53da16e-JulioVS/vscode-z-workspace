       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECFGDRFT.
      ******************************************************************
      *   CONFIGURATION DRIFT REPORT.-
      *      - MATCHES TWO ECFGSNP SNAPSHOTS OF THE CONTROL FILES ON
      *        FILE SEQUENCE AND RECORD KEY (BOTH ARE WRITTEN IN THAT
      *        ORDER BY ECFGSNAP) AND REPORTS EVERY RECORD ADDED OR
      *        REMOVED, AND EVERY ECFGFLD FIELD WHOSE VALUE CHANGED,
      *        WITH THE OLD AND NEW VALUES.
      *      - OLDSNAP IS THE BASELINE, NEWSNAP TONIGHT'S SNAPSHOT.
      *        SYSIN CARD 1 COL 1 = 'P' WHEN OLDSNAP IS THE PREVIOUS
      *        NIGHT'S GENERATION, 'A' WHEN IT IS THE APPROVED
      *        BASELINE (CFGSNAP.APPROVED).
      *      - IN 'A' MODE EACH DRIFTED RECORD IS LOOKED UP ON EMNTAUD
      *        BY ITS MAINTENANCE TARGET ID (ECFGFLD) FOR AN ENTRY
      *        MADE SINCE THE BASELINE WAS TAKEN.  DRIFT WITH NO SUCH
      *        ENTRY IS FLAGGED '**' AS UNAUDITED.
      *      - READ-ONLY.  RC=4 WHEN UNAUDITED DRIFT IS FOUND, RC=8
      *        WHEN THE BASELINE SNAPSHOT IS EMPTY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDSNAP-FILE ASSIGN TO OLDSNAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OLDSNAP-STATUS.

           SELECT NEWSNAP-FILE ASSIGN TO NEWSNAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NEWSNAP-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO DRFTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDSNAP-FILE
           RECORDING MODE IS F.
       01  OLD-SNAPSHOT-RECORD.
           05 OS-SNAPSHOT-KEY.
              10 OS-FILE-SEQ        PIC 9(2).
              10 OS-RECORD-KEY      PIC X(16).
           05 OS-FILE-ID            PIC X(8).
           05 OS-SNAPSHOT-TIMESTAMP PIC X(14).
           05 OS-RECORD-IMAGE       PIC X(80).

       FD  NEWSNAP-FILE
           RECORDING MODE IS F.
       COPY ECFGSNP.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDSNAP-STATUS        PIC X(2).
           88 WS-OLDSNAP-EOF                  VALUE '10'.
       01  WS-NEWSNAP-STATUS        PIC X(2).
           88 WS-NEWSNAP-EOF                  VALUE '10'.
       01  WS-MNTAUD-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-COMPARE-MODE          PIC X(1).
           88 WS-AGAINST-PREVIOUS             VALUE 'P'.
           88 WS-AGAINST-APPROVED             VALUE 'A'.
       01  WS-OLD-KEY               PIC X(18).
       01  WS-NEW-KEY               PIC X(18).
       01  WS-BASELINE-TIMESTAMP    PIC X(14) VALUE SPACES.
       01  WS-NEW-TIMESTAMP         PIC X(14) VALUE SPACES.
       COPY ECFGFLD.
       01  WS-FILE-SEQ              PIC 9(2) VALUE 0.
       01  WS-FIELD-SUB             PIC 9(2) VALUE 0.
       01  WS-FIELD-START           PIC 9(3) VALUE 0.
       01  WS-FIELD-LENGTH          PIC 9(3) VALUE 0.
       01  WS-DRIFT-IMAGE           PIC X(80).
       01  WS-TARGET-ID             PIC X(8).
       01  WS-AUDIT-CHECKED-IND     PIC X(1) VALUE 'N'.
           88 WS-AUDIT-CHECKED                VALUE 'Y'.
       01  WS-UNAUDITED-IND         PIC X(1) VALUE 'N'.
           88 WS-UNAUDITED                    VALUE 'Y'.
       01  WS-AUDIT-SCAN-IND        PIC X(1) VALUE 'N'.
           88 WS-AUDIT-SCAN-DONE              VALUE 'Y'.
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-ADDED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REMOVED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT         PIC 9(5) VALUE 0.
       01  WS-FIELD-CHANGE-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNAUDITED-COUNT       PIC 9(5) VALUE 0.
       01  WS-RECORD-FIELD-COUNT    PIC 9(3) VALUE 0.
       01  WS-DETAIL-LINE.
           05 DL-FLAG               PIC X(2).
           05 DL-FILE-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-RECORD-KEY         PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CHANGE-TYPE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FIELD-NAME         PIC X(26).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-WAS-VALUE          PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOW-VALUE          PIC X(30).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  FILE      RECORD KEY        CHANGE    FIELD               
      -    '        WAS                             NOW'.
       01  WS-EMPTY-LINE            PIC X(132) VALUE
           '  ** BASELINE SNAPSHOT IS EMPTY - EVERY RECORD SHOWS AS ADDE
      -    'D, CHECK THE OLDSNAP DATASET **'.
       01  WS-FLAG-NOTE-LINE        PIC X(132) VALUE
           '  ** = DRIFT FROM THE APPROVED BASELINE WITH NO EMNTAUD ENTR
      -    'Y FOR THE RECORD SINCE THE BASELINE WAS TAKEN'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ECFGDRFT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM COMPARE-ONE-KEY
              UNTIL WS-OLD-KEY IS EQUAL TO HIGH-VALUES
              AND WS-NEW-KEY IS EQUAL TO HIGH-VALUES.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-FIELD-CHANGE-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           ACCEPT WS-COMPARE-MODE FROM SYSIN.
           IF NOT WS-AGAINST-APPROVED
              SET WS-AGAINST-PREVIOUS TO TRUE
           END-IF.
           OPEN INPUT OLDSNAP-FILE.
           OPEN INPUT NEWSNAP-FILE.
           IF WS-AGAINST-APPROVED
              OPEN INPUT MNTAUD-FILE
           END-IF.
           PERFORM READ-NEXT-OLDSNAP.
           IF NOT WS-OLDSNAP-EOF
              MOVE OS-SNAPSHOT-TIMESTAMP TO WS-BASELINE-TIMESTAMP
           END-IF.
           PERFORM READ-NEXT-NEWSNAP.
           IF NOT WS-NEWSNAP-EOF
              MOVE CS-SNAPSHOT-TIMESTAMP TO WS-NEW-TIMESTAMP
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-AGAINST-APPROVED
              STRING '  APPROVED BASELINE OF ' DELIMITED BY SIZE
                     WS-BASELINE-TIMESTAMP DELIMITED BY SIZE
                     '  COMPARED WITH SNAPSHOT OF ' DELIMITED BY SIZE
                     WS-NEW-TIMESTAMP DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
           ELSE
              STRING '  PREVIOUS SNAPSHOT OF ' DELIMITED BY SIZE
                     WS-BASELINE-TIMESTAMP DELIMITED BY SIZE
                     '  COMPARED WITH SNAPSHOT OF ' DELIMITED BY SIZE
                     WS-NEW-TIMESTAMP DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
           END-IF.
           WRITE REPORT-LINE.
           IF WS-AGAINST-APPROVED
              MOVE WS-FLAG-NOTE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       READ-NEXT-OLDSNAP.
           READ OLDSNAP-FILE
                AT END SET WS-OLDSNAP-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.
           IF WS-OLDSNAP-EOF
              MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
              MOVE OS-SNAPSHOT-KEY TO WS-OLD-KEY
           END-IF.

       READ-NEXT-NEWSNAP.
           READ NEWSNAP-FILE
                AT END SET WS-NEWSNAP-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.
           IF WS-NEWSNAP-EOF
              MOVE HIGH-VALUES TO WS-NEW-KEY
           ELSE
              MOVE CS-SNAPSHOT-KEY TO WS-NEW-KEY
           END-IF.

      ******************************************************************
      *   ONE STEP OF THE MATCH - THE LOWER KEY IS REMOVED (OLD ONLY)
      *   OR ADDED (NEW ONLY); EQUAL KEYS ARE COMPARED FIELD BY FIELD.
      ******************************************************************
       COMPARE-ONE-KEY.
           MOVE 'N' TO WS-AUDIT-CHECKED-IND.
           MOVE 'N' TO WS-UNAUDITED-IND.
           EVALUATE TRUE
           WHEN WS-OLD-KEY IS LESS THAN WS-NEW-KEY
                MOVE OS-FILE-SEQ TO WS-FILE-SEQ
                MOVE OS-RECORD-IMAGE TO WS-DRIFT-IMAGE
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE OS-RECORD-KEY TO DL-RECORD-KEY
                MOVE 'REMOVED' TO DL-CHANGE-TYPE
                PERFORM PRINT-DRIFT-LINE
                ADD 1 TO WS-REMOVED-COUNT
                PERFORM READ-NEXT-OLDSNAP
           WHEN WS-OLD-KEY IS GREATER THAN WS-NEW-KEY
                MOVE CS-FILE-SEQ TO WS-FILE-SEQ
                MOVE CS-RECORD-IMAGE TO WS-DRIFT-IMAGE
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE CS-RECORD-KEY TO DL-RECORD-KEY
                MOVE 'ADDED' TO DL-CHANGE-TYPE
                PERFORM PRINT-DRIFT-LINE
                ADD 1 TO WS-ADDED-COUNT
                PERFORM READ-NEXT-NEWSNAP
           WHEN OTHER
                IF OS-RECORD-IMAGE IS NOT EQUAL TO CS-RECORD-IMAGE
                   PERFORM COMPARE-RECORD-FIELDS
                END-IF
                PERFORM READ-NEXT-OLDSNAP
                PERFORM READ-NEXT-NEWSNAP
           END-EVALUATE.

       COMPARE-RECORD-FIELDS.
           MOVE CS-FILE-SEQ TO WS-FILE-SEQ.
           MOVE CS-RECORD-IMAGE TO WS-DRIFT-IMAGE.
           MOVE ZERO TO WS-RECORD-FIELD-COUNT.
           PERFORM COMPARE-ONE-FIELD
              VARYING WS-FIELD-SUB FROM 1 BY 1
              UNTIL WS-FIELD-SUB IS GREATER THAN WS-CFG-FIELD-COUNT.
           IF WS-RECORD-FIELD-COUNT IS GREATER THAN ZERO
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       COMPARE-ONE-FIELD.
      *    FIELDS MARKED 'N' IN ECFGFLD ARE EXPECTED TO MOVE EVERY DAY
           IF WS-CD-FILE-SEQ(WS-FIELD-SUB) IS EQUAL TO WS-FILE-SEQ
              AND WS-CD-COMPARED(WS-FIELD-SUB)
              MOVE WS-CD-START(WS-FIELD-SUB) TO WS-FIELD-START
              MOVE WS-CD-LENGTH(WS-FIELD-SUB) TO WS-FIELD-LENGTH
              IF OS-RECORD-IMAGE(WS-FIELD-START:WS-FIELD-LENGTH)
                 IS NOT EQUAL TO
                 CS-RECORD-IMAGE(WS-FIELD-START:WS-FIELD-LENGTH)
                 MOVE SPACES TO WS-DETAIL-LINE
                 MOVE CS-RECORD-KEY TO DL-RECORD-KEY
                 MOVE 'CHANGED' TO DL-CHANGE-TYPE
                 MOVE WS-CD-FIELD-NAME(WS-FIELD-SUB) TO DL-FIELD-NAME
                 MOVE OS-RECORD-IMAGE(WS-FIELD-START:WS-FIELD-LENGTH)
                      TO DL-WAS-VALUE
                 MOVE CS-RECORD-IMAGE(WS-FIELD-START:WS-FIELD-LENGTH)
                      TO DL-NOW-VALUE
                 PERFORM PRINT-DRIFT-LINE
                 ADD 1 TO WS-RECORD-FIELD-COUNT
                 ADD 1 TO WS-FIELD-CHANGE-COUNT
              END-IF
           END-IF.

       PRINT-DRIFT-LINE.
      *    THE AUDIT LOOKUP IS MADE ONCE PER DRIFTED RECORD, ON ITS
      *    FIRST REPORT LINE
           IF WS-AGAINST-APPROVED
              AND NOT WS-AUDIT-CHECKED
              PERFORM CHECK-MAINT-AUDIT
           END-IF.
           MOVE WS-CF-FILE-ID(WS-FILE-SEQ) TO DL-FILE-ID.
           IF WS-UNAUDITED
              MOVE '**' TO DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-MAINT-AUDIT.
      *    ANY EMNTAUD ENTRY FOR THE TARGET AT OR AFTER THE BASELINE
      *    TIMESTAMP ACCOUNTS FOR THE DRIFT
           SET WS-AUDIT-CHECKED TO TRUE.
           MOVE SPACES TO WS-TARGET-ID.
           MOVE WS-DRIFT-IMAGE(WS-CF-TARGET-START(WS-FILE-SEQ):
                               WS-CF-TARGET-LENGTH(WS-FILE-SEQ))
                TO WS-TARGET-ID.
           MOVE 'N' TO WS-AUDIT-SCAN-IND.
           MOVE WS-TARGET-ID TO MA-TARGET-ID.
           MOVE WS-BASELINE-TIMESTAMP TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO TO MA-TASK-NUMBER.
           START MNTAUD-FILE
                 KEY IS GREATER THAN OR EQUAL TO MA-AUDIT-KEY
                 INVALID KEY SET WS-AUDIT-SCAN-DONE TO TRUE
           END-START.
           IF NOT WS-AUDIT-SCAN-DONE
              READ MNTAUD-FILE NEXT RECORD
                   AT END SET WS-AUDIT-SCAN-DONE TO TRUE
              END-READ
           END-IF.
           IF WS-AUDIT-SCAN-DONE
              OR MA-TARGET-ID IS NOT EQUAL TO WS-TARGET-ID
              SET WS-UNAUDITED TO TRUE
              ADD 1 TO WS-UNAUDITED-COUNT
           END-IF.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  RECORDS ADDED: ' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  '  REMOVED: ' DELIMITED BY SIZE
                  WS-REMOVED-COUNT DELIMITED BY SIZE
                  '  CHANGED: ' DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  '  FIELD CHANGES: ' DELIMITED BY SIZE
                  WS-FIELD-CHANGE-COUNT DELIMITED BY SIZE
                  '  UNAUDITED: ' DELIMITED BY SIZE
                  WS-UNAUDITED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-BASELINE-TIMESTAMP IS EQUAL TO SPACES
              MOVE WS-EMPTY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE OLDSNAP-FILE.
           CLOSE NEWSNAP-FILE.
           IF WS-AGAINST-APPROVED
              CLOSE MNTAUD-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'CONFIGURATION FIELD CHANGES: '
                   WS-FIELD-CHANGE-COUNT.
           IF WS-UNAUDITED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BASELINE-TIMESTAMP IS EQUAL TO SPACES
              MOVE 8 TO RETURN-CODE
           END-IF.
