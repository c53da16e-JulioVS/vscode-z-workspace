       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHGREC.
      ******************************************************************
      *   NIGHTLY CHANGE-TICKET RECONCILIATION.-
      *      - LOADS THE CHANGE-MANAGEMENT SYSTEM'S NIGHTLY TICKET
      *        EXPORT (TICKET COLS 1-12, STATUS COL 14, TYPE COL 16,
      *        EMERGENCY REFERENCE COLS 18-29, RAISED TIMESTAMP
      *        COLS 31-44, CLOSED TIMESTAMP COLS 46-59) AND CHECKS
      *        THE EMNTAUD RECORDS WRITTEN BY THE TICKETED MAINTENANCE
      *        SCREENS (EUSRP, EAUTP, ESRLP, ETRMP, EDEPTP, ETCTLP)
      *        AGAINST IT.
      *      - SYSIN CARD 1 = THE DATE TO RECONCILE, YYYYMMDD
      *        (YESTERDAY WHEN BLANK).  THAT DAY'S MAINTENANCE IS
      *        REPORTED WHEN ITS TICKET IS MISSING, UNKNOWN TO THE
      *        EXPORT, NOT APPROVED, OR WAS ALREADY CLOSED WHEN THE
      *        CHANGE WAS MADE.
      *      - EMERGENCY CHANGES ('EMRG' REFERENCES) ARE CHECKED ONE
      *        NIGHT LATER - THE DAY BEFORE THE RECONCILE DATE - SO
      *        EVERY 24-HOUR FOLLOW-UP WINDOW HAS CLOSED BY THEN.  ONE
      *        WITH NO EXPORT TICKET QUOTING ITS REFERENCE IS OVERDUE;
      *        ONE WHOSE FOLLOW-UP WAS RAISED AFTER THE 24 HOURS IS
      *        REPORTED LATE.
      *      - READ-ONLY.  RC=4 WHEN ANY EXCEPTION IS REPORTED, RC=8
      *        WHEN THE EXPORT IS EMPTY OR OVERFLOWS THE TICKET TABLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO CHGEXPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXPORT-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO CHGRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE
           RECORDING MODE IS F.
       01  EXPORT-LINE.
           05 EX-TICKET-NUMBER      PIC X(12).
           05 FILLER                PIC X(1).
           05 EX-TICKET-STATUS      PIC X(1).
           05 FILLER                PIC X(1).
           05 EX-TICKET-TYPE        PIC X(1).
           05 FILLER                PIC X(1).
           05 EX-EMERGENCY-REF      PIC X(12).
           05 FILLER                PIC X(1).
           05 EX-RAISED-TIMESTAMP   PIC X(14).
           05 FILLER                PIC X(1).
           05 EX-CLOSED-TIMESTAMP   PIC X(14).
           05 FILLER                PIC X(21).

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXPORT-STATUS         PIC X(2).
           88 WS-EXPORT-EOF                   VALUE '10'.
       01  WS-MNTAUD-STATUS         PIC X(2).
           88 WS-MNTAUD-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-DATE REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-YYYYMMDD       PIC 9(8).
           05 FILLER                PIC X(6).
       01  WS-RECON-DATE            PIC X(8).
       01  WS-RECON-DATE-N REDEFINES WS-RECON-DATE PIC 9(8).
       01  WS-PRIOR-DAY             PIC 9(8).
       01  WS-PRIOR-DAY-X REDEFINES WS-PRIOR-DAY PIC X(8).
       01  WS-SCREEN-PROGRAM        PIC X(8).
           88 WS-TICKETED-SCREEN              VALUE 'EUSRP'
                                                    'EAUTP'
                                                    'ESRLP'
                                                    'ETRMP'
                                                    'EDEPTP'
                                                    'ETCTLP'.
       01  WS-CHANGE-TICKET         PIC X(12).
       01  WS-FINDING               PIC X(40).
      ******************************************************************
      *   TIMESTAMP-TO-MINUTES WORK AREA FOR THE 24-HOUR TEST.
      ******************************************************************
       01  WS-STAMP                 PIC X(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05 WS-STAMP-DATE         PIC 9(8).
           05 WS-STAMP-HH           PIC 9(2).
           05 WS-STAMP-MI           PIC 9(2).
           05 FILLER                PIC X(2).
       01  WS-STAMP-MINUTES         PIC 9(9).
       01  WS-DEADLINE-MINUTES      PIC 9(9).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CHECKED-COUNT         PIC 9(5) VALUE 0.
       01  WS-EMERGENCY-COUNT       PIC 9(5) VALUE 0.
       01  WS-FOLLOWED-UP-COUNT     PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
      ******************************************************************
      *   CHANGE-MANAGEMENT TICKET TABLE, LOADED FROM THE EXPORT.
      ******************************************************************
       01  WS-TKTTAB-LIMIT          PIC 9(4) VALUE 3000.
       01  WS-TKTTAB-OVFL-IND       PIC X(1) VALUE 'N'.
           88 WS-TKTTAB-OVERFLOW              VALUE 'Y'.
       01  WS-TKTTAB-OVFL-LINE      PIC X(132) VALUE
           '  ** MORE TICKETS ON THE EXPORT THAN THE TABLE HOLDS - RE
      -    'SULTS INCOMPLETE, RAISE WS-TKTTAB-LIMIT **'.
       01  WS-TKTTAB-EMPTY-LINE     PIC X(132) VALUE
           '  ** CHANGE-MANAGEMENT EXPORT IS EMPTY - CHECK THE EXPORT
      -    ' JOB BEFORE ACTING ON THE FINDINGS **'.
       01  WS-TKTTAB-COUNT          PIC 9(4) VALUE 0.
       01  WS-TKTTAB-SUB            PIC 9(4) VALUE 0.
       01  WS-TKTTAB-HIT            PIC 9(4) VALUE 0.
       01  WS-TICKET-TABLE.
           05 WS-TKTTAB-ENTRY OCCURS 3000 TIMES.
              10 WS-TT-TICKET-NUMBER    PIC X(12).
              10 WS-TT-TICKET-STATUS    PIC X(1).
                 88 WS-TT-APPROVED                VALUE 'A'.
                 88 WS-TT-CLOSED                  VALUE 'C'.
              10 WS-TT-EMERGENCY-REF    PIC X(12).
              10 WS-TT-RAISED-TIMESTAMP PIC X(14).
              10 WS-TT-CLOSED-TIMESTAMP PIC X(14).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TARGET-ID          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-TIMESTAMP          PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PROGRAM-NAME       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ACTING-USER-ID     PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-ACTION-CODE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CHANGE-TICKET      PIC X(12).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-FINDING            PIC X(40).
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  TARGET    CHANGED-AT      PROGRAM   BY        ACTION    TI
      -    'CKET        FINDING'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'ECHGREC' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM LOAD-TICKET-EXPORT.
           PERFORM RECONCILE-MAINT-AUDIT.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-EXCEPTION-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-RECON-DATE FROM SYSIN.
           IF WS-RECON-DATE IS NOT NUMERIC
              COMPUTE WS-RECON-DATE-N = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-NOW-YYYYMMDD) - 1)
           END-IF.
           COMPUTE WS-PRIOR-DAY = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RECON-DATE-N) - 1).
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  MAINTENANCE DATE: ' DELIMITED BY SIZE
                  WS-RECON-DATE DELIMITED BY SIZE
                  '  EMERGENCY FOLLOW-UPS DUE FOR: ' DELIMITED BY SIZE
                  WS-PRIOR-DAY-X DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       LOAD-TICKET-EXPORT.
           OPEN INPUT EXPORT-FILE.
           PERFORM READ-NEXT-EXPORT-LINE.
           PERFORM LOAD-ONE-TICKET
              UNTIL WS-EXPORT-EOF.
           CLOSE EXPORT-FILE.

       READ-NEXT-EXPORT-LINE.
           READ EXPORT-FILE
                AT END SET WS-EXPORT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       LOAD-ONE-TICKET.
           IF EX-TICKET-NUMBER IS NOT EQUAL TO SPACES
              IF WS-TKTTAB-COUNT IS LESS THAN WS-TKTTAB-LIMIT
                 ADD 1 TO WS-TKTTAB-COUNT
                 MOVE EX-TICKET-NUMBER
                      TO WS-TT-TICKET-NUMBER(WS-TKTTAB-COUNT)
                 MOVE EX-TICKET-STATUS
                      TO WS-TT-TICKET-STATUS(WS-TKTTAB-COUNT)
                 MOVE EX-EMERGENCY-REF
                      TO WS-TT-EMERGENCY-REF(WS-TKTTAB-COUNT)
                 MOVE EX-RAISED-TIMESTAMP
                      TO WS-TT-RAISED-TIMESTAMP(WS-TKTTAB-COUNT)
                 MOVE EX-CLOSED-TIMESTAMP
                      TO WS-TT-CLOSED-TIMESTAMP(WS-TKTTAB-COUNT)
              ELSE
                 SET WS-TKTTAB-OVERFLOW TO TRUE
              END-IF
           END-IF.
           PERFORM READ-NEXT-EXPORT-LINE.

       RECONCILE-MAINT-AUDIT.
           OPEN INPUT MNTAUD-FILE.
           PERFORM READ-NEXT-MAINT-AUDIT.
           PERFORM CHECK-ONE-MAINT-ACTION
              UNTIL WS-MNTAUD-EOF.
           CLOSE MNTAUD-FILE.

       READ-NEXT-MAINT-AUDIT.
           READ MNTAUD-FILE NEXT RECORD
                AT END SET WS-MNTAUD-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-MAINT-ACTION.
           MOVE MA-PROGRAM-NAME TO WS-SCREEN-PROGRAM.
           IF WS-TICKETED-SCREEN
              MOVE MA-CHANGE-TICKET TO WS-CHANGE-TICKET
              INSPECT WS-CHANGE-TICKET
                      REPLACING ALL LOW-VALUES BY SPACES
              EVALUATE TRUE
              WHEN MA-AUDIT-TIMESTAMP(1:8) IS EQUAL TO
                   WS-RECON-DATE
                   PERFORM CHECK-TICKET-REFERENCE
              WHEN MA-AUDIT-TIMESTAMP(1:8) IS EQUAL TO
                   WS-PRIOR-DAY-X
                   AND WS-CHANGE-TICKET(1:4) IS EQUAL TO 'EMRG'
                   PERFORM CHECK-EMERGENCY-FOLLOW-UP
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-MAINT-AUDIT.

       CHECK-TICKET-REFERENCE.
      *    AN EMERGENCY REFERENCE IS ONLY COUNTED HERE - ITS FOLLOW-UP
      *    IS CHECKED ON THE NEXT NIGHT'S RUN.  A CLOSED TICKET IS
      *    ONLY AN EXCEPTION WHEN IT WAS CLOSED BEFORE THE CHANGE
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE SPACES TO WS-FINDING.
           IF WS-CHANGE-TICKET IS EQUAL TO SPACES
              MOVE 'NO CHANGE TICKET QUOTED' TO WS-FINDING
           ELSE
              IF WS-CHANGE-TICKET(1:4) IS EQUAL TO 'EMRG'
                 ADD 1 TO WS-EMERGENCY-COUNT
              ELSE
                 PERFORM FIND-TICKET-NUMBER
                 EVALUATE TRUE
                 WHEN WS-TKTTAB-HIT IS EQUAL TO ZERO
                      MOVE 'UNKNOWN CHANGE TICKET' TO WS-FINDING
                 WHEN WS-TT-APPROVED(WS-TKTTAB-HIT)
                      CONTINUE
                 WHEN WS-TT-CLOSED(WS-TKTTAB-HIT)
                      IF WS-TT-CLOSED-TIMESTAMP(WS-TKTTAB-HIT)
                         IS LESS THAN MA-AUDIT-TIMESTAMP
                         MOVE 'TICKET ALREADY CLOSED AT CHANGE TIME'
                              TO WS-FINDING
                      END-IF
                 WHEN OTHER
                      MOVE 'CHANGE TICKET NOT APPROVED' TO WS-FINDING
                 END-EVALUATE
              END-IF
           END-IF.
           IF WS-FINDING IS NOT EQUAL TO SPACES
              PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       CHECK-EMERGENCY-FOLLOW-UP.
      *    THE FOLLOW-UP TICKET MUST QUOTE THE EMERGENCY REFERENCE AND
      *    HAVE BEEN RAISED WITHIN 24 HOURS OF THE CHANGE
           MOVE SPACES TO WS-FINDING.
           PERFORM FIND-EMERGENCY-FOLLOW-UP.
           IF WS-TKTTAB-HIT IS EQUAL TO ZERO
              MOVE 'EMERGENCY FOLLOW-UP TICKET OVERDUE' TO WS-FINDING
           ELSE
              MOVE MA-AUDIT-TIMESTAMP TO WS-STAMP
              PERFORM COMPUTE-STAMP-MINUTES
              COMPUTE WS-DEADLINE-MINUTES = WS-STAMP-MINUTES + 1440
              MOVE WS-TT-RAISED-TIMESTAMP(WS-TKTTAB-HIT) TO WS-STAMP
              PERFORM COMPUTE-STAMP-MINUTES
              IF WS-STAMP-MINUTES IS GREATER THAN WS-DEADLINE-MINUTES
                 MOVE 'EMERGENCY FOLLOW-UP LATE -' TO WS-FINDING
                 MOVE WS-TT-TICKET-NUMBER(WS-TKTTAB-HIT)
                      TO WS-FINDING(28:12)
              ELSE
                 ADD 1 TO WS-FOLLOWED-UP-COUNT
              END-IF
           END-IF.
           IF WS-FINDING IS NOT EQUAL TO SPACES
              PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       COMPUTE-STAMP-MINUTES.
      *    A MALFORMED TIMESTAMP ON THE EXPORT COUNTS AS NEVER RAISED
           IF WS-STAMP-DATE IS NUMERIC
              AND WS-STAMP-HH IS NUMERIC
              AND WS-STAMP-MI IS NUMERIC
              AND WS-STAMP-DATE IS GREATER THAN 16010101
              COMPUTE WS-STAMP-MINUTES =
                 FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                 + WS-STAMP-HH * 60 + WS-STAMP-MI
           ELSE
              MOVE 999999999 TO WS-STAMP-MINUTES
           END-IF.

       FIND-TICKET-NUMBER.
           MOVE ZERO TO WS-TKTTAB-HIT.
           PERFORM MATCH-ONE-TICKET
              VARYING WS-TKTTAB-SUB FROM 1 BY 1
              UNTIL WS-TKTTAB-SUB IS GREATER THAN WS-TKTTAB-COUNT
              OR WS-TKTTAB-HIT IS GREATER THAN ZERO.

       MATCH-ONE-TICKET.
           IF WS-TT-TICKET-NUMBER(WS-TKTTAB-SUB) IS EQUAL TO
              WS-CHANGE-TICKET
              MOVE WS-TKTTAB-SUB TO WS-TKTTAB-HIT
           END-IF.

       FIND-EMERGENCY-FOLLOW-UP.
           MOVE ZERO TO WS-TKTTAB-HIT.
           PERFORM MATCH-ONE-FOLLOW-UP
              VARYING WS-TKTTAB-SUB FROM 1 BY 1
              UNTIL WS-TKTTAB-SUB IS GREATER THAN WS-TKTTAB-COUNT
              OR WS-TKTTAB-HIT IS GREATER THAN ZERO.

       MATCH-ONE-FOLLOW-UP.
           IF WS-TT-EMERGENCY-REF(WS-TKTTAB-SUB) IS EQUAL TO
              WS-CHANGE-TICKET
              MOVE WS-TKTTAB-SUB TO WS-TKTTAB-HIT
           END-IF.

       PRINT-EXCEPTION-LINE.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE MA-TARGET-ID       TO DL-TARGET-ID.
           MOVE MA-AUDIT-TIMESTAMP TO DL-TIMESTAMP.
           MOVE MA-PROGRAM-NAME    TO DL-PROGRAM-NAME.
           MOVE MA-ACTING-USER-ID  TO DL-ACTING-USER-ID.
           MOVE MA-ACTION-CODE     TO DL-ACTION-CODE.
           MOVE WS-CHANGE-TICKET   TO DL-CHANGE-TICKET.
           MOVE WS-FINDING         TO DL-FINDING.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING '  TICKETS LOADED: ' DELIMITED BY SIZE
                  WS-TKTTAB-COUNT DELIMITED BY SIZE
                  '  ACTIONS CHECKED: ' DELIMITED BY SIZE
                  WS-CHECKED-COUNT DELIMITED BY SIZE
                  '  EMERGENCY: ' DELIMITED BY SIZE
                  WS-EMERGENCY-COUNT DELIMITED BY SIZE
                  '  FOLLOWED UP: ' DELIMITED BY SIZE
                  WS-FOLLOWED-UP-COUNT DELIMITED BY SIZE
                  '  EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-TKTTAB-OVERFLOW
              MOVE WS-TKTTAB-OVFL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-TKTTAB-COUNT IS EQUAL TO ZERO
              MOVE WS-TKTTAB-EMPTY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'CHANGE-TICKET EXCEPTIONS: ' WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TKTTAB-OVERFLOW
              OR WS-TKTTAB-COUNT IS EQUAL TO ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
