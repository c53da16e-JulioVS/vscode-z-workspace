      *        MANAGER ARE COUNTED ON THE RUN REPORT INSTEAD.
      *      - EACH DIGEST MESSAGE EXPIRES AFTER ONE DAY, SO A STALE
      *        DIGEST NEVER OUTLIVES THE NIGHT THAT BUILT IT.
      *      - EVERY EMNTAUD CHANGE OF THE LAST 24 HOURS MADE UNDER THE
      *        EMERGENCY-CHANGE ROLE DURING AN ECALENDR CHANGE FREEZE
      *        IS LISTED ON THE RUN REPORT AND COUNTED ON THE DIGEST
      *        OF THE ACTING USER'S MANAGER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS MS-MESSAGE-KEY
                  FILE STATUS IS WS-USRMSG-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO DGSTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       COPY EUSRMSG.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).
       01  WS-UNLREQ-STATUS         PIC X(2).
           88 WS-UNLREQ-EOF                   VALUE '10'.
       01  WS-USRMSG-STATUS         PIC X(2).
       01  WS-MNTAUD-STATUS         PIC X(2).
           88 WS-MNTAUD-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-TODAY-NUMERIC         PIC 9(8).
       01  WS-PWD-WARN-DATE         PIC 9(8).
       01  WS-MSG-EXPIRY-INT        PIC 9(7) USAGE IS COMPUTATIONAL.
       01  WS-MSG-EXPIRY-DATE       PIC 9(8).
       01  WS-FREEZE-CUTOFF         PIC X(14).
       01  WS-FREEZE-CUTOFF-DATE REDEFINES WS-FREEZE-CUTOFF.
           05 WS-FREEZE-CUTOFF-YMD  PIC 9(8).
           05 FILLER                PIC X(6).
       COPY EBATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-DIGESTS-SENT          PIC 9(5) VALUE 0.
       01  WS-UNSCOPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-FREEZE-OVERRIDE-COUNT PIC 9(5) VALUE 0.
      ******************************************************************
      *   SAME LOOKUP TABLES THE ERECERTB CAMPAIGN LOADS - DEPTMAS
      *   MANAGER NAMES AND THE EMPMAS USER-ID/DEPT/NAME LINKAGE.
              10 WS-MT-LOCKED-COUNT PIC 9(3).
              10 WS-MT-UNLREQ-COUNT PIC 9(3).
              10 WS-MT-EXPIRE-COUNT PIC 9(3).
              10 WS-MT-FREEZE-COUNT PIC 9(3).
       01  WS-LOCKED-DISPLAY        PIC ZZ9.
       01  WS-UNLREQ-DISPLAY        PIC ZZ9.
       01  WS-EXPIRE-DISPLAY        PIC ZZ9.
       01  WS-FREEZE-DISPLAY        PIC ZZ9.
       01  WS-FREEZE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
              '** FREEZE OVERRIDE: '.
           05 FL-ACTING-USER-ID     PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-TIMESTAMP          PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-PROGRAM-NAME       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-ACTION-CODE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-TARGET-ID          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-CHANGE-TICKET      PIC X(12).
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-MANAGER-ID         PIC X(8).
           PERFORM LOAD-EMPLOYEE-TABLE.
           PERFORM SCAN-REGISTERED-USERS.
           PERFORM SCAN-UNLOCK-REQUESTS.
           PERFORM SCAN-FREEZE-OVERRIDES.
           PERFORM DELIVER-DIGESTS.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
              + 1.
           COMPUTE WS-MSG-EXPIRY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-MSG-EXPIRY-INT).
           MOVE WS-CURRENT-DATE TO WS-FREEZE-CUTOFF.
           COMPUTE WS-FREEZE-CUTOFF-YMD = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC) - 1).
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           END-IF.
           PERFORM READ-NEXT-UNLOCK-REQUEST.

       SCAN-FREEZE-OVERRIDES.
           OPEN INPUT MNTAUD-FILE.
           PERFORM READ-NEXT-MAINT-AUDIT.
           PERFORM CHECK-ONE-MAINT-AUDIT
              UNTIL WS-MNTAUD-EOF.
           CLOSE MNTAUD-FILE.

       READ-NEXT-MAINT-AUDIT.
           READ MNTAUD-FILE NEXT RECORD
                AT END SET WS-MNTAUD-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-MAINT-AUDIT.
      *    THE DIGEST RUNS NIGHTLY, SO THE LAST 24 HOURS IS EVERYTHING
      *    SINCE THE PREVIOUS DIGEST
           IF MA-IS-FREEZE-OVERRIDE
              AND MA-AUDIT-TIMESTAMP IS NOT LESS THAN WS-FREEZE-CUTOFF
              ADD 1 TO WS-FREEZE-OVERRIDE-COUNT
              MOVE MA-ACTING-USER-ID  TO FL-ACTING-USER-ID
              MOVE MA-AUDIT-TIMESTAMP TO FL-TIMESTAMP
              MOVE MA-PROGRAM-NAME    TO FL-PROGRAM-NAME
              MOVE MA-ACTION-CODE     TO FL-ACTION-CODE
              MOVE MA-TARGET-ID       TO FL-TARGET-ID
              MOVE MA-CHANGE-TICKET   TO FL-CHANGE-TICKET
              MOVE WS-FREEZE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE MA-ACTING-USER-ID TO WS-SUBJECT-USER-ID
              PERFORM RESOLVE-MANAGER
              PERFORM FIND-MANAGER-COUNTERS
              IF WS-MGRTAB-SUB IS GREATER THAN ZERO
                 ADD 1 TO WS-MT-FREEZE-COUNT(WS-MGRTAB-SUB)
              END-IF
           END-IF.
           PERFORM READ-NEXT-MAINT-AUDIT.

       RESOLVE-MANAGER.
      *    ACCOUNT -> EMPLOYEE -> DEPARTMENT -> MANAGER NAME ->
      *    MANAGER'S OWN ACCOUNT, SAME LINKAGE AS EUSRLST / ERECERTB.
                    MOVE ZERO TO WS-MT-LOCKED-COUNT(WS-MGRTAB-SUB)
                    MOVE ZERO TO WS-MT-UNLREQ-COUNT(WS-MGRTAB-SUB)
                    MOVE ZERO TO WS-MT-EXPIRE-COUNT(WS-MGRTAB-SUB)
                    MOVE ZERO TO WS-MT-FREEZE-COUNT(WS-MGRTAB-SUB)
                 ELSE
                    MOVE ZERO TO WS-MGRTAB-SUB
                 END-IF
           IF WS-MT-LOCKED-COUNT(WS-MGRTAB-SUB) IS EQUAL TO ZERO
              AND WS-MT-UNLREQ-COUNT(WS-MGRTAB-SUB) IS EQUAL TO ZERO
              AND WS-MT-EXPIRE-COUNT(WS-MGRTAB-SUB) IS EQUAL TO ZERO
              AND WS-MT-FREEZE-COUNT(WS-MGRTAB-SUB) IS EQUAL TO ZERO
              CONTINUE
           ELSE
              MOVE WS-MT-LOCKED-COUNT(WS-MGRTAB-SUB)
                   TO WS-UNLREQ-DISPLAY
              MOVE WS-MT-EXPIRE-COUNT(WS-MGRTAB-SUB)
                   TO WS-EXPIRE-DISPLAY
              MOVE WS-MT-FREEZE-COUNT(WS-MGRTAB-SUB)
                   TO WS-FREEZE-DISPLAY
              INITIALIZE USER-MESSAGE-RECORD
              MOVE WS-MT-MANAGER-ID(WS-MGRTAB-SUB) TO MS-USER-ID
              MOVE WS-CURRENT-DATE TO MS-MESSAGE-TIMESTAMP
              MOVE WS-MSG-EXPIRY-DATE TO MS-EXPIRY-TIMESTAMP(1:8)
              MOVE '235959'        TO MS-EXPIRY-TIMESTAMP(9:6)
              MOVE 'N'             TO MS-DELIVERED-IND
      *       FREEZE OVERRIDES SQUEEZE THE WORDING TO STAY IN 70
              IF WS-MT-FREEZE-COUNT(WS-MGRTAB-SUB) IS EQUAL TO ZERO
                 STRING 'Security digest:' DELIMITED BY SIZE
                        WS-LOCKED-DISPLAY DELIMITED BY SIZE
                        ' locked,' DELIMITED BY SIZE
                        WS-UNLREQ-DISPLAY DELIMITED BY SIZE
                        ' unlock reqs,' DELIMITED BY SIZE
                        WS-EXPIRE-DISPLAY DELIMITED BY SIZE
                        ' pwds expiring.' DELIMITED BY SIZE
                        INTO MS-MESSAGE-TEXT
                 END-STRING
              ELSE
                 STRING 'Security digest:' DELIMITED BY SIZE
                        WS-LOCKED-DISPLAY DELIMITED BY SIZE
                        ' locked,' DELIMITED BY SIZE
                        WS-UNLREQ-DISPLAY DELIMITED BY SIZE
                        ' unlock reqs,' DELIMITED BY SIZE
                        WS-EXPIRE-DISPLAY DELIMITED BY SIZE
                        ' pwds exp,' DELIMITED BY SIZE
                        WS-FREEZE-DISPLAY DELIMITED BY SIZE
                        ' frz chgs.' DELIMITED BY SIZE
                        INTO MS-MESSAGE-TEXT
                 END-STRING
              END-IF
              WRITE USER-MESSAGE-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
                  WS-DIGESTS-SENT DELIMITED BY SIZE
                  '  ITEMS WITH NO MANAGER: ' DELIMITED BY SIZE
                  WS-UNSCOPED-COUNT DELIMITED BY SIZE
                  '  FREEZE OVERRIDES: ' DELIMITED BY SIZE
                  WS-FREEZE-OVERRIDE-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
