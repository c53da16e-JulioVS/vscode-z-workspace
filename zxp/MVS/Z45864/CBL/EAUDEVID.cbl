       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUDEVID.
      ******************************************************************
      *   QUARTERLY AUDIT EVIDENCE PACKAGE.-
      *      - ASSEMBLES THE EXTERNAL AUDITORS' STANDING EVIDENCE
      *        REQUEST FOR ONE CALENDAR QUARTER INTO A SINGLE PACKAGE,
      *        ROUTED TO THE SECURITY PRINT QUEUE AND STORED IN THE
      *        REPORT REPOSITORY UNDER A REPORT ID OF ITS OWN PER
      *        QUARTER ('AE' + YYYYQN) - AN INDEX WITH THE CONTROL
      *        TOTALS FIRST, THEN ONE SECTION PER EVIDENCE ITEM:
      *           1. ERECERT RECERTIFICATION RESULTS FOR THE QUARTER'S
      *              CAMPAIGNS, AND EVERY ENTRY NOT CONFIRMED
      *           2. ESODRUL CONFLICTING PAIRS HELD TODAY - THE
      *              ESODRPT REPORT FROM THE STEP BEFORE, CARRIED AS
      *              PRINTED
      *           3. EFIRECAL FIRECALL CHECKOUTS WITH THEIR REASON
      *              CODES, FROM THE EMNTAUD 'FIREOUT' RECORDS
      *           4. EAUDVFY CHAIN-VERIFICATION RUNS, FROM BATCHLOG
      *           5. EMNTAUD CHANGES TO ADM ACCOUNTS (OR TO ANY
      *              ACCOUNT'S USER TYPE) AND EVERY AUTHORITY CHANGE
      *           6. DORMANT ACCOUNTS STILL ACTIVE
      *           7. TERMINATED EMPLOYEES' ACCOUNTS STILL LIVE - IDS
      *              RETIRED ON EUIDREG WHOSE EREGUSR ACCOUNT IS
      *              ACTIVE OR LOCKED
      *      - THE SECTIONS ARE BUILT ONTO A WORK FILE FIRST SO THE
      *        INDEX CAN CARRY THEIR COUNTS.  EVERY ROUTED LINE IS
      *        CHAINED THROUGH EAUDCHN, THE SAME SEAL AS THE DEPTYEC
      *        YEAR-END SUMMARY, AND THE CLOSING CHECK VALUE IS
      *        PRINTED AS THE RUN SIGNATURE AND KEPT ON EMNTAUD
      *        ('AUDEVID', TARGET = THE REPORT ID) - A STORED COPY
      *        THAT NO LONGER RECOMPUTES TO IT HAS BEEN ALTERED.
      *      - SYSIN CARD 1 = QUARTER, YYYYQN (BLANK TAKES THE
      *        QUARTER BEFORE THE RUN DATE).  CARD 2 = DORMANT DAYS
      *        (5 DIGITS, BLANK TAKES 90 AS EDORMRPT DOES).
      *      - READ-ONLY EXCEPT FOR THE ONE EMNTAUD RECORD.  RC=4 WHEN
      *        ANY EXCEPTION SECTION (1, 2, 4, 6, 7) HAS ITEMS, RC=8
      *        WHEN THE PACKAGE COULD NOT BE STORED OR THE SOD REPORT
      *        WAS MISSING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO ERECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RC-RECERT-KEY
                  FILE STATUS IS WS-RECERT-STATUS.

           SELECT OPTIONAL SODRPT-FILE ASSIGN TO SODRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SODRPT-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT BATCHLOG-FILE ASSIGN TO BATCHLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT EREGUSR-FILE ASSIGN TO EREGUSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RU-USER-ID
                  FILE STATUS IS WS-EREGUSR-STATUS.

           SELECT UIDREG-FILE ASSIGN TO EUIDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS UI-USER-ID
                  FILE STATUS IS WS-UIDREG-STATUS.

           SELECT WORK-FILE ASSIGN TO EVIDWK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO EVIDRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE
           RECORDING MODE IS F.
       COPY ERECERT.

       FD  SODRPT-FILE
           RECORDING MODE IS F.
       01  SODRPT-LINE              PIC X(132).

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  BATCHLOG-FILE
           RECORDING MODE IS F.
       COPY EBATLOG.

       FD  EREGUSR-FILE
           RECORDING MODE IS F.
       COPY EREGUSR.

       FD  UIDREG-FILE
           RECORDING MODE IS F.
       COPY EUIDREG.

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-LINE                PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RECERT-STATUS         PIC X(2).
           88 WS-RECERT-EOF                   VALUE '10'.
       01  WS-SODRPT-STATUS         PIC X(2).
           88 WS-SODRPT-OK                    VALUE '00'.
           88 WS-SODRPT-EOF                   VALUE '10'.
       01  WS-MNTAUD-STATUS         PIC X(2).
           88 WS-MNTAUD-OK                    VALUE '00'.
       01  WS-BATCHLOG-STATUS       PIC X(2).
           88 WS-BATCHLOG-EOF                 VALUE '10'.
       01  WS-EREGUSR-STATUS        PIC X(2).
           88 WS-EREGUSR-EOF                  VALUE '10'.
       01  WS-UIDREG-STATUS         PIC X(2).
           88 WS-UIDREG-FOUND                 VALUE '00'.
       01  WS-WORK-STATUS           PIC X(2).
           88 WS-WORK-EOF                     VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-SCAN-DONE-IND         PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(14).
       COPY EBATP.
       COPY EPRTQ.
       COPY EAUDCHP.
       COPY EDATP.
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
      ******************************************************************
      *   THE QUARTER BEING EVIDENCED AND ITS DATE RANGE.
      ******************************************************************
       01  WS-QUARTER-IN            PIC X(6) VALUE SPACES.
       01  WS-QUARTER.
           05 WS-QTR-YEAR           PIC 9(4).
           05 WS-QTR-LETTER         PIC X(1).
           05 WS-QTR-NUMBER         PIC 9(1).
       01  WS-QTR-START-DATE.
           05 WS-QS-YEAR            PIC 9(4).
           05 WS-QS-MONTH           PIC 9(2).
           05 FILLER                PIC X(2) VALUE '01'.
       01  WS-QTR-END-DATE.
           05 WS-QE-YEAR            PIC 9(4).
           05 WS-QE-MONTH           PIC 9(2).
           05 FILLER                PIC X(2) VALUE '31'.
       01  WS-RUN-MONTH             PIC 9(2).
       01  WS-EVENT-DATE            PIC X(8).
       01  WS-IN-QUARTER-IND        PIC X(1) VALUE 'N'.
           88 WS-IN-QUARTER                   VALUE 'Y'.
       01  WS-DORMANT-DAYS          PIC 9(5) VALUE 90.
       01  WS-DORMANT-DAYS-IN       PIC X(5).
       01  WS-DAYS-DORMANT          PIC S9(7) USAGE IS COMPUTATIONAL.
      ******************************************************************
      *   THE SEALED PACKAGE - ITS OWN REPORT ID PER QUARTER.
      ******************************************************************
       01  WS-PRTQ-QUEUE            PIC X(8)  VALUE 'SECURITY'.
       01  WS-EVIDENCE-REPORT-ID.
           05 FILLER                PIC X(2)  VALUE 'AE'.
           05 WS-ER-QUARTER         PIC X(6).
       01  WS-ROUTE-FAILED-IND      PIC X(1) VALUE 'N'.
           88 WS-ROUTE-FAILED                 VALUE 'Y'.
       01  WS-SOD-MISSING-IND       PIC X(1) VALUE 'N'.
           88 WS-SOD-MISSING                  VALUE 'Y'.
       01  WS-SEAL-VALUE            PIC X(8).
       01  WS-SEAL-LINE-COUNT       PIC 9(5) VALUE 0.
      ******************************************************************
      *   ONE INDEX ENTRY PER SECTION - TITLE, ITEMS (THE CONTROL
      *   TOTAL THE SECTION PROVES) AND LINES ON THE PACKAGE.
      ******************************************************************
       01  WS-SECTION-COUNT         PIC 9(1) VALUE 7.
       01  WS-SECTION-SUB           PIC 9(1) VALUE 0.
       01  WS-SECTION-TITLES.
           05 FILLER                PIC X(44) VALUE
              'ACCESS RECERTIFICATION RESULTS / EXCEPTIONS'.
           05 FILLER                PIC X(44) VALUE
              'SEGREGATION-OF-DUTIES CONFLICTS HELD'.
           05 FILLER                PIC X(44) VALUE
              'FIRECALL CHECKOUTS AND REASONS'.
           05 FILLER                PIC X(44) VALUE
              'AUDIT-CHAIN VERIFICATION RUNS'.
           05 FILLER                PIC X(44) VALUE
              'PRIVILEGED ACCOUNT AND AUTHORITY CHANGES'.
           05 FILLER                PIC X(44) VALUE
              'DORMANT ACCOUNTS STILL ACTIVE'.
           05 FILLER                PIC X(44) VALUE
              'TERMINATED EMPLOYEES'' ACCOUNTS STILL LIVE'.
       01  WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
           05 WS-SX-TITLE OCCURS 7 TIMES
                                    PIC X(44).
       01  WS-SECTION-TOTALS.
           05 WS-SX-ENTRY OCCURS 7 TIMES.
              10 WS-SX-ITEMS        PIC 9(5).
              10 WS-SX-LINES        PIC 9(5).
       01  WS-TOTAL-ITEMS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-LINES           PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-ITEMS       PIC 9(7) VALUE 0.
      ******************************************************************
      *   SECTION COUNTERS.
      ******************************************************************
       01  WS-RC-TOTAL-COUNT        PIC 9(5) VALUE 0.
       01  WS-RC-CONFIRMED-COUNT    PIC 9(5) VALUE 0.
       01  WS-RC-REVOKED-COUNT      PIC 9(5) VALUE 0.
       01  WS-RC-SUSPENDED-COUNT    PIC 9(5) VALUE 0.
       01  WS-RC-PENDING-COUNT      PIC 9(5) VALUE 0.
       01  WS-SOD-HELD-TALLY        PIC 9(3) VALUE 0.
       01  WS-FIRE-IN-COUNT         PIC 9(5) VALUE 0.
       01  WS-FIRE-SWEPT-COUNT      PIC 9(5) VALUE 0.
       01  WS-VFY-RUN-COUNT         PIC 9(5) VALUE 0.
       01  WS-VFY-CLEAN-COUNT       PIC 9(5) VALUE 0.
       01  WS-CHG-ACCOUNT-COUNT     PIC 9(5) VALUE 0.
       01  WS-CHG-AUTHORITY-COUNT   PIC 9(5) VALUE 0.
      ******************************************************************
      *   THE ACCOUNT IMAGES FROM AN EMNTAUD RECORD - JUST THE FIELDS
      *   THE PRIVILEGE TEST NEEDS, AS IN ESECXTR.
      ******************************************************************
       01  WS-BEFORE-ACCOUNT.
           05 WS-BA-USER-ID         PIC X(8).
           05 FILLER                PIC X(8).
           05 WS-BA-USER-TYPE       PIC X(3).
           05 WS-BA-STATUS          PIC X(1).
           05 FILLER                PIC X(180).
       01  WS-AFTER-ACCOUNT.
           05 WS-AA-USER-ID         PIC X(8).
           05 FILLER                PIC X(8).
           05 WS-AA-USER-TYPE       PIC X(3).
           05 WS-AA-STATUS          PIC X(1).
           05 FILLER                PIC X(180).
       01  WS-CHANGE-KIND           PIC X(1).
           88 WS-IS-ACCOUNT-CHANGE            VALUE 'A'.
           88 WS-IS-AUTHORITY-CHANGE          VALUE 'T'.
           88 WS-IS-OTHER-CHANGE              VALUE ' '.
       COPY EFIRECAL.
      ******************************************************************
      *   PACKAGE LINES.
      ******************************************************************
       01  WS-EVIDENCE-LINE         PIC X(132).
       01  WS-TITLE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(36) VALUE
              'QUARTERLY AUDIT EVIDENCE PACKAGE - '.
           05 TL-QUARTER            PIC X(6).
           05 FILLER                PIC X(3)  VALUE ' ('.
           05 TL-START-DATE         PIC X(8).
           05 FILLER                PIC X(4)  VALUE ' TO '.
           05 TL-END-DATE           PIC X(8).
           05 FILLER                PIC X(7)  VALUE ')  RUN '.
           05 TL-RUN-TIMESTAMP      PIC X(14).
       01  WS-INDEX-HEADING-LINE    PIC X(132) VALUE
           '  SECTION  CONTENT                                       I
      -    'TEMS   LINES'.
       01  WS-INDEX-LINE.
           05 FILLER                PIC X(6)  VALUE SPACES.
           05 IL-SECTION            PIC 9(1).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 IL-TITLE              PIC X(44).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 IL-ITEMS              PIC ZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 IL-LINES              PIC ZZZZ9.
       01  WS-SECTION-HEAD-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE 'SECTION '.
           05 SH-SECTION            PIC 9(1).
           05 FILLER                PIC X(3)  VALUE ' - '.
           05 SH-TITLE              PIC X(44).
       01  WS-RECERT-HEADING-LINE   PIC X(132) VALUE
           '  MANAGER   USER-ID   PERIOD  DEADLINE  S  DECIDED-BY  DEC
      -    'IDED'.
       01  WS-RECERT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-MANAGER-ID         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-PERIOD             PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-DEADLINE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-STATUS             PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 RL-DECIDED-BY         PIC X(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 RL-DECIDED-TS         PIC X(14).
       01  WS-FIRE-HEADING-LINE     PIC X(132) VALUE
           '  ACCOUNT   CHECKED OUT     BY        REASON    EXPIRY'.
       01  WS-FIRE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-ACCOUNT-ID         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-CHECKOUT-TS        PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-OPERATOR-ID        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-REASON-CODE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-EXPIRY-TS          PIC X(14).
       01  WS-VFY-HEADING-LINE      PIC X(132) VALUE
           '  RUN COMPLETED     READ     VERIFIED   RC  RESULT'.
       01  WS-VFY-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 VL-RUN-TS             PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 VL-READ-COUNT         PIC ZZZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 VL-VERIFIED-COUNT     PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 VL-RETURN-CODE        PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 VL-RESULT             PIC X(30).
       01  WS-CHANGE-HEADING-LINE   PIC X(132) VALUE
           '  WHEN            TARGET    ACTION    PROGRAM   BY        BE
      -    'FORE    AFTER'.
       01  WS-CHANGE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-AUDIT-TS           PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-TARGET-ID          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-ACTION             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-PROGRAM            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-ACTING-USER        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CL-BEFORE-TYPE        PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 CL-BEFORE-STATUS      PIC X(1).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 CL-AFTER-TYPE         PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 CL-AFTER-STATUS       PIC X(1).
       01  WS-ACCOUNT-HEADING-LINE  PIC X(132) VALUE
           '  USER-ID   TYP  S  LAST EFFECTIVE  DAYS   RETIRED   EMPNO'.
       01  WS-ACCOUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-USER-TYPE          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-STATUS             PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-LAST-EFFECTIVE     PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-DAYS-DORMANT       PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-RETIRED-DATE       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 AL-EMPLOYEE-NUMBER    PIC X(6).
       01  WS-SEAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(23) VALUE
              'PACKAGE SEALED - LINES '.
           05 SE-LINE-COUNT         PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
              '  RUN SIGNATURE '.
           05 SE-SEAL-VALUE         PIC X(8).
      ******************************************************************
      *   THE SEAL AS KEPT ON EMNTAUD - THE AFTER IMAGE OF THE
      *   'AUDEVID' RECORD.
      ******************************************************************
       01  WS-SEAL-AUDIT-IMAGE.
           05 SA-QUARTER            PIC X(6).
           05 SA-START-DATE         PIC X(8).
           05 SA-END-DATE           PIC X(8).
           05 SA-REPORT-ID          PIC X(8).
           05 SA-SEAL-VALUE         PIC X(8).
           05 SA-LINE-COUNT         PIC 9(5).
           05 SA-TOTAL-ITEMS        PIC 9(7).
           05 SA-SECTION-TOTALS     PIC X(70).
           05 FILLER                PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EAUDEVID' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           OPEN OUTPUT WORK-FILE.
           PERFORM BUILD-RECERT-SECTION.
           PERFORM BUILD-SOD-SECTION.
           PERFORM BUILD-FIRECALL-SECTION.
           PERFORM BUILD-CHAIN-SECTION.
           PERFORM BUILD-CHANGE-SECTION.
           PERFORM BUILD-DORMANT-SECTION.
           PERFORM BUILD-TERMINATED-SECTION.
           CLOSE WORK-FILE.
           PERFORM WRITE-SEALED-PACKAGE.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-SEAL-LINE-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-QUARTER-IN FROM SYSIN.
           ACCEPT WS-DORMANT-DAYS-IN FROM SYSIN.
           IF WS-DORMANT-DAYS-IN IS NUMERIC
              AND WS-DORMANT-DAYS-IN IS GREATER THAN ZERO
              MOVE WS-DORMANT-DAYS-IN TO WS-DORMANT-DAYS
           END-IF.
           MOVE WS-QUARTER-IN TO WS-QUARTER.
           IF WS-QUARTER-IN(1:4) IS NOT NUMERIC
              OR WS-QTR-LETTER IS NOT EQUAL TO 'Q'
              OR WS-QUARTER-IN(6:1) IS LESS THAN '1'
              OR WS-QUARTER-IN(6:1) IS GREATER THAN '4'
              PERFORM DEFAULT-PRIOR-QUARTER
           END-IF.
           MOVE WS-QTR-YEAR TO WS-QS-YEAR.
           MOVE WS-QTR-YEAR TO WS-QE-YEAR.
           COMPUTE WS-QE-MONTH = WS-QTR-NUMBER * 3.
           COMPUTE WS-QS-MONTH = WS-QE-MONTH - 2.
           MOVE WS-QUARTER TO WS-ER-QUARTER.
           MOVE ZEROES TO WS-SECTION-TOTALS.
           OPEN I-O MNTAUD-FILE.
           OPEN OUTPUT REPORT-FILE.

       DEFAULT-PRIOR-QUARTER.
      *    THE QUARTER BEFORE THE ONE THE RUN DATE FALLS IN - THE JOB
      *    RUNS IN THE FIRST WEEKS AFTER A QUARTER CLOSES
           MOVE WS-CURRENT-DATE(1:4) TO WS-QTR-YEAR.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MONTH.
           MOVE 'Q' TO WS-QTR-LETTER.
           COMPUTE WS-QTR-NUMBER = (WS-RUN-MONTH + 2) / 3.
           IF WS-QTR-NUMBER IS EQUAL TO 1
              MOVE 4 TO WS-QTR-NUMBER
              SUBTRACT 1 FROM WS-QTR-YEAR
           ELSE
              SUBTRACT 1 FROM WS-QTR-NUMBER
           END-IF.

       CHECK-EVENT-DATE.
           MOVE 'N' TO WS-IN-QUARTER-IND.
           IF WS-EVENT-DATE IS NOT LESS THAN WS-QTR-START-DATE
              AND WS-EVENT-DATE IS NOT GREATER THAN WS-QTR-END-DATE
              SET WS-IN-QUARTER TO TRUE
           END-IF.

       START-SECTION.
      *    CALLERS SET WS-SECTION-SUB AND THE COLUMN HEADING IN
      *    WS-EVIDENCE-LINE BEFORE PERFORMING THIS
           MOVE WS-EVIDENCE-LINE TO REPORT-LINE.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.
           MOVE WS-SECTION-SUB TO SH-SECTION.
           MOVE WS-SX-TITLE(WS-SECTION-SUB) TO SH-TITLE.
           MOVE WS-SECTION-HEAD-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.
           MOVE REPORT-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.

       WRITE-EVIDENCE-LINE.
           MOVE WS-EVIDENCE-LINE TO WORK-LINE.
           WRITE WORK-LINE.
           ADD 1 TO WS-SX-LINES(WS-SECTION-SUB).

       ADD-SECTION-ITEM.
           ADD 1 TO WS-SX-ITEMS(WS-SECTION-SUB).

      ******************************************************************
      *   SECTION 1 - RECERTIFICATION.  EVERY ENTRY FROM A CAMPAIGN
      *   BUILT IN THE QUARTER IS COUNTED; THE ONES NOT CONFIRMED ARE
      *   THE EXCEPTIONS AND ARE LISTED.
      ******************************************************************
       BUILD-RECERT-SECTION.
           MOVE 1 TO WS-SECTION-SUB.
           MOVE WS-RECERT-HEADING-LINE TO WS-EVIDENCE-LINE.
           PERFORM START-SECTION.
           OPEN INPUT RECERT-FILE.
           PERFORM READ-NEXT-RECERT.
           PERFORM EVIDENCE-ONE-RECERT
              UNTIL WS-RECERT-EOF.
           CLOSE RECERT-FILE.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           STRING '  ENTRIES: ' DELIMITED BY SIZE
                  WS-RC-TOTAL-COUNT DELIMITED BY SIZE
                  '  CONFIRMED: ' DELIMITED BY SIZE
                  WS-RC-CONFIRMED-COUNT DELIMITED BY SIZE
                  '  REVOKED: ' DELIMITED BY SIZE
                  WS-RC-REVOKED-COUNT DELIMITED BY SIZE
                  '  AUTO-SUSPENDED: ' DELIMITED BY SIZE
                  WS-RC-SUSPENDED-COUNT DELIMITED BY SIZE
                  '  STILL PENDING: ' DELIMITED BY SIZE
                  WS-RC-PENDING-COUNT DELIMITED BY SIZE
                  INTO WS-EVIDENCE-LINE
           END-STRING.
           PERFORM WRITE-EVIDENCE-LINE.

       READ-NEXT-RECERT.
           READ RECERT-FILE NEXT RECORD
                AT END SET WS-RECERT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EVIDENCE-ONE-RECERT.
           IF RC-CAMPAIGN-PERIOD IS NOT LESS THAN
              WS-QTR-START-DATE(1:6)
              AND RC-CAMPAIGN-PERIOD IS NOT GREATER THAN
                  WS-QTR-END-DATE(1:6)
              ADD 1 TO WS-RC-TOTAL-COUNT
              EVALUATE TRUE
              WHEN RC-IS-CONFIRMED
                   ADD 1 TO WS-RC-CONFIRMED-COUNT
              WHEN RC-IS-REVOKED
                   ADD 1 TO WS-RC-REVOKED-COUNT
                   PERFORM PRINT-RECERT-EXCEPTION
              WHEN RC-IS-AUTO-SUSPENDED
                   ADD 1 TO WS-RC-SUSPENDED-COUNT
                   PERFORM PRINT-RECERT-EXCEPTION
              WHEN OTHER
                   ADD 1 TO WS-RC-PENDING-COUNT
                   PERFORM PRINT-RECERT-EXCEPTION
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-RECERT.

       PRINT-RECERT-EXCEPTION.
           MOVE RC-MANAGER-ID         TO RL-MANAGER-ID.
           MOVE RC-USER-ID            TO RL-USER-ID.
           MOVE RC-CAMPAIGN-PERIOD    TO RL-PERIOD.
           MOVE RC-DEADLINE-DATE      TO RL-DEADLINE.
           MOVE RC-STATUS             TO RL-STATUS.
           MOVE RC-DECIDED-BY         TO RL-DECIDED-BY.
           MOVE RC-DECISION-TIMESTAMP TO RL-DECIDED-TS.
           MOVE WS-RECERT-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.
           PERFORM ADD-SECTION-ITEM.

      ******************************************************************
      *   SECTION 2 - SEGREGATION OF DUTIES.  THE ESODRPT REPORT RUN
      *   AHEAD OF THIS STEP, CARRIED LINE FOR LINE SO THE CONFLICT
      *   LOGIC LIVES IN ONE PLACE.  ITS CONFLICT LINES ARE COUNTED.
      ******************************************************************
       BUILD-SOD-SECTION.
           MOVE 2 TO WS-SECTION-SUB.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           PERFORM START-SECTION.
           OPEN INPUT SODRPT-FILE.
           IF WS-SODRPT-OK
              PERFORM READ-NEXT-SOD-LINE
           END-IF.
           IF NOT WS-SODRPT-OK
              SET WS-SOD-MISSING TO TRUE
              MOVE '  *** ESODRPT REPORT NOT AVAILABLE - SECTION INCOMP
      -            'LETE ***' TO WS-EVIDENCE-LINE
              PERFORM WRITE-EVIDENCE-LINE
           END-IF.
           PERFORM CARRY-ONE-SOD-LINE
              UNTIL NOT WS-SODRPT-OK.
           CLOSE SODRPT-FILE.

       READ-NEXT-SOD-LINE.
           READ SODRPT-FILE
                AT END SET WS-SODRPT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CARRY-ONE-SOD-LINE.
           MOVE 0 TO WS-SOD-HELD-TALLY.
           INSPECT SODRPT-LINE TALLYING WS-SOD-HELD-TALLY
                   FOR ALL 'CONFLICTING PAIR HELD'.
           IF WS-SOD-HELD-TALLY IS GREATER THAN ZERO
              PERFORM ADD-SECTION-ITEM
           END-IF.
           MOVE SODRPT-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.
           PERFORM READ-NEXT-SOD-LINE.

      ******************************************************************
      *   SECTION 3 - FIRECALL.  EVERY CHECKOUT IN THE QUARTER, WITH
      *   THE REASON CODE THE CHECKOUT RECORD CARRIES.
      ******************************************************************
       BUILD-FIRECALL-SECTION.
           MOVE 3 TO WS-SECTION-SUB.
           MOVE WS-FIRE-HEADING-LINE TO WS-EVIDENCE-LINE.
           PERFORM START-SECTION.
           PERFORM START-AUDIT-SCAN.
           PERFORM EVIDENCE-ONE-FIRECALL
              UNTIL WS-SCAN-DONE.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           STRING '  CHECKOUTS: ' DELIMITED BY SIZE
                  WS-SX-ITEMS(3) DELIMITED BY SIZE
                  '  CHECKED IN BY OPERATOR: ' DELIMITED BY SIZE
                  WS-FIRE-IN-COUNT DELIMITED BY SIZE
                  '  PARKED AT EXPIRY: ' DELIMITED BY SIZE
                  WS-FIRE-SWEPT-COUNT DELIMITED BY SIZE
                  INTO WS-EVIDENCE-LINE
           END-STRING.
           PERFORM WRITE-EVIDENCE-LINE.

       START-AUDIT-SCAN.
           MOVE 'N' TO WS-SCAN-DONE-IND.
           MOVE LOW-VALUES TO MA-AUDIT-KEY.
           START MNTAUD-FILE KEY IS GREATER THAN OR EQUAL TO
                 MA-AUDIT-KEY
                 INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-AUDIT.

       READ-NEXT-AUDIT.
           IF NOT WS-SCAN-DONE
              READ MNTAUD-FILE NEXT RECORD
                   AT END SET WS-SCAN-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-SCAN-DONE
              MOVE MA-AUDIT-TIMESTAMP(1:8) TO WS-EVENT-DATE
              PERFORM CHECK-EVENT-DATE
           END-IF.

       EVIDENCE-ONE-FIRECALL.
           IF WS-IN-QUARTER
              EVALUATE MA-ACTION-CODE
              WHEN 'FIREOUT'
                   PERFORM PRINT-FIRECALL-CHECKOUT
              WHEN 'FIREIN'
                   ADD 1 TO WS-FIRE-IN-COUNT
              WHEN 'FIRESWP'
                   ADD 1 TO WS-FIRE-SWEPT-COUNT
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-AUDIT.

       PRINT-FIRECALL-CHECKOUT.
           MOVE SPACES TO WS-FIRE-LINE.
           MOVE MA-TARGET-ID       TO FL-ACCOUNT-ID.
           MOVE MA-AUDIT-TIMESTAMP TO FL-CHECKOUT-TS.
           MOVE MA-ACTING-USER-ID  TO FL-OPERATOR-ID.
           IF MA-FIRECALL-CHECKOUT IS EQUAL TO SPACES
              MOVE '*NOTKEPT'      TO FL-REASON-CODE
           ELSE
              MOVE MA-FIRECALL-CHECKOUT TO FIRECALL-RECORD
              MOVE FC-REASON-CODE       TO FL-REASON-CODE
              MOVE FC-EXPIRY-TIMESTAMP  TO FL-EXPIRY-TS
           END-IF.
           MOVE WS-FIRE-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.
           PERFORM ADD-SECTION-ITEM.

      ******************************************************************
      *   SECTION 4 - AUDIT-CHAIN VERIFICATION.  EVERY EAUDVFY
      *   COMPLETION LOGGED IN THE QUARTER; A RUN THAT FOUND A BREAK
      *   (RC NOT ZERO) IS THE EXCEPTION.
      ******************************************************************
       BUILD-CHAIN-SECTION.
           MOVE 4 TO WS-SECTION-SUB.
           MOVE WS-VFY-HEADING-LINE TO WS-EVIDENCE-LINE.
           PERFORM START-SECTION.
           OPEN INPUT BATCHLOG-FILE.
           PERFORM READ-NEXT-BATCH-EVENT.
           PERFORM EVIDENCE-ONE-BATCH-EVENT
              UNTIL WS-BATCHLOG-EOF.
           CLOSE BATCHLOG-FILE.
           IF WS-VFY-RUN-COUNT IS EQUAL TO ZERO
              MOVE '  *** NO CHAIN VERIFICATION RUN LOGGED IN THE QUAR
      -            'TER ***' TO WS-EVIDENCE-LINE
              PERFORM WRITE-EVIDENCE-LINE
              PERFORM ADD-SECTION-ITEM
           END-IF.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           STRING '  RUNS: ' DELIMITED BY SIZE
                  WS-VFY-RUN-COUNT DELIMITED BY SIZE
                  '  CLEAN: ' DELIMITED BY SIZE
                  WS-VFY-CLEAN-COUNT DELIMITED BY SIZE
                  '  WITH BREAKS: ' DELIMITED BY SIZE
                  WS-SX-ITEMS(4) DELIMITED BY SIZE
                  INTO WS-EVIDENCE-LINE
           END-STRING.
           PERFORM WRITE-EVIDENCE-LINE.

       READ-NEXT-BATCH-EVENT.
           READ BATCHLOG-FILE
                AT END SET WS-BATCHLOG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EVIDENCE-ONE-BATCH-EVENT.
           IF BL-JOB-NAME IS EQUAL TO 'EAUDVFY'
              AND BL-IS-END
              MOVE BL-EVENT-TIMESTAMP(1:8) TO WS-EVENT-DATE
              PERFORM CHECK-EVENT-DATE
              IF WS-IN-QUARTER
                 PERFORM PRINT-CHAIN-RUN
              END-IF
           END-IF.
           PERFORM READ-NEXT-BATCH-EVENT.

       PRINT-CHAIN-RUN.
           ADD 1 TO WS-VFY-RUN-COUNT.
           MOVE SPACES TO WS-VFY-LINE.
           MOVE BL-EVENT-TIMESTAMP  TO VL-RUN-TS.
           MOVE BL-RECORDS-READ     TO VL-READ-COUNT.
           MOVE BL-RECORDS-WRITTEN  TO VL-VERIFIED-COUNT.
           MOVE BL-RETURN-CODE      TO VL-RETURN-CODE.
           IF BL-RETURN-CODE IS EQUAL TO ZERO
              ADD 1 TO WS-VFY-CLEAN-COUNT
              MOVE 'CHAIN INTACT' TO VL-RESULT
           ELSE
              MOVE '*** BREAK REPORTED ***' TO VL-RESULT
              PERFORM ADD-SECTION-ITEM
           END-IF.
           MOVE WS-VFY-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.

      ******************************************************************
      *   SECTION 5 - PRIVILEGED CHANGES.  AN ACCOUNT ACTION COUNTS
      *   WHEN EITHER IMAGE IS AN ADM ACCOUNT OR THE USER TYPE
      *   CHANGED; EVERY AUTHORITY, ROLE, DELEGATION AND FUNCTION
      *   CONTROL ACTION COUNTS.
      ******************************************************************
       BUILD-CHANGE-SECTION.
           MOVE 5 TO WS-SECTION-SUB.
           MOVE WS-CHANGE-HEADING-LINE TO WS-EVIDENCE-LINE.
           PERFORM START-SECTION.
           PERFORM START-AUDIT-SCAN.
           PERFORM EVIDENCE-ONE-CHANGE
              UNTIL WS-SCAN-DONE.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           STRING '  PRIVILEGED ACCOUNT CHANGES: ' DELIMITED BY SIZE
                  WS-CHG-ACCOUNT-COUNT DELIMITED BY SIZE
                  '  AUTHORITY CHANGES: ' DELIMITED BY SIZE
                  WS-CHG-AUTHORITY-COUNT DELIMITED BY SIZE
                  INTO WS-EVIDENCE-LINE
           END-STRING.
           PERFORM WRITE-EVIDENCE-LINE.

       EVIDENCE-ONE-CHANGE.
           IF WS-IN-QUARTER
              PERFORM CLASSIFY-AUDIT-ACTION
              EVALUATE TRUE
              WHEN WS-IS-ACCOUNT-CHANGE
                   MOVE MA-BEFORE-IMAGE TO WS-BEFORE-ACCOUNT
                   MOVE MA-AFTER-IMAGE  TO WS-AFTER-ACCOUNT
                   IF WS-BA-USER-TYPE IS EQUAL TO 'ADM'
                      OR WS-AA-USER-TYPE IS EQUAL TO 'ADM'
                      OR (MA-BEFORE-IMAGE IS NOT EQUAL TO SPACES
                          AND MA-AFTER-IMAGE IS NOT EQUAL TO SPACES
                          AND WS-BA-USER-TYPE IS NOT EQUAL TO
                              WS-AA-USER-TYPE)
                      ADD 1 TO WS-CHG-ACCOUNT-COUNT
                      PERFORM PRINT-CHANGE-LINE
                   END-IF
              WHEN WS-IS-AUTHORITY-CHANGE
                   MOVE SPACES TO WS-BEFORE-ACCOUNT
                   MOVE SPACES TO WS-AFTER-ACCOUNT
                   ADD 1 TO WS-CHG-AUTHORITY-COUNT
                   PERFORM PRINT-CHANGE-LINE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-AUDIT.

       CLASSIFY-AUDIT-ACTION.
      *    THE ACCOUNT ACTIONS ARE THE ONES WHOSE IMAGES ARE EREGUSR
      *    RECORDS (THE ESECXTR LIST, PLUS OVERRIDES AND HELP-DESK
      *    RESETS)
           EVALUATE MA-ACTION-CODE
           WHEN 'ADD'
           WHEN 'HRADD'
           WHEN 'NEWACCT'
           WHEN 'SUSPEND'
           WHEN 'REACTIVE'
           WHEN 'LOASUSP'
           WHEN 'LOABACK'
           WHEN 'OFFBSUSP'
           WHEN 'RECSUSP'
           WHEN 'OVERRIDE'
           WHEN 'HDRESET'
           WHEN 'FIREOUT'
           WHEN 'FIREIN'
           WHEN 'FIRESWP'
                SET WS-IS-ACCOUNT-CHANGE TO TRUE
           WHEN 'AUTHADD'
           WHEN 'AUTHCHG'
           WHEN 'AUTHDEL'
           WHEN 'ROLEASGN'
           WHEN 'ROLEUNAS'
           WHEN 'ROLEFADD'
           WHEN 'ROLEFDEL'
           WHEN 'DELGRANT'
           WHEN 'DELREVOK'
           WHEN 'ENTREVK'
           WHEN 'ACCAPPR'
           WHEN 'RCTRVOKE'
           WHEN 'FNCDISAB'
           WHEN 'FNCENABL'
                SET WS-IS-AUTHORITY-CHANGE TO TRUE
           WHEN OTHER
                SET WS-IS-OTHER-CHANGE TO TRUE
           END-EVALUATE.

       PRINT-CHANGE-LINE.
           MOVE SPACES TO WS-CHANGE-LINE.
           MOVE MA-AUDIT-TIMESTAMP TO CL-AUDIT-TS.
           MOVE MA-TARGET-ID       TO CL-TARGET-ID.
           MOVE MA-ACTION-CODE     TO CL-ACTION.
           MOVE MA-PROGRAM-NAME    TO CL-PROGRAM.
           MOVE MA-ACTING-USER-ID  TO CL-ACTING-USER.
           MOVE WS-BA-USER-TYPE    TO CL-BEFORE-TYPE.
           MOVE WS-BA-STATUS       TO CL-BEFORE-STATUS.
           MOVE WS-AA-USER-TYPE    TO CL-AFTER-TYPE.
           MOVE WS-AA-STATUS       TO CL-AFTER-STATUS.
           MOVE WS-CHANGE-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.
           PERFORM ADD-SECTION-ITEM.

      ******************************************************************
      *   SECTION 6 - DORMANT ACCOUNTS, MEASURED AS EDORMRPT DOES.
      ******************************************************************
       BUILD-DORMANT-SECTION.
           MOVE 6 TO WS-SECTION-SUB.
           MOVE WS-ACCOUNT-HEADING-LINE TO WS-EVIDENCE-LINE.
           PERFORM START-SECTION.
           OPEN INPUT EREGUSR-FILE.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM EVIDENCE-ONE-DORMANT
              UNTIL WS-EREGUSR-EOF.
           CLOSE EREGUSR-FILE.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           STRING '  ACTIVE ACCOUNTS UNUSED FOR MORE THAN '
                  DELIMITED BY SIZE
                  WS-DORMANT-DAYS DELIMITED BY SIZE
                  ' DAYS: ' DELIMITED BY SIZE
                  WS-SX-ITEMS(6) DELIMITED BY SIZE
                  INTO WS-EVIDENCE-LINE
           END-STRING.
           PERFORM WRITE-EVIDENCE-LINE.

       READ-NEXT-ACCOUNT.
           READ EREGUSR-FILE NEXT RECORD
                AT END SET WS-EREGUSR-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       EVIDENCE-ONE-DORMANT.
           IF RU-IS-ACTIVE
              INITIALIZE DAT-PARAMETERS
              SET DAT-ELAPSED-DAYS TO TRUE
              MOVE RU-LAST-EFFECTIVE-DATE TO DAT-OLD-TIMESTAMP
              MOVE SPACES TO DAT-NEW-TIMESTAMP
              MOVE WS-CURRENT-DATE(1:8) TO DAT-NEW-TIMESTAMP(1:8)
              MOVE '000000' TO DAT-NEW-TIMESTAMP(9:6)
              CALL 'EDATRTE' USING DAT-PARAMETERS
              IF DAT-OK
                 MOVE DAT-ELAPSED-RESULT TO WS-DAYS-DORMANT
                 IF WS-DAYS-DORMANT IS GREATER THAN WS-DORMANT-DAYS
                    MOVE SPACES TO WS-ACCOUNT-LINE
                    MOVE WS-DAYS-DORMANT TO AL-DAYS-DORMANT
                    PERFORM PRINT-ACCOUNT-LINE
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       PRINT-ACCOUNT-LINE.
           MOVE RU-USER-ID             TO AL-USER-ID.
           MOVE RU-USER-TYPE           TO AL-USER-TYPE.
           MOVE RU-STATUS              TO AL-STATUS.
           MOVE RU-LAST-EFFECTIVE-DATE TO AL-LAST-EFFECTIVE.
           MOVE WS-ACCOUNT-LINE TO WS-EVIDENCE-LINE.
           PERFORM WRITE-EVIDENCE-LINE.
           PERFORM ADD-SECTION-ITEM.

      ******************************************************************
      *   SECTION 7 - TERMINATED EMPLOYEES.  EOFFBRD STAMPS THE
      *   LEAVER'S ID RETIRED ON EUIDREG AS IT SUSPENDS THE ACCOUNT,
      *   SO A RETIRED ID WHOSE ACCOUNT IS STILL ACTIVE OR LOCKED WAS
      *   BROUGHT BACK (OR NEVER SUSPENDED) SINCE.
      ******************************************************************
       BUILD-TERMINATED-SECTION.
           MOVE 7 TO WS-SECTION-SUB.
           MOVE WS-ACCOUNT-HEADING-LINE TO WS-EVIDENCE-LINE.
           PERFORM START-SECTION.
           OPEN INPUT UIDREG-FILE.
           MOVE '00' TO WS-EREGUSR-STATUS.
           OPEN INPUT EREGUSR-FILE.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM EVIDENCE-ONE-TERMINATED
              UNTIL WS-EREGUSR-EOF.
           CLOSE EREGUSR-FILE.
           CLOSE UIDREG-FILE.
           MOVE SPACES TO WS-EVIDENCE-LINE.
           STRING '  RETIRED IDS STILL LIVE: ' DELIMITED BY SIZE
                  WS-SX-ITEMS(7) DELIMITED BY SIZE
                  INTO WS-EVIDENCE-LINE
           END-STRING.
           PERFORM WRITE-EVIDENCE-LINE.

       EVIDENCE-ONE-TERMINATED.
           IF RU-IS-ACTIVE OR RU-IS-LOCKED
              MOVE RU-USER-ID TO UI-USER-ID
              READ UIDREG-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-UIDREG-FOUND
                 AND UI-RETIRED-DATE IS NOT EQUAL TO SPACES
                 MOVE SPACES TO WS-ACCOUNT-LINE
                 MOVE UI-RETIRED-DATE    TO AL-RETIRED-DATE
                 MOVE UI-EMPLOYEE-NUMBER TO AL-EMPLOYEE-NUMBER
                 PERFORM PRINT-ACCOUNT-LINE
              END-IF
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

      ******************************************************************
      *   THE PACKAGE ITSELF - TITLE, INDEX WITH THE CONTROL TOTALS,
      *   THEN THE SECTIONS OFF THE WORK FILE, EVERY LINE FOLDED INTO
      *   THE SEAL, AND THE SEAL LINE LAST.
      ******************************************************************
       WRITE-SEALED-PACKAGE.
           MOVE 'N'    TO WS-ROUTE-FAILED-IND.
           MOVE SPACES TO WS-SEAL-VALUE.
           MOVE 0      TO WS-SEAL-LINE-COUNT.
           MOVE WS-PRTQ-QUEUE         TO PRTQ-QUEUE-ID.
           MOVE WS-EVIDENCE-REPORT-ID TO PRTQ-REPORT-ID.
           SET PRTQ-OPEN TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           IF NOT PRTQ-OK
              SET WS-ROUTE-FAILED TO TRUE
           END-IF.
           MOVE WS-QUARTER        TO TL-QUARTER.
           MOVE WS-QTR-START-DATE TO TL-START-DATE.
           MOVE WS-QTR-END-DATE   TO TL-END-DATE.
           MOVE WS-CURRENT-DATE   TO TL-RUN-TIMESTAMP.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE WS-INDEX-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           PERFORM WRITE-ONE-INDEX-ENTRY
              VARYING WS-SECTION-SUB FROM 1 BY 1
              UNTIL WS-SECTION-SUB IS GREATER THAN WS-SECTION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           STRING '  TOTAL ITEMS: ' DELIMITED BY SIZE
                  WS-TOTAL-ITEMS DELIMITED BY SIZE
                  '  SECTION LINES: ' DELIMITED BY SIZE
                  WS-TOTAL-LINES DELIMITED BY SIZE
                  '  RECORDS READ: ' DELIMITED BY SIZE
                  WS-BL-RECORDS-READ DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE '00' TO WS-WORK-STATUS.
           OPEN INPUT WORK-FILE.
           PERFORM READ-NEXT-WORK-LINE.
           PERFORM COPY-ONE-WORK-LINE
              UNTIL WS-WORK-EOF.
           CLOSE WORK-FILE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE WS-SEAL-LINE-COUNT TO SE-LINE-COUNT.
           MOVE WS-SEAL-VALUE      TO SE-SEAL-VALUE.
           MOVE WS-SEAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM ROUTE-REPORT-LINE.
           IF NOT WS-ROUTE-FAILED
              SET PRTQ-CLOSE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
              PERFORM WRITE-SEAL-AUDIT
           END-IF.

       WRITE-ONE-INDEX-ENTRY.
           MOVE WS-SECTION-SUB              TO IL-SECTION.
           MOVE WS-SX-TITLE(WS-SECTION-SUB) TO IL-TITLE.
           MOVE WS-SX-ITEMS(WS-SECTION-SUB) TO IL-ITEMS.
           MOVE WS-SX-LINES(WS-SECTION-SUB) TO IL-LINES.
           ADD WS-SX-ITEMS(WS-SECTION-SUB) TO WS-TOTAL-ITEMS.
           ADD WS-SX-LINES(WS-SECTION-SUB) TO WS-TOTAL-LINES.
           IF WS-SECTION-SUB IS NOT EQUAL TO 3
              AND WS-SECTION-SUB IS NOT EQUAL TO 5
              ADD WS-SX-ITEMS(WS-SECTION-SUB) TO WS-EXCEPTION-ITEMS
           END-IF.
           MOVE WS-INDEX-LINE TO REPORT-LINE.
           PERFORM WRITE-PACKAGE-LINE.

       READ-NEXT-WORK-LINE.
           READ WORK-FILE
                AT END SET WS-WORK-EOF TO TRUE
           END-READ.

       COPY-ONE-WORK-LINE.
           MOVE WORK-LINE TO REPORT-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           PERFORM READ-NEXT-WORK-LINE.

       WRITE-PACKAGE-LINE.
      *    FOLD THE LINE INTO THE SEAL, THEN PRINT AND ROUTE IT
           ADD 1 TO WS-SEAL-LINE-COUNT.
           MOVE WS-SEAL-VALUE      TO CHN-PRIOR-VALUE.
           MOVE WS-SEAL-LINE-COUNT TO CHN-SEQUENCE.
           MOVE REPORT-LINE(1:116) TO CHN-RECORD-IMAGE.
           CALL 'EAUDCHN' USING CHN-PARAMETERS.
           MOVE CHN-CHAIN-VALUE    TO WS-SEAL-VALUE.
           WRITE REPORT-LINE.
           PERFORM ROUTE-REPORT-LINE.

       ROUTE-REPORT-LINE.
           IF NOT WS-ROUTE-FAILED
              MOVE REPORT-LINE TO PRTQ-REPORT-LINE
              SET PRTQ-WRITE TO TRUE
              CALL 'EPRTRTE' USING PRTQ-PARAMETERS
              IF NOT PRTQ-OK
                 SET WS-ROUTE-FAILED TO TRUE
              END-IF
           END-IF.

       WRITE-SEAL-AUDIT.
      *    THE SEAL GOES ON THE PERMANENT TRAIL UNDER THE REPORT ID,
      *    WHERE THE EMAUDV SCREEN SHOWS IT BESIDE THE STORED RUN
           MOVE SPACES TO WS-SEAL-AUDIT-IMAGE.
           MOVE WS-QUARTER            TO SA-QUARTER.
           MOVE WS-QTR-START-DATE     TO SA-START-DATE.
           MOVE WS-QTR-END-DATE       TO SA-END-DATE.
           MOVE WS-EVIDENCE-REPORT-ID TO SA-REPORT-ID.
           MOVE WS-SEAL-VALUE         TO SA-SEAL-VALUE.
           MOVE WS-SEAL-LINE-COUNT    TO SA-LINE-COUNT.
           MOVE WS-TOTAL-ITEMS        TO SA-TOTAL-ITEMS.
           MOVE WS-SECTION-TOTALS     TO SA-SECTION-TOTALS.
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-EVIDENCE-REPORT-ID TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE       TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO                  TO MA-TASK-NUMBER.
           MOVE 'EAUDEVID'            TO MA-ACTING-USER-ID.
           MOVE 'EAUDEVID'            TO MA-PROGRAM-NAME.
           MOVE 'AUDEVID'             TO MA-ACTION-CODE.
           MOVE SPACES                TO MA-BEFORE-IMAGE.
           MOVE WS-SEAL-AUDIT-IMAGE   TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       FINALIZE-JOB.
           CLOSE MNTAUD-FILE.
           CLOSE REPORT-FILE.
           IF WS-ROUTE-FAILED
              DISPLAY 'EAUDEVID - PACKAGE NOT STORED TO QUEUE '
                      WS-PRTQ-QUEUE ' - QUARTER ' WS-QUARTER
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'EAUDEVID - QUARTER ' WS-QUARTER
                      ' STORED AS ' WS-EVIDENCE-REPORT-ID
                      ', SIGNATURE ' WS-SEAL-VALUE
              IF WS-SOD-MISSING
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-EXCEPTION-ITEMS IS GREATER THAN ZERO
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
