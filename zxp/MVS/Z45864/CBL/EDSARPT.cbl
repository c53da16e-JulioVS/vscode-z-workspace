       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDSARPT.
      ******************************************************************
      *   EMPLOYEE PERSONAL-DATA (SUBJECT ACCESS) REPORT.-
      *      - COLLECTS EVERYTHING THE SYSTEM HOLDS ABOUT ONE EMPLOYEE
      *        NUMBER INTO ONE REPORT FOR THE PRIVACY OFFICE, ONE
      *        SECTION PER FILE:
      *           EMPMAS   EMPLOYEE MASTER
      *           EUIDREG  USER IDS ISSUED TO THE EMPLOYEE, WITH THE
      *                    DATES EACH WAS HELD
      *           EASGHST  ASSIGNMENT HISTORY
      *           EHREVNT  HR EVENTS, WITH THE HR TRANSACTION KEPT
      *           EREGUSR  SIGN-ON ACCOUNTS
      *           ECOMPHST COMPENSATION HISTORY
      *           ENTFCON  NOTIFICATION E-MAIL AND MOBILE NUMBER
      *           CARFILE  VEHICLES ON FILE
      *           CARTAGH  RETIRED PARKING TAGS
      *           CARVIOL  PARKING VIOLATIONS TRACED TO THE EMPLOYEE
      *           CARLEDG  PARKING ACCOUNT POSTINGS
      *           CARDRVQ  POOL-VEHICLE DRIVER QUALIFICATION (LICENSE)
      *           EBADGMS  BUILDING BADGES ISSUED
      *           EBADGE   BUILDING BADGE SWIPES
      *           ESESLOG  SESSION TRANSCRIPTS
      *           EAUDIT   SIGN-ON AUDIT TRAIL
      *      - THE USER IDS ARE FOUND ON EUIDREG (AS HOLDER OR PRIOR
      *        HOLDER), EM-USER-ID AND THE EASGHST AND EHREVNT
      *        HISTORY.  AN ID
      *        SINCE REISSUED TO SOMEONE ELSE ONLY CONTRIBUTES THE
      *        ESESLOG AND EAUDIT RECORDS FROM THE DAYS THIS EMPLOYEE
      *        HELD IT - THE NEXT HOLDER'S ACTIVITY IS NOT DISCLOSED.
      *      - PASSWORDS AND SECURITY ANSWERS ARE REPORTED AS HELD,
      *        NEVER SHOWN.
      *      - SYSIN CARD 1 = EMPLOYEE NUMBER, CARD 2 = THE PRIVACY
      *        OFFICE'S REQUEST REFERENCE (20 CHARACTERS).  EVERY RUN
      *        IS RECORDED ON EMNTAUD ('SUBJACC', TARGET = EMPLOYEE
      *        NUMBER) WITH THE REFERENCE AND RECORD COUNT.
      *      - READ-ONLY EXCEPT FOR THAT ONE AUDIT RECORD.  RC=4 WHEN
      *        NOTHING AT ALL IS HELD FOR THE EMPLOYEE NUMBER (ALREADY
      *        PSEUDONYMIZED BY EPSEUDO, OR NEVER ON FILE).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT UIDREG-FILE ASSIGN TO EUIDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS UI-USER-ID
                  FILE STATUS IS WS-UIDREG-STATUS.

           SELECT ASGHST-FILE ASSIGN TO EASGHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AH-HIST-KEY
                  FILE STATUS IS WS-ASGHST-STATUS.

           SELECT HREVNT-FILE ASSIGN TO EHREVNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HE-EVENT-KEY
                  FILE STATUS IS WS-HREVNT-STATUS.

           SELECT REG-FILE ASSIGN TO EREGUSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RU-USER-ID
                  FILE STATUS IS WS-REG-STATUS.

           SELECT COMPHST-FILE ASSIGN TO ECOMPHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CH-HIST-KEY
                  FILE STATUS IS WS-COMPHST-STATUS.

           SELECT NTFCON-FILE ASSIGN TO ENTFCON
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NC-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-NTFCON-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CF-CARFILE-KEY
                  FILE STATUS IS WS-CARFILE-STATUS.

           SELECT TAGHST-FILE ASSIGN TO CARTAGH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TH-HISTORY-KEY
                  FILE STATUS IS WS-TAGHST-STATUS.

           SELECT VIOL-FILE ASSIGN TO CARVIOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VL-VIOLATION-KEY
                  FILE STATUS IS WS-VIOL-STATUS.

           SELECT LEDG-FILE ASSIGN TO CARLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS WS-LEDG-STATUS.

           SELECT CARDRVQ-FILE ASSIGN TO CARDRVQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DQ-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-CARDRVQ-STATUS.

           SELECT BADGMS-FILE ASSIGN TO EBADGMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BM-BADGE-NUMBER
                  FILE STATUS IS WS-BADGMS-STATUS.

           SELECT BADGE-FILE ASSIGN TO EBADGE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BG-SWIPE-KEY
                  FILE STATUS IS WS-BADGE-STATUS.

           SELECT SESLOG-FILE ASSIGN TO ESESLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TS-TRANSCRIPT-KEY
                  FILE STATUS IS WS-SESLOG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EAUDIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AU-AUDIT-KEY
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO SARRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  UIDREG-FILE
           RECORDING MODE IS F.
       COPY EUIDREG.

       FD  ASGHST-FILE
           RECORDING MODE IS F.
       COPY EASGHST.

       FD  HREVNT-FILE
           RECORDING MODE IS F.
       COPY EHREVNT.

       FD  REG-FILE
           RECORDING MODE IS F.
       COPY EREGUSR.

       FD  COMPHST-FILE
           RECORDING MODE IS F.
       COPY ECOMPHST.

       FD  NTFCON-FILE
           RECORDING MODE IS F.
       COPY ENTFCON.

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.

       FD  TAGHST-FILE
           RECORDING MODE IS F.
       COPY CARTAGH.

       FD  VIOL-FILE
           RECORDING MODE IS F.
       COPY CARVIOL.

       FD  LEDG-FILE
           RECORDING MODE IS F.
       COPY CARLEDG.

       FD  CARDRVQ-FILE
           RECORDING MODE IS F.
       COPY CARDRVQ.

       FD  BADGMS-FILE
           RECORDING MODE IS F.
       COPY EBADGMS.

       FD  BADGE-FILE
           RECORDING MODE IS F.
       COPY EBADGE.

       FD  SESLOG-FILE
           RECORDING MODE IS F.
       COPY ESESLOG.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY EAUDIT.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
      *    THE HR TRANSACTION HELD ON AN EHREVNT RECORD
       COPY EHRTRAN.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-FOUND                    VALUE '00'.
       01  WS-UIDREG-STATUS         PIC X(2).
           88 WS-UIDREG-EOF                   VALUE '10'.
       01  WS-ASGHST-STATUS         PIC X(2).
       01  WS-HREVNT-STATUS         PIC X(2).
           88 WS-HREVNT-EOF                   VALUE '10'.
       01  WS-REG-STATUS            PIC X(2).
           88 WS-REG-FOUND                    VALUE '00'.
       01  WS-COMPHST-STATUS        PIC X(2).
       01  WS-NTFCON-STATUS         PIC X(2).
           88 WS-NTFCON-FOUND                 VALUE '00'.
       01  WS-CARFILE-STATUS        PIC X(2).
       01  WS-TAGHST-STATUS         PIC X(2).
           88 WS-TAGHST-EOF                   VALUE '10'.
       01  WS-VIOL-STATUS           PIC X(2).
           88 WS-VIOL-EOF                     VALUE '10'.
       01  WS-LEDG-STATUS           PIC X(2).
       01  WS-CARDRVQ-STATUS        PIC X(2).
           88 WS-CARDRVQ-FOUND                VALUE '00'.
       01  WS-BADGMS-STATUS         PIC X(2).
           88 WS-BADGMS-EOF                   VALUE '10'.
       01  WS-BADGE-STATUS          PIC X(2).
       01  WS-SESLOG-STATUS         PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-MNTAUD-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BROWSE-DONE-IND       PIC X(1).
           88 WS-BROWSE-DONE                  VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-SUBJECT-EMPLOYEE      PIC X(6).
       01  WS-REQUEST-REFERENCE     PIC X(20).
       01  WS-MASTER-USER-ID        PIC X(8) VALUE SPACES.
       01  WS-SECTION-COUNT         PIC 9(7) VALUE 0.
       01  WS-TOTAL-HELD-COUNT      PIC 9(7) VALUE 0.
       01  WS-EVENT-DATE            PIC X(8).
      ******************************************************************
      *   USER IDS THE EMPLOYEE HAS HELD, WITH THE DATES HELD -
      *   ZEROES TO NINES WHEN THE REGISTRY HAS NO DATES FOR IT.
      ******************************************************************
       01  WS-UID-MAX               PIC 9(2) VALUE 10.
       01  WS-UID-COUNT             PIC 9(2) VALUE 0.
       01  WS-UID-SUB               PIC 9(2) VALUE 0.
       01  WS-UID-TABLE.
           05 WS-UID-ENTRY OCCURS 10 TIMES.
              10 WS-UID-USER-ID     PIC X(8).
              10 WS-UID-FROM-DATE   PIC X(8).
              10 WS-UID-TO-DATE     PIC X(8).
       01  WS-NEW-UID               PIC X(8).
       01  WS-NEW-UID-FROM          PIC X(8).
       01  WS-NEW-UID-TO            PIC X(8).
       01  WS-UID-FOUND-IND         PIC X(1).
           88 WS-UID-FOUND                    VALUE 'Y'.
      ******************************************************************
      *   REPORT LINES.
      ******************************************************************
       01  WS-TITLE-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(33) VALUE
              'PERSONAL DATA HELD FOR EMPLOYEE '.
           05 TL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(8)  VALUE '   REF '.
           05 TL-REFERENCE          PIC X(20).
           05 FILLER                PIC X(6)  VALUE '  RUN '.
           05 TL-RUN-TIMESTAMP      PIC X(14).
       01  WS-SECTION-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 SL-FILE-NAME          PIC X(8).
           05 FILLER                PIC X(3)  VALUE ' - '.
           05 SL-DESCRIPTION        PIC X(40).
       01  WS-SECTION-TOTAL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(17) VALUE
              'RECORDS HELD:    '.
           05 ST-COUNT              PIC ZZZZZZ9.
       01  WS-NONE-HELD-LINE        PIC X(132) VALUE
           '    NONE HELD'.
       01  WS-DETAIL-LINE           PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EDSARPT' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           PERFORM REPORT-EMPLOYEE-MASTER.
           PERFORM REPORT-USER-ID-REGISTRY.
           PERFORM REPORT-ASSIGNMENT-HISTORY.
           PERFORM REPORT-HR-EVENTS.
           PERFORM REPORT-SIGN-ON-ACCOUNTS.
           PERFORM REPORT-COMPENSATION-HISTORY.
           PERFORM REPORT-NOTIFY-CONTACTS.
           PERFORM REPORT-VEHICLES.
           PERFORM REPORT-RETIRED-TAGS.
           PERFORM REPORT-VIOLATIONS.
           PERFORM REPORT-PARKING-LEDGER.
           PERFORM REPORT-DRIVER-QUALIFICATION.
           PERFORM REPORT-BADGES-ISSUED.
           PERFORM REPORT-BADGE-SWIPES.
           PERFORM REPORT-SESSION-TRANSCRIPTS.
           PERFORM REPORT-SIGN-ON-AUDIT.
           PERFORM WRITE-DISCLOSURE-AUDIT.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-TOTAL-HELD-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           ACCEPT WS-SUBJECT-EMPLOYEE FROM SYSIN.
           ACCEPT WS-REQUEST-REFERENCE FROM SYSIN.
           OPEN INPUT EMP-FILE.
           OPEN INPUT UIDREG-FILE.
           OPEN INPUT ASGHST-FILE.
           OPEN INPUT HREVNT-FILE.
           OPEN INPUT REG-FILE.
           OPEN INPUT COMPHST-FILE.
           OPEN INPUT NTFCON-FILE.
           OPEN INPUT CARFILE-FILE.
           OPEN INPUT TAGHST-FILE.
           OPEN INPUT VIOL-FILE.
           OPEN INPUT LEDG-FILE.
           OPEN INPUT CARDRVQ-FILE.
           OPEN INPUT BADGMS-FILE.
           OPEN INPUT BADGE-FILE.
           OPEN INPUT SESLOG-FILE.
           OPEN INPUT AUDIT-FILE.
           OPEN I-O MNTAUD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-SUBJECT-EMPLOYEE  TO TL-EMPLOYEE-NUMBER.
           MOVE WS-REQUEST-REFERENCE TO TL-REFERENCE.
           MOVE WS-CURRENT-DATE      TO TL-RUN-TIMESTAMP.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      *   SECTION FRAMING - A TITLE LINE BEFORE, A COUNT LINE AFTER.
      ******************************************************************
       START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.

       END-SECTION.
           IF WS-SECTION-COUNT IS EQUAL TO ZERO
              MOVE WS-NONE-HELD-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE WS-SECTION-COUNT TO ST-COUNT
              MOVE WS-SECTION-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           ADD WS-SECTION-COUNT TO WS-TOTAL-HELD-COUNT.

       WRITE-HELD-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

       REPORT-EMPLOYEE-MASTER.
           MOVE 'EMPMAS'          TO SL-FILE-NAME.
           MOVE 'EMPLOYEE MASTER' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE WS-SUBJECT-EMPLOYEE TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EMP-FOUND
              ADD 1 TO WS-BL-RECORDS-READ
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    NAME ' DELIMITED BY SIZE
                     EM-EMPLOYEE-NAME DELIMITED BY SIZE
                     '  DEPT ' DELIMITED BY SIZE
                     EM-DEPT-NBR DELIMITED BY SIZE
                     '  USER ' DELIMITED BY SIZE
                     EM-USER-ID DELIMITED BY SIZE
                     '  SALARY ' DELIMITED BY SIZE
                     EM-SALARY DELIMITED BY SIZE
                     '  HIRED ' DELIMITED BY SIZE
                     EM-HIRE-DATE DELIMITED BY SIZE
                     '  POSITION ' DELIMITED BY SIZE
                     EM-POSITION-NUMBER DELIMITED BY SIZE
                     '  GRADE ' DELIMITED BY SIZE
                     EM-PAY-GRADE DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
              IF EM-LEAVE-STATUS IS NOT EQUAL TO SPACES
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING '    LEAVE STATUS ' DELIMITED BY SIZE
                        EM-LEAVE-STATUS DELIMITED BY SIZE
                        '  FROM ' DELIMITED BY SIZE
                        EM-LEAVE-START-DATE DELIMITED BY SIZE
                        '  RETURN ' DELIMITED BY SIZE
                        EM-LEAVE-RETURN-DATE DELIMITED BY SIZE
                        INTO WS-DETAIL-LINE
                 END-STRING
                 MOVE WS-DETAIL-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              MOVE EM-USER-ID TO WS-MASTER-USER-ID
           END-IF.
           PERFORM END-SECTION.

      ******************************************************************
      *   USER IDS - THE REGISTRY IS SCANNED WHOLE (IT IS KEYED BY
      *   USER ID) FOR THE EMPLOYEE AS HOLDER OR AS PRIOR HOLDER.
      ******************************************************************
       REPORT-USER-ID-REGISTRY.
           MOVE 'EUIDREG'             TO SL-FILE-NAME.
           MOVE 'USER IDS ISSUED'     TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM READ-NEXT-REGISTRY.
           PERFORM CHECK-ONE-REGISTRY-ENTRY
              UNTIL WS-UIDREG-EOF.
           IF WS-MASTER-USER-ID IS NOT EQUAL TO SPACES
              MOVE WS-MASTER-USER-ID TO WS-NEW-UID
              MOVE '00000000' TO WS-NEW-UID-FROM
              MOVE '99999999' TO WS-NEW-UID-TO
              PERFORM ADD-SUBJECT-USER-ID
           END-IF.
           PERFORM END-SECTION.

       READ-NEXT-REGISTRY.
           READ UIDREG-FILE NEXT RECORD
                AT END SET WS-UIDREG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-REGISTRY-ENTRY.
           IF UI-EMPLOYEE-NUMBER IS EQUAL TO WS-SUBJECT-EMPLOYEE
              MOVE UI-USER-ID      TO WS-NEW-UID
              MOVE UI-ISSUED-DATE  TO WS-NEW-UID-FROM
              MOVE UI-RETIRED-DATE TO WS-NEW-UID-TO
              PERFORM PRINT-REGISTRY-ENTRY
           END-IF.
           IF UI-PRIOR-EMPLOYEE-NUMBER IS EQUAL TO WS-SUBJECT-EMPLOYEE
              MOVE UI-USER-ID            TO WS-NEW-UID
              MOVE UI-PRIOR-ISSUED-DATE  TO WS-NEW-UID-FROM
              MOVE UI-PRIOR-RETIRED-DATE TO WS-NEW-UID-TO
              PERFORM PRINT-REGISTRY-ENTRY
           END-IF.
           PERFORM READ-NEXT-REGISTRY.

       PRINT-REGISTRY-ENTRY.
           IF WS-NEW-UID-FROM IS EQUAL TO SPACES
              MOVE '00000000' TO WS-NEW-UID-FROM
           END-IF.
           IF WS-NEW-UID-TO IS EQUAL TO SPACES
              MOVE '99999999' TO WS-NEW-UID-TO
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '    USER ' DELIMITED BY SIZE
                  WS-NEW-UID DELIMITED BY SIZE
                  '  HELD FROM ' DELIMITED BY SIZE
                  WS-NEW-UID-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-NEW-UID-TO DELIMITED BY SIZE
                  '  ISSUED BY ' DELIMITED BY SIZE
                  UI-ISSUED-BY DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-HELD-LINE.
           PERFORM ADD-SUBJECT-USER-ID.

       ADD-SUBJECT-USER-ID.
      *    FIRST SIGHTING OF AN ID WINS - THE REGISTRY IS READ FIRST,
      *    SO ITS DATES TAKE PRECEDENCE OVER THE UNDATED SOURCES
           MOVE 'N' TO WS-UID-FOUND-IND.
           PERFORM MATCH-ONE-SUBJECT-UID
              VARYING WS-UID-SUB FROM 1 BY 1
              UNTIL WS-UID-SUB IS GREATER THAN WS-UID-COUNT
              OR WS-UID-FOUND.
           IF NOT WS-UID-FOUND
              AND WS-UID-COUNT IS LESS THAN WS-UID-MAX
              ADD 1 TO WS-UID-COUNT
              MOVE WS-NEW-UID      TO WS-UID-USER-ID(WS-UID-COUNT)
              MOVE WS-NEW-UID-FROM TO WS-UID-FROM-DATE(WS-UID-COUNT)
              MOVE WS-NEW-UID-TO   TO WS-UID-TO-DATE(WS-UID-COUNT)
           END-IF.

       MATCH-ONE-SUBJECT-UID.
           IF WS-UID-USER-ID(WS-UID-SUB) IS EQUAL TO WS-NEW-UID
              SET WS-UID-FOUND TO TRUE
           END-IF.

       REPORT-ASSIGNMENT-HISTORY.
           MOVE 'EASGHST'             TO SL-FILE-NAME.
           MOVE 'ASSIGNMENT HISTORY'  TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           MOVE WS-SUBJECT-EMPLOYEE TO AH-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START ASGHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 AH-HIST-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-ASSIGNMENT.
           PERFORM PRINT-ONE-ASSIGNMENT
              UNTIL WS-BROWSE-DONE.
           PERFORM END-SECTION.

       READ-NEXT-ASSIGNMENT.
           IF NOT WS-BROWSE-DONE
              READ ASGHST-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND AH-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SUBJECT-EMPLOYEE
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       PRINT-ONE-ASSIGNMENT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '    ' DELIMITED BY SIZE
                  AH-EFFECTIVE-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AH-SOURCE-TRANSACTION DELIMITED BY SIZE
                  '  NAME ' DELIMITED BY SIZE
                  AH-EMPLOYEE-NAME DELIMITED BY SIZE
                  '  DEPT ' DELIMITED BY SIZE
                  AH-DEPT-NBR DELIMITED BY SIZE
                  '  USER ' DELIMITED BY SIZE
                  AH-USER-ID DELIMITED BY SIZE
                  '  POSITION ' DELIMITED BY SIZE
                  AH-POSITION-NUMBER DELIMITED BY SIZE
                  '  LEAVE ' DELIMITED BY SIZE
                  AH-LEAVE-STATUS DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  AH-ACTING-USER DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-HELD-LINE.
           IF AH-USER-ID IS NOT EQUAL TO SPACES
              MOVE AH-USER-ID TO WS-NEW-UID
              MOVE '00000000' TO WS-NEW-UID-FROM
              MOVE '99999999' TO WS-NEW-UID-TO
              PERFORM ADD-SUBJECT-USER-ID
           END-IF.
           PERFORM READ-NEXT-ASSIGNMENT.

      ******************************************************************
      *   HR EVENTS ARE KEYED BY DATE FIRST, SO THE FILE IS SCANNED
      *   WHOLE FOR THE EMPLOYEE NUMBER.
      ******************************************************************
       REPORT-HR-EVENTS.
           MOVE 'EHREVNT'             TO SL-FILE-NAME.
           MOVE 'HR EVENTS'           TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM READ-NEXT-HR-EVENT.
           PERFORM CHECK-ONE-HR-EVENT
              UNTIL WS-HREVNT-EOF.
           PERFORM END-SECTION.

       READ-NEXT-HR-EVENT.
           READ HREVNT-FILE NEXT RECORD
                AT END SET WS-HREVNT-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-HR-EVENT.
           IF HE-EMPLOYEE-NUMBER IS EQUAL TO WS-SUBJECT-EMPLOYEE
              MOVE HE-TRANSACTION TO HR-TRANSACTION-RECORD
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    ' DELIMITED BY SIZE
                     HE-EFFECTIVE-DATE DELIMITED BY SIZE
                     '  EVENT ' DELIMITED BY SIZE
                     HE-TRANS-CODE DELIMITED BY SIZE
                     '  FROM DEPT ' DELIMITED BY SIZE
                     HE-FROM-DEPT-NBR DELIMITED BY SIZE
                     '  TO DEPT ' DELIMITED BY SIZE
                     HE-TO-DEPT-NBR DELIMITED BY SIZE
                     '  NAME ' DELIMITED BY SIZE
                     HT-EMPLOYEE-NAME DELIMITED BY SIZE
                     '  USER ' DELIMITED BY SIZE
                     HT-USER-ID DELIMITED BY SIZE
                     '  SALARY ' DELIMITED BY SIZE
                     HT-SALARY DELIMITED BY SIZE
                     '  APPLIED ' DELIMITED BY SIZE
                     HE-APPLIED-TIMESTAMP DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
              IF HT-USER-ID IS NOT EQUAL TO SPACES
                 MOVE HT-USER-ID TO WS-NEW-UID
                 MOVE '00000000' TO WS-NEW-UID-FROM
                 MOVE '99999999' TO WS-NEW-UID-TO
                 PERFORM ADD-SUBJECT-USER-ID
              END-IF
           END-IF.
           PERFORM READ-NEXT-HR-EVENT.

       REPORT-SIGN-ON-ACCOUNTS.
           MOVE 'EREGUSR'             TO SL-FILE-NAME.
           MOVE 'SIGN-ON ACCOUNTS'    TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM PRINT-ONE-ACCOUNT
              VARYING WS-UID-SUB FROM 1 BY 1
              UNTIL WS-UID-SUB IS GREATER THAN WS-UID-COUNT.
           PERFORM END-SECTION.

       PRINT-ONE-ACCOUNT.
      *    AN ID SINCE REISSUED BELONGS TO ITS NEW HOLDER NOW - ONLY
      *    AN ID THE EMPLOYEE STILL HOLDS (OPEN-ENDED) IS REPORTED
           IF WS-UID-TO-DATE(WS-UID-SUB) IS EQUAL TO '99999999'
              MOVE WS-UID-USER-ID(WS-UID-SUB) TO RU-USER-ID
              READ REG-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-REG-FOUND
                 ADD 1 TO WS-BL-RECORDS-READ
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING '    USER ' DELIMITED BY SIZE
                        RU-USER-ID DELIMITED BY SIZE
                        '  TYPE ' DELIMITED BY SIZE
                        RU-USER-TYPE DELIMITED BY SIZE
                        '  STATUS ' DELIMITED BY SIZE
                        RU-STATUS DELIMITED BY SIZE
                        '  LAST SIGN-ON ' DELIMITED BY SIZE
                        RU-LAST-LOGIN-TIMESTAMP DELIMITED BY SIZE
                        '  PASSWORD EXPIRES ' DELIMITED BY SIZE
                        RU-PASSWORD-EXPIRATION-DATE
                                          DELIMITED BY SIZE
                        '  PASSWORD: HELD, NOT SHOWN'
                                          DELIMITED BY SIZE
                        INTO WS-DETAIL-LINE
                 END-STRING
                 PERFORM WRITE-HELD-LINE
                 IF RU-SECURITY-QUESTION IS NOT EQUAL TO SPACES
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING '    SECURITY QUESTION ' DELIMITED BY SIZE
                           RU-SECURITY-QUESTION DELIMITED BY SIZE
                           '  ANSWER: HELD, NOT SHOWN'
                                          DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                    END-STRING
                    MOVE WS-DETAIL-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-IF.

       REPORT-COMPENSATION-HISTORY.
           MOVE 'ECOMPHST'             TO SL-FILE-NAME.
           MOVE 'COMPENSATION HISTORY' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE LOW-VALUES TO CH-HIST-KEY.
           MOVE WS-SUBJECT-EMPLOYEE TO CH-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START COMPHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 CH-HIST-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-COMPENSATION.
           PERFORM PRINT-ONE-COMPENSATION
              UNTIL WS-BROWSE-DONE.
           PERFORM END-SECTION.

       READ-NEXT-COMPENSATION.
           IF NOT WS-BROWSE-DONE
              READ COMPHST-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND CH-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SUBJECT-EMPLOYEE
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       PRINT-ONE-COMPENSATION.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '    ' DELIMITED BY SIZE
                  CH-CHANGE-TIMESTAMP DELIMITED BY SIZE
                  '  OLD ' DELIMITED BY SIZE
                  CH-OLD-SALARY DELIMITED BY SIZE
                  '  NEW ' DELIMITED BY SIZE
                  CH-NEW-SALARY DELIMITED BY SIZE
                  '  SOURCE ' DELIMITED BY SIZE
                  CH-SOURCE DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  CH-ACTING-USER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CH-OVERRIDE-REASON DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-HELD-LINE.
           PERFORM READ-NEXT-COMPENSATION.

       REPORT-NOTIFY-CONTACTS.
           MOVE 'ENTFCON'              TO SL-FILE-NAME.
           MOVE 'NOTIFICATION CONTACTS' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE WS-SUBJECT-EMPLOYEE TO NC-EMPLOYEE-NUMBER.
           READ NTFCON-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-NTFCON-FOUND
              ADD 1 TO WS-BL-RECORDS-READ
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    E-MAIL ' DELIMITED BY SIZE
                     NC-EMAIL-ADDRESS DELIMITED BY SIZE
                     '  BOUNCED ' DELIMITED BY SIZE
                     NC-EMAIL-BOUNCED-IND DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    MOBILE ' DELIMITED BY SIZE
                     NC-MOBILE-NUMBER DELIMITED BY SIZE
                     '  BOUNCED ' DELIMITED BY SIZE
                     NC-SMS-BOUNCED-IND DELIMITED BY SIZE
                     '  PREFERS ' DELIMITED BY SIZE
                     NC-CHANNEL-PREFERENCE DELIMITED BY SIZE
                     '  UPDATED ' DELIMITED BY SIZE
                     NC-LAST-UPDATED DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM END-SECTION.

       REPORT-VEHICLES.
           MOVE 'CARFILE'           TO SL-FILE-NAME.
           MOVE 'VEHICLES ON FILE'  TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE LOW-VALUES TO CF-CARFILE-KEY.
           MOVE WS-SUBJECT-EMPLOYEE TO CF-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START CARFILE-FILE KEY IS GREATER THAN OR EQUAL TO
                 CF-CARFILE-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-VEHICLE.
           PERFORM PRINT-ONE-VEHICLE
              UNTIL WS-BROWSE-DONE.
           PERFORM END-SECTION.

       READ-NEXT-VEHICLE.
           IF NOT WS-BROWSE-DONE
              READ CARFILE-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND CF-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SUBJECT-EMPLOYEE
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       PRINT-ONE-VEHICLE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '    TAG ' DELIMITED BY SIZE
                  CF-TAG-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CF-STATE-CODE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CF-MODEL-YEAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CF-VEHICLE-MAKE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CF-VEHICLE-MODEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CF-VEHICLE-COLOR DELIMITED BY SIZE
                  '  PERMIT ' DELIMITED BY SIZE
                  CF-PERMIT-STATUS DELIMITED BY SIZE
                  ' EXPIRES ' DELIMITED BY SIZE
                  CF-PERMIT-EXPIRATION-DATE DELIMITED BY SIZE
                  '  LOT ' DELIMITED BY SIZE
                  CF-LOT-NUMBER DELIMITED BY SIZE
                  ' SPACE ' DELIMITED BY SIZE
                  CF-SPACE-NUMBER DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-HELD-LINE.
           PERFORM READ-NEXT-VEHICLE.

      ******************************************************************
      *   RETIRED TAGS AND VIOLATIONS ARE KEYED BY TAG, SO THEY ARE
      *   SCANNED WHOLE FOR THE EMPLOYEE NUMBER THEY WERE TRACED TO.
      ******************************************************************
       REPORT-RETIRED-TAGS.
           MOVE 'CARTAGH'           TO SL-FILE-NAME.
           MOVE 'RETIRED PARKING TAGS' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM READ-NEXT-RETIRED-TAG.
           PERFORM CHECK-ONE-RETIRED-TAG
              UNTIL WS-TAGHST-EOF.
           PERFORM END-SECTION.

       READ-NEXT-RETIRED-TAG.
           READ TAGHST-FILE NEXT RECORD
                AT END SET WS-TAGHST-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-RETIRED-TAG.
           IF TH-EMPLOYEE-NUMBER IS EQUAL TO WS-SUBJECT-EMPLOYEE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    TAG ' DELIMITED BY SIZE
                     TH-TAG-NUMBER DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     TH-STATE-CODE DELIMITED BY SIZE
                     '  RETIRED ' DELIMITED BY SIZE
                     TH-RETIRED-TIMESTAMP DELIMITED BY SIZE
                     '  VEHICLE ' DELIMITED BY SIZE
                     TH-VEHICLE-SEQUENCE DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
           END-IF.
           PERFORM READ-NEXT-RETIRED-TAG.

       REPORT-VIOLATIONS.
           MOVE 'CARVIOL'            TO SL-FILE-NAME.
           MOVE 'PARKING VIOLATIONS' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM READ-NEXT-VIOLATION.
           PERFORM CHECK-ONE-VIOLATION
              UNTIL WS-VIOL-EOF.
           PERFORM END-SECTION.

       READ-NEXT-VIOLATION.
           READ VIOL-FILE NEXT RECORD
                AT END SET WS-VIOL-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-VIOLATION.
           IF VL-EMPLOYEE-NUMBER IS EQUAL TO WS-SUBJECT-EMPLOYEE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    TAG ' DELIMITED BY SIZE
                     VL-TAG-NUMBER DELIMITED BY SIZE
                     '  SIGHTED ' DELIMITED BY SIZE
                     VL-SIGHTING-TIMESTAMP DELIMITED BY SIZE
                     '  LOT ' DELIMITED BY SIZE
                     VL-LOT-NUMBER DELIMITED BY SIZE
                     '  REASON ' DELIMITED BY SIZE
                     VL-REASON-CODE DELIMITED BY SIZE
                     '  ESCALATION ' DELIMITED BY SIZE
                     VL-ESCALATION DELIMITED BY SIZE
                     '  NOTICE ' DELIMITED BY SIZE
                     VL-NOTICE-PRINTED-IND DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
           END-IF.
           PERFORM READ-NEXT-VIOLATION.

       REPORT-PARKING-LEDGER.
           MOVE 'CARLEDG'              TO SL-FILE-NAME.
           MOVE 'PARKING ACCOUNT POSTINGS' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE LOW-VALUES TO LG-LEDGER-KEY.
           MOVE WS-SUBJECT-EMPLOYEE TO LG-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START LEDG-FILE KEY IS GREATER THAN OR EQUAL TO
                 LG-LEDGER-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-LEDGER-POSTING.
           PERFORM PRINT-ONE-LEDGER-POSTING
              UNTIL WS-BROWSE-DONE.
           PERFORM END-SECTION.

       READ-NEXT-LEDGER-POSTING.
           IF NOT WS-BROWSE-DONE
              READ LEDG-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND LG-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SUBJECT-EMPLOYEE
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       PRINT-ONE-LEDGER-POSTING.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '    ' DELIMITED BY SIZE
                  LG-POSTING-TIMESTAMP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LG-SOURCE-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LG-DEBIT-CREDIT DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  LG-AMOUNT DELIMITED BY SIZE
                  '  TAG ' DELIMITED BY SIZE
                  LG-TAG-NUMBER DELIMITED BY SIZE
                  '  PERIOD ' DELIMITED BY SIZE
                  LG-PERIOD DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  LG-POSTED-BY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LG-REFERENCE DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-HELD-LINE.
           PERFORM READ-NEXT-LEDGER-POSTING.

       REPORT-DRIVER-QUALIFICATION.
           MOVE 'CARDRVQ'              TO SL-FILE-NAME.
           MOVE 'DRIVER QUALIFICATION' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE WS-SUBJECT-EMPLOYEE TO DQ-EMPLOYEE-NUMBER.
           READ CARDRVQ-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-CARDRVQ-FOUND
              ADD 1 TO WS-BL-RECORDS-READ
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    LICENSE ' DELIMITED BY SIZE
                     DQ-LICENSE-NUMBER DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DQ-LICENSE-STATE DELIMITED BY SIZE
                     '  EXPIRES ' DELIMITED BY SIZE
                     DQ-LICENSE-EXPIRY-DATE DELIMITED BY SIZE
                     '  MVR REVIEW TO ' DELIMITED BY SIZE
                     DQ-MVR-REVIEW-DATE DELIMITED BY SIZE
                     '  STATUS ' DELIMITED BY SIZE
                     DQ-APPROVAL-STATUS DELIMITED BY SIZE
                     '  UPDATED ' DELIMITED BY SIZE
                     DQ-UPDATED-TIMESTAMP DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
           END-IF.
           PERFORM END-SECTION.

      ******************************************************************
      *   THE BADGE MASTER IS KEYED BY BADGE NUMBER, SO IT IS SCANNED
      *   WHOLE FOR THE EMPLOYEE NUMBER.
      ******************************************************************
       REPORT-BADGES-ISSUED.
           MOVE 'EBADGMS'              TO SL-FILE-NAME.
           MOVE 'BUILDING BADGES ISSUED' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM READ-NEXT-BADGE.
           PERFORM CHECK-ONE-BADGE
              UNTIL WS-BADGMS-EOF.
           PERFORM END-SECTION.

       READ-NEXT-BADGE.
           READ BADGMS-FILE NEXT RECORD
                AT END SET WS-BADGMS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-BADGE.
           IF BM-EMPLOYEE-NUMBER IS EQUAL TO WS-SUBJECT-EMPLOYEE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    BADGE ' DELIMITED BY SIZE
                     BM-BADGE-NUMBER DELIMITED BY SIZE
                     '  STATUS ' DELIMITED BY SIZE
                     BM-BADGE-STATUS DELIMITED BY SIZE
                     ' SINCE ' DELIMITED BY SIZE
                     BM-STATUS-DATE DELIMITED BY SIZE
                     '  ISSUED ' DELIMITED BY SIZE
                     BM-ISSUE-DATE DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     BM-STATUS-REASON DELIMITED BY SIZE
                     '  REPLACED BY ' DELIMITED BY SIZE
                     BM-REPLACED-BY DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
           END-IF.
           PERFORM READ-NEXT-BADGE.

       REPORT-BADGE-SWIPES.
           MOVE 'EBADGE'               TO SL-FILE-NAME.
           MOVE 'BUILDING BADGE SWIPES' TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE LOW-VALUES TO BG-SWIPE-KEY.
           MOVE WS-SUBJECT-EMPLOYEE TO BG-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START BADGE-FILE KEY IS GREATER THAN OR EQUAL TO
                 BG-SWIPE-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-SWIPE.
           PERFORM PRINT-ONE-SWIPE
              UNTIL WS-BROWSE-DONE.
           PERFORM END-SECTION.

       READ-NEXT-SWIPE.
           IF NOT WS-BROWSE-DONE
              READ BADGE-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND BG-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SUBJECT-EMPLOYEE
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       PRINT-ONE-SWIPE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING '    ' DELIMITED BY SIZE
                  BG-SWIPE-TIMESTAMP DELIMITED BY SIZE
                  '  DIRECTION ' DELIMITED BY SIZE
                  BG-DIRECTION DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM WRITE-HELD-LINE.
           PERFORM READ-NEXT-SWIPE.

      ******************************************************************
      *   ACTIVITY UNDER EACH USER ID, LIMITED TO THE DAYS THE
      *   EMPLOYEE HELD IT.
      ******************************************************************
       REPORT-SESSION-TRANSCRIPTS.
           MOVE 'ESESLOG'              TO SL-FILE-NAME.
           MOVE 'SESSION TRANSCRIPTS'  TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM BROWSE-ONE-UID-TRANSCRIPT
              VARYING WS-UID-SUB FROM 1 BY 1
              UNTIL WS-UID-SUB IS GREATER THAN WS-UID-COUNT.
           PERFORM END-SECTION.

       BROWSE-ONE-UID-TRANSCRIPT.
           MOVE LOW-VALUES TO TS-TRANSCRIPT-KEY.
           MOVE WS-UID-USER-ID(WS-UID-SUB) TO TS-USER-ID.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START SESLOG-FILE KEY IS GREATER THAN OR EQUAL TO
                 TS-TRANSCRIPT-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-TRANSCRIPT.
           PERFORM PRINT-ONE-TRANSCRIPT
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-TRANSCRIPT.
           IF NOT WS-BROWSE-DONE
              READ SESLOG-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND TS-USER-ID IS NOT EQUAL TO
                  WS-UID-USER-ID(WS-UID-SUB)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       PRINT-ONE-TRANSCRIPT.
           MOVE TS-EVENT-TIMESTAMP(1:8) TO WS-EVENT-DATE.
           IF WS-EVENT-DATE IS NOT LESS THAN
              WS-UID-FROM-DATE(WS-UID-SUB)
              AND WS-EVENT-DATE IS NOT GREATER THAN
                  WS-UID-TO-DATE(WS-UID-SUB)
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    USER ' DELIMITED BY SIZE
                     TS-USER-ID DELIMITED BY SIZE
                     '  SIGNED ON ' DELIMITED BY SIZE
                     TS-SIGNON-TIMESTAMP DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     TS-EVENT-TIMESTAMP DELIMITED BY SIZE
                     '  TERMINAL ' DELIMITED BY SIZE
                     TS-TERMINAL-ID DELIMITED BY SIZE
                     '  FUNCTION ' DELIMITED BY SIZE
                     TS-FUNCTION-CODE DELIMITED BY SIZE
                     '  ALLOWED ' DELIMITED BY SIZE
                     TS-ALLOWED-IND DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
           END-IF.
           PERFORM READ-NEXT-TRANSCRIPT.

       REPORT-SIGN-ON-AUDIT.
           MOVE 'EAUDIT'               TO SL-FILE-NAME.
           MOVE 'SIGN-ON AUDIT TRAIL'  TO SL-DESCRIPTION.
           PERFORM START-SECTION.
           PERFORM BROWSE-ONE-UID-AUDIT
              VARYING WS-UID-SUB FROM 1 BY 1
              UNTIL WS-UID-SUB IS GREATER THAN WS-UID-COUNT.
           PERFORM END-SECTION.

       BROWSE-ONE-UID-AUDIT.
           MOVE LOW-VALUES TO AU-AUDIT-KEY.
           MOVE WS-UID-USER-ID(WS-UID-SUB) TO AU-USER-ID.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START AUDIT-FILE KEY IS GREATER THAN OR EQUAL TO
                 AU-AUDIT-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-SIGN-ON.
           PERFORM PRINT-ONE-SIGN-ON
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-SIGN-ON.
           IF NOT WS-BROWSE-DONE
              READ AUDIT-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND AU-USER-ID IS NOT EQUAL TO
                  WS-UID-USER-ID(WS-UID-SUB)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       PRINT-ONE-SIGN-ON.
           MOVE AU-AUDIT-TIMESTAMP(1:8) TO WS-EVENT-DATE.
           IF WS-EVENT-DATE IS NOT LESS THAN
              WS-UID-FROM-DATE(WS-UID-SUB)
              AND WS-EVENT-DATE IS NOT GREATER THAN
                  WS-UID-TO-DATE(WS-UID-SUB)
              MOVE SPACES TO WS-DETAIL-LINE
              STRING '    USER ' DELIMITED BY SIZE
                     AU-USER-ID DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     AU-AUDIT-TIMESTAMP DELIMITED BY SIZE
                     '  TERMINAL ' DELIMITED BY SIZE
                     AU-TERMINAL-ID DELIMITED BY SIZE
                     '  OUTCOME ' DELIMITED BY SIZE
                     AU-OUTCOME DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     AU-MESSAGE-TEXT DELIMITED BY SIZE
                     INTO WS-DETAIL-LINE
              END-STRING
              PERFORM WRITE-HELD-LINE
           END-IF.
           PERFORM READ-NEXT-SIGN-ON.

       WRITE-DISCLOSURE-AUDIT.
      *    EVERY DISCLOSURE IS ON THE PERMANENT TRAIL - WHO WAS
      *    REPORTED ON, UNDER WHAT REFERENCE, AND HOW MUCH WENT OUT
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-SUBJECT-EMPLOYEE  TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE      TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO                 TO MA-TASK-NUMBER.
           MOVE 'EDSARPT'            TO MA-ACTING-USER-ID.
           MOVE 'EDSARPT'            TO MA-PROGRAM-NAME.
           MOVE 'SUBJACC'            TO MA-ACTION-CODE.
           MOVE SPACES               TO MA-BEFORE-IMAGE.
           MOVE SPACES               TO MA-AFTER-IMAGE.
           STRING 'REF ' DELIMITED BY SIZE
                  WS-REQUEST-REFERENCE DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-TOTAL-HELD-COUNT DELIMITED BY SIZE
                  INTO MA-AFTER-IMAGE
           END-STRING.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TOTAL RECORDS HELD: ' DELIMITED BY SIZE
                  WS-TOTAL-HELD-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE EMP-FILE.
           CLOSE UIDREG-FILE.
           CLOSE ASGHST-FILE.
           CLOSE HREVNT-FILE.
           CLOSE REG-FILE.
           CLOSE COMPHST-FILE.
           CLOSE NTFCON-FILE.
           CLOSE CARFILE-FILE.
           CLOSE TAGHST-FILE.
           CLOSE VIOL-FILE.
           CLOSE LEDG-FILE.
           CLOSE CARDRVQ-FILE.
           CLOSE BADGMS-FILE.
           CLOSE BADGE-FILE.
           CLOSE SESLOG-FILE.
           CLOSE AUDIT-FILE.
           CLOSE MNTAUD-FILE.
           CLOSE REPORT-FILE.
           IF WS-TOTAL-HELD-COUNT IS EQUAL TO ZERO
              DISPLAY 'EDSARPT - NOTHING HELD FOR EMPLOYEE '
                      WS-SUBJECT-EMPLOYEE
              MOVE 4 TO RETURN-CODE
           END-IF.
