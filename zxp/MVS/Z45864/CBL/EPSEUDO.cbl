       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPSEUDO.
      ******************************************************************
      *   POST-RETENTION PSEUDONYMIZATION OF FORMER EMPLOYEES.-
      *      - AN EMPLOYEE WHOSE LAST EASGHST ASSIGNMENT RECORD IS A
      *        TERMINATION DATED MORE THAN THE RETENTION PERIOD AGO
      *        (AND WHO IS NOT BACK ON EMPMAS) HAS THEIR NAME,
      *        EMPLOYEE NUMBER, USER IDS AND PARKING TAGS REPLACED ON
      *        THE HISTORY FILES BY PSEUDONYMS:
      *           EASGHST  NUMBER, NAME AND USER ID
      *           ECOMPHST NUMBER
      *           EBADGE   NUMBER
      *           ESESLOG  USER ID
      *           CARTAGH  TAG AND NUMBER
      *           CARVIOL  TAG AND NUMBER (SIGHTINGS TRACED TO THEM)
      *           EBADGMS  NUMBER
      *           EUIDREG  NUMBER (AS HOLDER OR PRIOR HOLDER)
      *           EHREVNT  NUMBER, AND THE NAME AND USER ID ON THE HR
      *                    TRANSACTION IT KEEPS (THE SALARY STAYS, AS
      *                    IT DOES ON ECOMPHST)
      *           CARLEDG  NUMBER AND TAG
      *      - A PSEUDONYM IS '#' FOLLOWED BY AN EAUDCHN CHECK VALUE
      *        OF THE REAL VALUE, FOLDED WITH THE PSEUDONYM KEY.  THE
      *        SAME VALUE ALWAYS GIVES THE SAME PSEUDONYM, SO EVERY
      *        COUNT, TOTAL AND PER-PERSON GROUPING IN THE AGGREGATE
      *        REPORTS COMES OUT AS BEFORE - ONLY WHO IT WAS IS GONE.
      *        NO RECORD IS ADDED OR DROPPED.  WITHOUT THE KEY (HELD
      *        ON ITS OWN PROTECTED DATASET) A PSEUDONYM CANNOT BE
      *        TRACED BACK.
      *      - EAUDIT IS NOT TOUCHED - ALTERING A RECORD WOULD BREAK
      *        ITS TAMPER-EVIDENT CHAIN.  ITS USER IDS STOP POINTING
      *        AT A PERSON BECAUSE THE EUIDREG REGISTRY LINK FROM ID
      *        TO EMPLOYEE IS PSEUDONYMIZED.  EMNTAUD, THE CONTROL
      *        TRAIL, IS LEFT TO ITS ERETMGR RETENTION POLICY.
      *      - THE RETENTION PERIOD IS THE KEEP-DAYS OF THE 'EMPDATA'
      *        ERETPOLC POLICY ROW - NO ROW, NOTHING IS CHANGED.
      *      - A CHANGED KEY IS WRITTEN UNDER THE PSEUDONYM BEFORE
      *        THE ORIGINAL IS DELETED, SO NO RECORD IS EVER LOST.
      *        PSEUDONYMS SORT AHEAD OF REAL VALUES, SO A FORWARD
      *        BROWSE NEVER MEETS ITS OWN REWRITES.
      *      - EASGHST, WHICH IDENTIFIES THE FORMER EMPLOYEES, IS
      *        DONE LAST - A RERUN AFTER A FAILURE FINDS THE SAME
      *        PEOPLE AND FINISHES THE FILES NOT YET DONE.
      *      - EACH PERSON DONE IS RECORDED ON EMNTAUD ('PSEUDO',
      *        TARGET = THE EMPLOYEE PSEUDONYM).  THE REPORT NAMES
      *        PSEUDONYMS ONLY.
      *      - SYSIN CARD 1 = THE PSEUDONYM KEY (8 CHARACTERS).
      *      - RC=4 WHEN THERE IS NO POLICY ROW, WHEN MORE FORMER
      *        EMPLOYEES ARE DUE THAN ONE RUN TAKES (THE REST GO
      *        NEXT RUN), OR WHEN A PSEUDONYM KEY WAS ALREADY IN USE.
      *      - RC=8 WHEN AN ORIGINAL COULD NOT BE DELETED AFTER ITS
      *        PSEUDONYM WAS WRITTEN (EHREVNT, CARLEDG).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO ERETPOLC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RT-FILE-ID
                  FILE STATUS IS WS-POLICY-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT ASGHST-FILE ASSIGN TO EASGHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AH-HIST-KEY
                  FILE STATUS IS WS-ASGHST-STATUS.

           SELECT COMPHST-FILE ASSIGN TO ECOMPHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CH-HIST-KEY
                  FILE STATUS IS WS-COMPHST-STATUS.

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

           SELECT TAGHST-FILE ASSIGN TO CARTAGH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TH-HISTORY-KEY
                  FILE STATUS IS WS-TAGHST-STATUS.

           SELECT VIOL-FILE ASSIGN TO CARVIOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VL-VIOLATION-KEY
                  FILE STATUS IS WS-VIOL-STATUS.

           SELECT BADGMS-FILE ASSIGN TO EBADGMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BM-BADGE-NUMBER
                  FILE STATUS IS WS-BADGMS-STATUS.

           SELECT UIDREG-FILE ASSIGN TO EUIDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS UI-USER-ID
                  FILE STATUS IS WS-UIDREG-STATUS.

           SELECT HREVNT-FILE ASSIGN TO EHREVNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HE-EVENT-KEY
                  FILE STATUS IS WS-HREVNT-STATUS.

           SELECT LEDG-FILE ASSIGN TO CARLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS WS-LEDG-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO PSEURPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORDING MODE IS F.
       COPY ERETPOLC.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  ASGHST-FILE
           RECORDING MODE IS F.
       COPY EASGHST.

       FD  COMPHST-FILE
           RECORDING MODE IS F.
       COPY ECOMPHST.

       FD  BADGE-FILE
           RECORDING MODE IS F.
       COPY EBADGE.

       FD  SESLOG-FILE
           RECORDING MODE IS F.
       COPY ESESLOG.

       FD  TAGHST-FILE
           RECORDING MODE IS F.
       COPY CARTAGH.

       FD  VIOL-FILE
           RECORDING MODE IS F.
       COPY CARVIOL.

       FD  BADGMS-FILE
           RECORDING MODE IS F.
       COPY EBADGMS.

       FD  UIDREG-FILE
           RECORDING MODE IS F.
       COPY EUIDREG.

       FD  HREVNT-FILE
           RECORDING MODE IS F.
       COPY EHREVNT.

       FD  LEDG-FILE
           RECORDING MODE IS F.
       COPY CARLEDG.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EBATP.
       COPY EAUDCHP.
      *    THE HR TRANSACTION HELD ON AN EHREVNT RECORD
       COPY EHRTRAN.
       01  WS-POLICY-STATUS         PIC X(2).
           88 WS-POLICY-OK                    VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-FOUND                    VALUE '00'.
       01  WS-ASGHST-STATUS         PIC X(2).
       01  WS-COMPHST-STATUS        PIC X(2).
       01  WS-BADGE-STATUS          PIC X(2).
       01  WS-SESLOG-STATUS         PIC X(2).
       01  WS-TAGHST-STATUS         PIC X(2).
       01  WS-VIOL-STATUS           PIC X(2).
       01  WS-BADGMS-STATUS         PIC X(2).
           88 WS-BADGMS-EOF                   VALUE '10'.
       01  WS-UIDREG-STATUS         PIC X(2).
           88 WS-UIDREG-EOF                   VALUE '10'.
       01  WS-HREVNT-STATUS         PIC X(2).
       01  WS-LEDG-STATUS           PIC X(2).
       01  WS-MNTAUD-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-WRITE-STATUS          PIC X(2).
           88 WS-WRITE-OK                     VALUE '00'.
       01  WS-DELETE-STATUS         PIC X(2).
           88 WS-DELETE-OK                    VALUE '00'.
       01  WS-DELETE-FAIL-COUNT     PIC 9(5) VALUE 0.
       01  WS-BROWSE-DONE-IND       PIC X(1).
           88 WS-BROWSE-DONE                  VALUE 'Y'.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-RECORDS-CHANGED       PIC 9(7) VALUE 0.
       01  WS-COLLISION-COUNT       PIC 9(5) VALUE 0.
       01  WS-POLICY-ID             PIC X(8) VALUE 'EMPDATA'.
       01  WS-CUTOFF-INT            PIC 9(8).
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-PSEUDONYM-KEY         PIC X(8).
      ******************************************************************
      *   PSEUDONYM DERIVATION - A ONE-LETTER KIND ('E' EMPLOYEE,
      *   'U' USER ID, 'T' TAG) KEEPS AN EMPLOYEE NUMBER AND A USER ID
      *   THAT HAPPEN TO BE THE SAME TEXT FROM SHARING A PSEUDONYM.
      ******************************************************************
       01  WS-PSEUDO-SOURCE.
           05 WS-PS-KIND            PIC X(1).
           05 WS-PS-VALUE           PIC X(8).
       01  WS-PSEUDO-RESULT.
           05 WS-PR-MARK            PIC X(1).
           05 WS-PR-VALUE           PIC X(7).
       01  WS-PSEUDO-MARK           PIC X(1) VALUE '#'.
      ******************************************************************
      *   THE FORMER EMPLOYEES DUE THIS RUN.
      ******************************************************************
       01  WS-SUBJECT-MAX           PIC 9(4) VALUE 500.
       01  WS-SUBJECT-COUNT         PIC 9(4) VALUE 0.
       01  WS-SUBJECT-SUB           PIC 9(4) VALUE 0.
       01  WS-SUBJECT-FOUND-SUB     PIC 9(4) VALUE 0.
       01  WS-SUBJECT-OVERFLOW-IND  PIC X(1) VALUE 'N'.
           88 WS-SUBJECT-OVERFLOW             VALUE 'Y'.
       01  WS-SUBJECT-TABLE.
           05 WS-SJ-ENTRY OCCURS 500 TIMES.
              10 WS-SJ-EMPLOYEE     PIC X(6).
              10 WS-SJ-PSEUDO-EMP   PIC X(6).
              10 WS-SJ-TERM-DATE    PIC X(8).
              10 WS-SJ-UID-COUNT    PIC 9(1).
              10 WS-SJ-UID OCCURS 5 TIMES
                                    PIC X(8).
       01  WS-UID-SUB               PIC 9(1) VALUE 0.
       01  WS-UID-FOUND-IND         PIC X(1).
           88 WS-UID-FOUND                    VALUE 'Y'.
      ******************************************************************
      *   ONE EMPLOYEE'S EASGHST RECORDS, AS THE SCAN GOES.
      ******************************************************************
       01  WS-GROUP-EMPLOYEE        PIC X(6) VALUE SPACES.
       01  WS-GROUP-LAST-TRANS      PIC X(8).
       01  WS-GROUP-LAST-DATE       PIC X(8).
       01  WS-GROUP-UID-COUNT       PIC 9(1).
       01  WS-GROUP-UIDS.
           05 WS-GROUP-UID OCCURS 5 TIMES
                                    PIC X(8).
       01  WS-LOOKUP-EMPLOYEE       PIC X(6).
       01  WS-LOOKUP-UID            PIC X(8).
      ******************************************************************
      *   THE ORIGINAL KEY OF THE RECORD BEING MOVED UNDER ITS
      *   PSEUDONYM - RESTORED FOR THE DELETE AND TO RESUME THE
      *   BROWSE PAST IT.
      ******************************************************************
       01  WS-SAVED-ASGHST-KEY      PIC X(28).
       01  WS-SAVED-COMPHST-KEY     PIC X(20).
       01  WS-SAVED-BADGE-KEY       PIC X(20).
       01  WS-SAVED-SESLOG-KEY      PIC X(43).
       01  WS-SAVED-TAGHST-KEY      PIC X(22).
       01  WS-SAVED-VIOL-KEY        PIC X(22).
       01  WS-SAVED-HREVNT-KEY      PIC X(17).
       01  WS-SAVED-LEDG-KEY        PIC X(27).
      ******************************************************************
      *   COUNTS PER FILE FOR THE REPORT.
      ******************************************************************
       01  WS-FILE-COUNTS.
           05 WS-CNT-ASGHST         PIC 9(7) VALUE 0.
           05 WS-CNT-COMPHST        PIC 9(7) VALUE 0.
           05 WS-CNT-BADGE          PIC 9(7) VALUE 0.
           05 WS-CNT-SESLOG         PIC 9(7) VALUE 0.
           05 WS-CNT-TAGHST         PIC 9(7) VALUE 0.
           05 WS-CNT-VIOL           PIC 9(7) VALUE 0.
           05 WS-CNT-BADGMS         PIC 9(7) VALUE 0.
           05 WS-CNT-UIDREG         PIC 9(7) VALUE 0.
           05 WS-CNT-HREVNT         PIC 9(7) VALUE 0.
           05 WS-CNT-LEDG           PIC 9(7) VALUE 0.
       01  WS-HEADING-LINE          PIC X(132) VALUE
           '  PSEUDONYM  TERMINATED  USER IDS'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-PSEUDO-EMP         PIC X(6).
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 DL-TERM-DATE          PIC X(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-UID-COUNT          PIC 9(1).
       01  WS-FILE-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FL-FILE-NAME          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FL-COUNT              PIC ZZZZZZ9.
           05 FILLER                PIC X(18) VALUE
              ' RECORDS CHANGED'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'EPSEUDO' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           IF WS-POLICY-OK
              PERFORM COLLECT-FORMER-EMPLOYEES
              IF WS-SUBJECT-COUNT IS GREATER THAN ZERO
                 PERFORM PSEUDONYMIZE-COMPENSATION
                 PERFORM PSEUDONYMIZE-BADGE-SWIPES
                 PERFORM PSEUDONYMIZE-TRANSCRIPTS
                 PERFORM PSEUDONYMIZE-RETIRED-TAGS
                 PERFORM PSEUDONYMIZE-VIOLATIONS
                 PERFORM PSEUDONYMIZE-BADGE-MASTER
                 PERFORM PSEUDONYMIZE-UID-REGISTRY
                 PERFORM PSEUDONYMIZE-HR-EVENTS
                 PERFORM PSEUDONYMIZE-PARKING-LEDGER
                 PERFORM PSEUDONYMIZE-ASSIGNMENTS
                 PERFORM RECORD-ONE-SUBJECT
                    VARYING WS-SUBJECT-SUB FROM 1 BY 1
                    UNTIL WS-SUBJECT-SUB IS GREATER THAN
                          WS-SUBJECT-COUNT
              END-IF
           END-IF.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-RECORDS-CHANGED TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-PSEUDONYM-KEY FROM SYSIN.
           OPEN INPUT POLICY-FILE.
           OPEN INPUT EMP-FILE.
           OPEN I-O ASGHST-FILE.
           OPEN I-O COMPHST-FILE.
           OPEN I-O BADGE-FILE.
           OPEN I-O SESLOG-FILE.
           OPEN I-O TAGHST-FILE.
           OPEN I-O VIOL-FILE.
           OPEN I-O HREVNT-FILE.
           OPEN I-O LEDG-FILE.
           OPEN I-O MNTAUD-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POLICY-ID TO RT-FILE-ID.
           READ POLICY-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-POLICY-OK
              COMPUTE WS-CUTOFF-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - RT-KEEP-DAYS
              COMPUTE WS-CUTOFF-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           END-IF.

       DERIVE-PSEUDONYM.
      *    WS-PSEUDO-SOURCE IN, WS-PSEUDO-RESULT OUT
           MOVE WS-PSEUDONYM-KEY TO CHN-PRIOR-VALUE.
           MOVE ZERO             TO CHN-SEQUENCE.
           MOVE SPACES           TO CHN-RECORD-IMAGE.
           MOVE WS-PSEUDO-SOURCE TO CHN-RECORD-IMAGE.
           CALL 'EAUDCHN' USING CHN-PARAMETERS.
           MOVE WS-PSEUDO-MARK      TO WS-PR-MARK.
           MOVE CHN-CHAIN-VALUE(1:7) TO WS-PR-VALUE.

      ******************************************************************
      *   FIND THE FORMER EMPLOYEES - ONE PASS OF EASGHST, WHICH IS
      *   IN EMPLOYEE ORDER, DECIDING EACH EMPLOYEE AT THE BREAK.
      ******************************************************************
       COLLECT-FORMER-EMPLOYEES.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START ASGHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 AH-HIST-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-ASSIGNMENT.
           PERFORM COLLECT-ONE-ASSIGNMENT
              UNTIL WS-BROWSE-DONE.
           PERFORM DECIDE-GROUP-EMPLOYEE.

       READ-NEXT-ASSIGNMENT.
           IF NOT WS-BROWSE-DONE
              READ ASGHST-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.

       COLLECT-ONE-ASSIGNMENT.
           IF AH-EMPLOYEE-NUMBER IS NOT EQUAL TO WS-GROUP-EMPLOYEE
              PERFORM DECIDE-GROUP-EMPLOYEE
              MOVE AH-EMPLOYEE-NUMBER TO WS-GROUP-EMPLOYEE
              MOVE 0 TO WS-GROUP-UID-COUNT
              MOVE SPACES TO WS-GROUP-UIDS
           END-IF.
           MOVE AH-SOURCE-TRANSACTION TO WS-GROUP-LAST-TRANS.
           MOVE AH-EFFECTIVE-DATE     TO WS-GROUP-LAST-DATE.
           IF AH-USER-ID IS NOT EQUAL TO SPACES
              MOVE 'N' TO WS-UID-FOUND-IND
              PERFORM MATCH-ONE-GROUP-UID
                 VARYING WS-UID-SUB FROM 1 BY 1
                 UNTIL WS-UID-SUB IS GREATER THAN WS-GROUP-UID-COUNT
                 OR WS-UID-FOUND
              IF NOT WS-UID-FOUND
                 AND WS-GROUP-UID-COUNT IS LESS THAN 5
                 ADD 1 TO WS-GROUP-UID-COUNT
                 MOVE AH-USER-ID TO WS-GROUP-UID(WS-GROUP-UID-COUNT)
              END-IF
           END-IF.
           PERFORM READ-NEXT-ASSIGNMENT.

       MATCH-ONE-GROUP-UID.
           IF WS-GROUP-UID(WS-UID-SUB) IS EQUAL TO AH-USER-ID
              SET WS-UID-FOUND TO TRUE
           END-IF.

       DECIDE-GROUP-EMPLOYEE.
      *    DUE WHEN THE LATEST CHANGE IS A TERMINATION OLDER THAN THE
      *    CUTOFF, THE NUMBER IS NOT ALREADY A PSEUDONYM, AND THE
      *    EMPLOYEE HAS NOT BEEN REHIRED ONTO EMPMAS SINCE
           IF WS-GROUP-EMPLOYEE IS NOT EQUAL TO SPACES
              AND WS-GROUP-EMPLOYEE(1:1) IS NOT EQUAL TO
                  WS-PSEUDO-MARK
              AND WS-GROUP-LAST-TRANS IS EQUAL TO 'TERMINAT'
              AND WS-GROUP-LAST-DATE IS LESS THAN WS-CUTOFF-DATE
              MOVE WS-GROUP-EMPLOYEE TO EM-EMPLOYEE-NUMBER
              READ EMP-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF NOT WS-EMP-FOUND
                 PERFORM ADD-SUBJECT
              END-IF
           END-IF.

       ADD-SUBJECT.
           IF WS-SUBJECT-COUNT IS NOT LESS THAN WS-SUBJECT-MAX
              SET WS-SUBJECT-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-SUBJECT-COUNT
              MOVE WS-GROUP-EMPLOYEE TO
                   WS-SJ-EMPLOYEE(WS-SUBJECT-COUNT)
              MOVE WS-GROUP-LAST-DATE TO
                   WS-SJ-TERM-DATE(WS-SUBJECT-COUNT)
              MOVE WS-GROUP-UID-COUNT TO
                   WS-SJ-UID-COUNT(WS-SUBJECT-COUNT)
              PERFORM COPY-ONE-GROUP-UID
                 VARYING WS-UID-SUB FROM 1 BY 1
                 UNTIL WS-UID-SUB IS GREATER THAN 5
              MOVE 'E'               TO WS-PS-KIND
              MOVE SPACES            TO WS-PS-VALUE
              MOVE WS-GROUP-EMPLOYEE TO WS-PS-VALUE
              PERFORM DERIVE-PSEUDONYM
              MOVE WS-PSEUDO-RESULT(1:6) TO
                   WS-SJ-PSEUDO-EMP(WS-SUBJECT-COUNT)
           END-IF.

       COPY-ONE-GROUP-UID.
           MOVE WS-GROUP-UID(WS-UID-SUB) TO
                WS-SJ-UID(WS-SUBJECT-COUNT, WS-UID-SUB).

      ******************************************************************
      *   LOOKUPS AGAINST THE SUBJECT TABLE.
      ******************************************************************
       FIND-SUBJECT-BY-EMPLOYEE.
      *    WS-LOOKUP-EMPLOYEE IN, WS-SUBJECT-FOUND-SUB OUT (ZERO WHEN
      *    THE EMPLOYEE IS NOT DUE)
           MOVE 0 TO WS-SUBJECT-FOUND-SUB.
           IF WS-LOOKUP-EMPLOYEE IS NOT EQUAL TO SPACES
              PERFORM MATCH-ONE-SUBJECT
                 VARYING WS-SUBJECT-SUB FROM 1 BY 1
                 UNTIL WS-SUBJECT-SUB IS GREATER THAN WS-SUBJECT-COUNT
                 OR WS-SUBJECT-FOUND-SUB IS GREATER THAN ZERO
           END-IF.

       MATCH-ONE-SUBJECT.
           IF WS-SJ-EMPLOYEE(WS-SUBJECT-SUB) IS EQUAL TO
              WS-LOOKUP-EMPLOYEE
              MOVE WS-SUBJECT-SUB TO WS-SUBJECT-FOUND-SUB
           END-IF.

       DERIVE-USER-ID-PSEUDONYM.
           MOVE 'U'           TO WS-PS-KIND.
           MOVE WS-LOOKUP-UID TO WS-PS-VALUE.
           PERFORM DERIVE-PSEUDONYM.

       DERIVE-TAG-PSEUDONYM.
           MOVE 'T'           TO WS-PS-KIND.
           PERFORM DERIVE-PSEUDONYM.

      ******************************************************************
      *   FILES KEYED BY EMPLOYEE NUMBER OR USER ID - EACH SUBJECT'S
      *   RECORDS ARE BROWSED FROM THE REAL KEY AND MOVED UNDER THE
      *   PSEUDONYM ONE BY ONE.
      ******************************************************************
       PSEUDONYMIZE-COMPENSATION.
           PERFORM COMPENSATION-FOR-SUBJECT
              VARYING WS-SUBJECT-SUB FROM 1 BY 1
              UNTIL WS-SUBJECT-SUB IS GREATER THAN WS-SUBJECT-COUNT.

       COMPENSATION-FOR-SUBJECT.
           MOVE LOW-VALUES TO CH-HIST-KEY.
           MOVE WS-SJ-EMPLOYEE(WS-SUBJECT-SUB) TO CH-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START COMPHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 CH-HIST-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-COMPENSATION.
           PERFORM MOVE-ONE-COMPENSATION
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-COMPENSATION.
           IF NOT WS-BROWSE-DONE
              READ COMPHST-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND CH-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SJ-EMPLOYEE(WS-SUBJECT-SUB)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       MOVE-ONE-COMPENSATION.
           MOVE CH-HIST-KEY TO WS-SAVED-COMPHST-KEY.
           MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-SUB) TO CH-EMPLOYEE-NUMBER.
           WRITE COMP-HISTORY-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-COMPHST-STATUS TO WS-WRITE-STATUS.
           MOVE WS-SAVED-COMPHST-KEY TO CH-HIST-KEY.
           IF WS-WRITE-OK
              DELETE COMPHST-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO WS-CNT-COMPHST
              ADD 1 TO WS-RECORDS-CHANGED
           ELSE
              ADD 1 TO WS-COLLISION-COUNT
           END-IF.
           START COMPHST-FILE KEY IS GREATER THAN CH-HIST-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-COMPENSATION.

       PSEUDONYMIZE-BADGE-SWIPES.
           PERFORM SWIPES-FOR-SUBJECT
              VARYING WS-SUBJECT-SUB FROM 1 BY 1
              UNTIL WS-SUBJECT-SUB IS GREATER THAN WS-SUBJECT-COUNT.

       SWIPES-FOR-SUBJECT.
           MOVE LOW-VALUES TO BG-SWIPE-KEY.
           MOVE WS-SJ-EMPLOYEE(WS-SUBJECT-SUB) TO BG-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START BADGE-FILE KEY IS GREATER THAN OR EQUAL TO
                 BG-SWIPE-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-SWIPE.
           PERFORM MOVE-ONE-SWIPE
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-SWIPE.
           IF NOT WS-BROWSE-DONE
              READ BADGE-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND BG-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SJ-EMPLOYEE(WS-SUBJECT-SUB)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       MOVE-ONE-SWIPE.
           MOVE BG-SWIPE-KEY TO WS-SAVED-BADGE-KEY.
           MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-SUB) TO BG-EMPLOYEE-NUMBER.
           WRITE BADGE-SWIPE-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-BADGE-STATUS TO WS-WRITE-STATUS.
           MOVE WS-SAVED-BADGE-KEY TO BG-SWIPE-KEY.
           IF WS-WRITE-OK
              DELETE BADGE-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO WS-CNT-BADGE
              ADD 1 TO WS-RECORDS-CHANGED
           ELSE
              ADD 1 TO WS-COLLISION-COUNT
           END-IF.
           START BADGE-FILE KEY IS GREATER THAN BG-SWIPE-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-SWIPE.

       PSEUDONYMIZE-TRANSCRIPTS.
           PERFORM TRANSCRIPTS-FOR-SUBJECT
              VARYING WS-SUBJECT-SUB FROM 1 BY 1
              UNTIL WS-SUBJECT-SUB IS GREATER THAN WS-SUBJECT-COUNT.

       TRANSCRIPTS-FOR-SUBJECT.
           PERFORM TRANSCRIPTS-FOR-ONE-UID
              VARYING WS-UID-SUB FROM 1 BY 1
              UNTIL WS-UID-SUB IS GREATER THAN
                    WS-SJ-UID-COUNT(WS-SUBJECT-SUB).

       TRANSCRIPTS-FOR-ONE-UID.
           MOVE WS-SJ-UID(WS-SUBJECT-SUB, WS-UID-SUB)
                TO WS-LOOKUP-UID.
           PERFORM DERIVE-USER-ID-PSEUDONYM.
           MOVE LOW-VALUES TO TS-TRANSCRIPT-KEY.
           MOVE WS-LOOKUP-UID TO TS-USER-ID.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START SESLOG-FILE KEY IS GREATER THAN OR EQUAL TO
                 TS-TRANSCRIPT-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-TRANSCRIPT.
           PERFORM MOVE-ONE-TRANSCRIPT
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-TRANSCRIPT.
           IF NOT WS-BROWSE-DONE
              READ SESLOG-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
      *    AN ID REISSUED AFTER ITS QUARANTINE IS SOMEONE ELSE'S FROM
      *    THEN ON - STOP AT THE SUBJECT'S TERMINATION DATE
           IF NOT WS-BROWSE-DONE
              AND (TS-USER-ID IS NOT EQUAL TO WS-LOOKUP-UID
                   OR TS-SIGNON-TIMESTAMP(1:8) IS GREATER THAN
                      WS-SJ-TERM-DATE(WS-SUBJECT-SUB))
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       MOVE-ONE-TRANSCRIPT.
           MOVE TS-TRANSCRIPT-KEY TO WS-SAVED-SESLOG-KEY.
           MOVE WS-PSEUDO-RESULT TO TS-USER-ID.
           WRITE SESSION-TRANSCRIPT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-SESLOG-STATUS TO WS-WRITE-STATUS.
           MOVE WS-SAVED-SESLOG-KEY TO TS-TRANSCRIPT-KEY.
           IF WS-WRITE-OK
              DELETE SESLOG-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO WS-CNT-SESLOG
              ADD 1 TO WS-RECORDS-CHANGED
           ELSE
              ADD 1 TO WS-COLLISION-COUNT
           END-IF.
           START SESLOG-FILE KEY IS GREATER THAN TS-TRANSCRIPT-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-TRANSCRIPT.

      ******************************************************************
      *   FILES KEYED BY TAG - SCANNED WHOLE FOR RECORDS TRACED TO A
      *   SUBJECT.  THE TAG TAKES THE SAME PSEUDONYM ON BOTH FILES.
      ******************************************************************
       PSEUDONYMIZE-RETIRED-TAGS.
           MOVE LOW-VALUES TO TH-HISTORY-KEY.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START TAGHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 TH-HISTORY-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-RETIRED-TAG.
           PERFORM CHECK-ONE-RETIRED-TAG
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-RETIRED-TAG.
           IF NOT WS-BROWSE-DONE
              READ TAGHST-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.

       CHECK-ONE-RETIRED-TAG.
           MOVE TH-EMPLOYEE-NUMBER TO WS-LOOKUP-EMPLOYEE.
           PERFORM FIND-SUBJECT-BY-EMPLOYEE.
           IF WS-SUBJECT-FOUND-SUB IS GREATER THAN ZERO
              MOVE TH-HISTORY-KEY TO WS-SAVED-TAGHST-KEY
              MOVE TH-TAG-NUMBER TO WS-PS-VALUE
              PERFORM DERIVE-TAG-PSEUDONYM
              MOVE WS-PSEUDO-RESULT TO TH-TAG-NUMBER
              MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                   TO TH-EMPLOYEE-NUMBER
              WRITE TAG-HISTORY-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
              MOVE WS-TAGHST-STATUS TO WS-WRITE-STATUS
              MOVE WS-SAVED-TAGHST-KEY TO TH-HISTORY-KEY
              IF WS-WRITE-OK
                 DELETE TAGHST-FILE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
                 ADD 1 TO WS-CNT-TAGHST
                 ADD 1 TO WS-RECORDS-CHANGED
              ELSE
                 ADD 1 TO WS-COLLISION-COUNT
              END-IF
              START TAGHST-FILE KEY IS GREATER THAN TH-HISTORY-KEY
                    INVALID KEY SET WS-BROWSE-DONE TO TRUE
              END-START
           END-IF.
           PERFORM READ-NEXT-RETIRED-TAG.

       PSEUDONYMIZE-VIOLATIONS.
           MOVE LOW-VALUES TO VL-VIOLATION-KEY.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START VIOL-FILE KEY IS GREATER THAN OR EQUAL TO
                 VL-VIOLATION-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-VIOLATION.
           PERFORM CHECK-ONE-VIOLATION
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-VIOLATION.
           IF NOT WS-BROWSE-DONE
              READ VIOL-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.

       CHECK-ONE-VIOLATION.
           MOVE VL-EMPLOYEE-NUMBER TO WS-LOOKUP-EMPLOYEE.
           PERFORM FIND-SUBJECT-BY-EMPLOYEE.
           IF WS-SUBJECT-FOUND-SUB IS GREATER THAN ZERO
              MOVE VL-VIOLATION-KEY TO WS-SAVED-VIOL-KEY
              MOVE VL-TAG-NUMBER TO WS-PS-VALUE
              PERFORM DERIVE-TAG-PSEUDONYM
              MOVE WS-PSEUDO-RESULT TO VL-TAG-NUMBER
              MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                   TO VL-EMPLOYEE-NUMBER
              WRITE VIOLATION-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
              MOVE WS-VIOL-STATUS TO WS-WRITE-STATUS
              MOVE WS-SAVED-VIOL-KEY TO VL-VIOLATION-KEY
              IF WS-WRITE-OK
                 DELETE VIOL-FILE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
                 ADD 1 TO WS-CNT-VIOL
                 ADD 1 TO WS-RECORDS-CHANGED
              ELSE
                 ADD 1 TO WS-COLLISION-COUNT
              END-IF
              START VIOL-FILE KEY IS GREATER THAN VL-VIOLATION-KEY
                    INVALID KEY SET WS-BROWSE-DONE TO TRUE
              END-START
           END-IF.
           PERFORM READ-NEXT-VIOLATION.

      ******************************************************************
      *   FILES WHERE ONLY A NON-KEY FIELD CHANGES - REWRITE IN PLACE.
      ******************************************************************
       PSEUDONYMIZE-BADGE-MASTER.
           OPEN I-O BADGMS-FILE.
           PERFORM READ-NEXT-BADGE.
           PERFORM CHECK-ONE-BADGE
              UNTIL WS-BADGMS-EOF.
           CLOSE BADGMS-FILE.

       READ-NEXT-BADGE.
           READ BADGMS-FILE NEXT RECORD
                AT END SET WS-BADGMS-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-BADGE.
           MOVE BM-EMPLOYEE-NUMBER TO WS-LOOKUP-EMPLOYEE.
           PERFORM FIND-SUBJECT-BY-EMPLOYEE.
           IF WS-SUBJECT-FOUND-SUB IS GREATER THAN ZERO
              MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                   TO BM-EMPLOYEE-NUMBER
              REWRITE BADGE-MASTER-RECORD
              ADD 1 TO WS-CNT-BADGMS
              ADD 1 TO WS-RECORDS-CHANGED
           END-IF.
           PERFORM READ-NEXT-BADGE.

       PSEUDONYMIZE-UID-REGISTRY.
      *    THE USER ID KEY STAYS - IT IS STILL NEEDED TO BLOCK REUSE -
      *    ONLY WHO HELD IT IS REPLACED
           OPEN I-O UIDREG-FILE.
           PERFORM READ-NEXT-REGISTRY.
           PERFORM CHECK-ONE-REGISTRY-ENTRY
              UNTIL WS-UIDREG-EOF.
           CLOSE UIDREG-FILE.

       READ-NEXT-REGISTRY.
           READ UIDREG-FILE NEXT RECORD
                AT END SET WS-UIDREG-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       CHECK-ONE-REGISTRY-ENTRY.
           MOVE 'N' TO WS-UID-FOUND-IND.
           MOVE UI-EMPLOYEE-NUMBER TO WS-LOOKUP-EMPLOYEE.
           PERFORM FIND-SUBJECT-BY-EMPLOYEE.
           IF WS-SUBJECT-FOUND-SUB IS GREATER THAN ZERO
              MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                   TO UI-EMPLOYEE-NUMBER
              SET WS-UID-FOUND TO TRUE
           END-IF.
           MOVE UI-PRIOR-EMPLOYEE-NUMBER TO WS-LOOKUP-EMPLOYEE.
           PERFORM FIND-SUBJECT-BY-EMPLOYEE.
           IF WS-SUBJECT-FOUND-SUB IS GREATER THAN ZERO
              MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                   TO UI-PRIOR-EMPLOYEE-NUMBER
              SET WS-UID-FOUND TO TRUE
           END-IF.
           IF WS-UID-FOUND
              REWRITE USER-ID-REGISTRY-RECORD
              ADD 1 TO WS-CNT-UIDREG
              ADD 1 TO WS-RECORDS-CHANGED
           END-IF.
           PERFORM READ-NEXT-REGISTRY.

      ******************************************************************
      *   EHREVNT IS KEYED BY DATE FIRST - SCANNED WHOLE FOR A
      *   SUBJECT'S EVENTS.  THE PSEUDONYM SORTS AHEAD OF THE REAL
      *   NUMBER WITHIN THE DATE, SO THE SCAN NEVER MEETS IT AGAIN.
      ******************************************************************
       PSEUDONYMIZE-HR-EVENTS.
           MOVE LOW-VALUES TO HE-EVENT-KEY.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START HREVNT-FILE KEY IS GREATER THAN OR EQUAL TO
                 HE-EVENT-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-HR-EVENT.
           PERFORM CHECK-ONE-HR-EVENT
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-HR-EVENT.
           IF NOT WS-BROWSE-DONE
              READ HREVNT-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.

       CHECK-ONE-HR-EVENT.
           MOVE HE-EMPLOYEE-NUMBER TO WS-LOOKUP-EMPLOYEE.
           PERFORM FIND-SUBJECT-BY-EMPLOYEE.
           IF WS-SUBJECT-FOUND-SUB IS GREATER THAN ZERO
              MOVE HE-EVENT-KEY TO WS-SAVED-HREVNT-KEY
              MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                   TO HE-EMPLOYEE-NUMBER
              MOVE HE-TRANSACTION TO HR-TRANSACTION-RECORD
              MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                   TO HT-EMPLOYEE-NUMBER
              IF HT-EMPLOYEE-NAME IS NOT EQUAL TO SPACES
                 MOVE SPACES TO HT-EMPLOYEE-NAME
                 STRING 'FORMER EMPLOYEE ' DELIMITED BY SIZE
                        WS-SJ-PSEUDO-EMP(WS-SUBJECT-FOUND-SUB)
                                           DELIMITED BY SIZE
                        INTO HT-EMPLOYEE-NAME
                 END-STRING
              END-IF
              IF HT-USER-ID IS NOT EQUAL TO SPACES
                 MOVE HT-USER-ID TO WS-LOOKUP-UID
                 PERFORM DERIVE-USER-ID-PSEUDONYM
                 MOVE WS-PSEUDO-RESULT TO HT-USER-ID
              END-IF
              MOVE HR-TRANSACTION-RECORD TO HE-TRANSACTION
              WRITE HR-EVENT-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
              MOVE WS-HREVNT-STATUS TO WS-WRITE-STATUS
              MOVE WS-SAVED-HREVNT-KEY TO HE-EVENT-KEY
              IF WS-WRITE-OK
                 DELETE HREVNT-FILE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
                 MOVE WS-HREVNT-STATUS TO WS-DELETE-STATUS
                 PERFORM CHECK-ORIGINAL-DELETED
                 ADD 1 TO WS-CNT-HREVNT
                 ADD 1 TO WS-RECORDS-CHANGED
              ELSE
                 ADD 1 TO WS-COLLISION-COUNT
              END-IF
              START HREVNT-FILE KEY IS GREATER THAN HE-EVENT-KEY
                    INVALID KEY SET WS-BROWSE-DONE TO TRUE
              END-START
           END-IF.
           PERFORM READ-NEXT-HR-EVENT.

      ******************************************************************
      *   CARLEDG IS KEYED BY EMPLOYEE - EACH SUBJECT'S POSTINGS ARE
      *   MOVED UNDER THE PSEUDONYM, THE TAG TAKING THE SAME PSEUDONYM
      *   AS ON CARTAGH AND CARVIOL.
      ******************************************************************
       PSEUDONYMIZE-PARKING-LEDGER.
           PERFORM LEDGER-FOR-SUBJECT
              VARYING WS-SUBJECT-SUB FROM 1 BY 1
              UNTIL WS-SUBJECT-SUB IS GREATER THAN WS-SUBJECT-COUNT.

       LEDGER-FOR-SUBJECT.
           MOVE LOW-VALUES TO LG-LEDGER-KEY.
           MOVE WS-SJ-EMPLOYEE(WS-SUBJECT-SUB) TO LG-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START LEDG-FILE KEY IS GREATER THAN OR EQUAL TO
                 LG-LEDGER-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-LEDGER-POSTING.
           PERFORM MOVE-ONE-LEDGER-POSTING
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-LEDGER-POSTING.
           IF NOT WS-BROWSE-DONE
              READ LEDG-FILE NEXT RECORD
                   AT END SET WS-BROWSE-DONE TO TRUE
                   NOT AT END ADD 1 TO WS-BL-RECORDS-READ
              END-READ
           END-IF.
           IF NOT WS-BROWSE-DONE
              AND LG-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SJ-EMPLOYEE(WS-SUBJECT-SUB)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       MOVE-ONE-LEDGER-POSTING.
           MOVE LG-LEDGER-KEY TO WS-SAVED-LEDG-KEY.
           MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-SUB) TO LG-EMPLOYEE-NUMBER.
           IF LG-TAG-NUMBER IS NOT EQUAL TO SPACES
              MOVE LG-TAG-NUMBER TO WS-PS-VALUE
              PERFORM DERIVE-TAG-PSEUDONYM
              MOVE WS-PSEUDO-RESULT TO LG-TAG-NUMBER
           END-IF.
           WRITE PARKING-LEDGER-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-LEDG-STATUS TO WS-WRITE-STATUS.
           MOVE WS-SAVED-LEDG-KEY TO LG-LEDGER-KEY.
           IF WS-WRITE-OK
              DELETE LEDG-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
              MOVE WS-LEDG-STATUS TO WS-DELETE-STATUS
              PERFORM CHECK-ORIGINAL-DELETED
              ADD 1 TO WS-CNT-LEDG
              ADD 1 TO WS-RECORDS-CHANGED
           ELSE
              ADD 1 TO WS-COLLISION-COUNT
           END-IF.
           START LEDG-FILE KEY IS GREATER THAN LG-LEDGER-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-LEDGER-POSTING.

       CHECK-ORIGINAL-DELETED.
      *    THE PSEUDONYM IS ALREADY WRITTEN - AN ORIGINAL LEFT BEHIND
      *    MEANS THE PERSON IS ON THE FILE TWICE, ONCE BY NAME
           IF NOT WS-DELETE-OK
              DISPLAY 'EPSEUDO - DELETE AFTER PSEUDONYM WRITE FAILED, '
                      'STATUS ' WS-DELETE-STATUS
              ADD 1 TO WS-DELETE-FAIL-COUNT
           END-IF.

      ******************************************************************
      *   EASGHST LAST - NUMBER, NAME AND USER ID.
      ******************************************************************
       PSEUDONYMIZE-ASSIGNMENTS.
           PERFORM ASSIGNMENTS-FOR-SUBJECT
              VARYING WS-SUBJECT-SUB FROM 1 BY 1
              UNTIL WS-SUBJECT-SUB IS GREATER THAN WS-SUBJECT-COUNT.

       ASSIGNMENTS-FOR-SUBJECT.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           MOVE WS-SJ-EMPLOYEE(WS-SUBJECT-SUB) TO AH-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-BROWSE-DONE-IND.
           START ASGHST-FILE KEY IS GREATER THAN OR EQUAL TO
                 AH-HIST-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-SUBJECT-ASSIGNMENT.
           PERFORM MOVE-ONE-ASSIGNMENT
              UNTIL WS-BROWSE-DONE.

       READ-NEXT-SUBJECT-ASSIGNMENT.
           PERFORM READ-NEXT-ASSIGNMENT.
           IF NOT WS-BROWSE-DONE
              AND AH-EMPLOYEE-NUMBER IS NOT EQUAL TO
                  WS-SJ-EMPLOYEE(WS-SUBJECT-SUB)
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       MOVE-ONE-ASSIGNMENT.
           MOVE AH-HIST-KEY TO WS-SAVED-ASGHST-KEY.
           MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-SUB) TO AH-EMPLOYEE-NUMBER.
           MOVE SPACES TO AH-EMPLOYEE-NAME.
           STRING 'FORMER EMPLOYEE ' DELIMITED BY SIZE
                  WS-SJ-PSEUDO-EMP(WS-SUBJECT-SUB) DELIMITED BY SIZE
                  INTO AH-EMPLOYEE-NAME
           END-STRING.
           IF AH-USER-ID IS NOT EQUAL TO SPACES
              MOVE AH-USER-ID TO WS-LOOKUP-UID
              PERFORM DERIVE-USER-ID-PSEUDONYM
              MOVE WS-PSEUDO-RESULT TO AH-USER-ID
           END-IF.
           WRITE ASSIGNMENT-HISTORY-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-ASGHST-STATUS TO WS-WRITE-STATUS.
           MOVE WS-SAVED-ASGHST-KEY TO AH-HIST-KEY.
           IF WS-WRITE-OK
              DELETE ASGHST-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO WS-CNT-ASGHST
              ADD 1 TO WS-RECORDS-CHANGED
           ELSE
              ADD 1 TO WS-COLLISION-COUNT
           END-IF.
           START ASGHST-FILE KEY IS GREATER THAN AH-HIST-KEY
                 INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-SUBJECT-ASSIGNMENT.

       RECORD-ONE-SUBJECT.
           MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-SUB) TO DL-PSEUDO-EMP.
           MOVE WS-SJ-TERM-DATE(WS-SUBJECT-SUB)  TO DL-TERM-DATE.
           MOVE WS-SJ-UID-COUNT(WS-SUBJECT-SUB)  TO DL-UID-COUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE MAINT-AUDIT-RECORD.
           MOVE WS-SJ-PSEUDO-EMP(WS-SUBJECT-SUB) TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE      TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO                 TO MA-TASK-NUMBER.
           MOVE 'EPSEUDO'            TO MA-ACTING-USER-ID.
           MOVE 'EPSEUDO'            TO MA-PROGRAM-NAME.
           MOVE 'PSEUDO'             TO MA-ACTION-CODE.
           MOVE SPACES               TO MA-BEFORE-IMAGE.
           MOVE SPACES               TO MA-AFTER-IMAGE.
           STRING 'TERMINATED ' DELIMITED BY SIZE
                  WS-SJ-TERM-DATE(WS-SUBJECT-SUB) DELIMITED BY SIZE
                  ' POLICY ' DELIMITED BY SIZE
                  WS-POLICY-ID DELIMITED BY SIZE
                  ' CUTOFF ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  INTO MA-AFTER-IMAGE
           END-STRING.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       PRINT-FILE-COUNT.
           MOVE WS-FILE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-POLICY-OK
              MOVE '  NO EMPDATA RETENTION POLICY ROW - NOTHING CHANGE
      -            'D' TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE 'EASGHST'      TO FL-FILE-NAME
              MOVE WS-CNT-ASGHST  TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'ECOMPHST'     TO FL-FILE-NAME
              MOVE WS-CNT-COMPHST TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'EBADGE'       TO FL-FILE-NAME
              MOVE WS-CNT-BADGE   TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'ESESLOG'      TO FL-FILE-NAME
              MOVE WS-CNT-SESLOG  TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'CARTAGH'      TO FL-FILE-NAME
              MOVE WS-CNT-TAGHST  TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'CARVIOL'      TO FL-FILE-NAME
              MOVE WS-CNT-VIOL    TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'EBADGMS'      TO FL-FILE-NAME
              MOVE WS-CNT-BADGMS  TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'EUIDREG'      TO FL-FILE-NAME
              MOVE WS-CNT-UIDREG  TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'EHREVNT'      TO FL-FILE-NAME
              MOVE WS-CNT-HREVNT  TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE 'CARLEDG'      TO FL-FILE-NAME
              MOVE WS-CNT-LEDG    TO FL-COUNT
              PERFORM PRINT-FILE-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING '  FORMER EMPLOYEES PSEUDONYMIZED: '
                                       DELIMITED BY SIZE
                     WS-SUBJECT-COUNT DELIMITED BY SIZE
                     '  RETENTION CUTOFF: ' DELIMITED BY SIZE
                     WS-CUTOFF-DATE DELIMITED BY SIZE
                     '  PSEUDONYM KEYS IN USE: ' DELIMITED BY SIZE
                     WS-COLLISION-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              IF WS-SUBJECT-OVERFLOW
                 MOVE '  MORE FORMER EMPLOYEES ARE DUE - THE REST ARE
      -               'DONE NEXT RUN' TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              IF WS-DELETE-FAIL-COUNT IS GREATER THAN ZERO
                 MOVE SPACES TO REPORT-LINE
                 STRING '  ORIGINALS NOT DELETED AFTER THE PSEUDONYM WAS
      -                 ' WRITTEN: ' DELIMITED BY SIZE
                        WS-DELETE-FAIL-COUNT DELIMITED BY SIZE
                        INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
              END-IF
           END-IF.
           CLOSE POLICY-FILE.
           CLOSE EMP-FILE.
           CLOSE ASGHST-FILE.
           CLOSE COMPHST-FILE.
           CLOSE BADGE-FILE.
           CLOSE SESLOG-FILE.
           CLOSE TAGHST-FILE.
           CLOSE VIOL-FILE.
           CLOSE HREVNT-FILE.
           CLOSE LEDG-FILE.
           CLOSE MNTAUD-FILE.
           CLOSE REPORT-FILE.
           IF NOT WS-POLICY-OK
              OR WS-SUBJECT-OVERFLOW
              OR WS-COLLISION-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DELETE-FAIL-COUNT IS GREATER THAN ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
