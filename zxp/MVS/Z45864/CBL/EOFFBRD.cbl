      *           . VOIDS ANY PENDING EUNLREQ UNLOCK REQUEST
      *      - ONE ACTION-REPORT LINE PER EMPLOYEE SHOWS EXACTLY WHAT
      *        WAS CLEANED, SO THERE IS AN AUDIT TRAIL OF THE SWEEP.
      *      - A REMOVED PERMIT WHOSE FEE WAS BILLED FOR THE CURRENT
      *        PERMIT-YEAR HAS ITS UNUSED DAYS CREDITED (PC) TO THE
      *        EMPLOYEE'S CARLEDG PARKING ACCOUNT, PRICED FROM CARFEES.
      *        THE CREDIT SHOWS ON THE ACTION LINE.
      *      - EVERY ACCOUNT SUSPENDED IS WRITTEN TO EMNTAUD
      *        ('OFFBSUSP') WITH ITS BEFORE AND AFTER IMAGES.
      *      - THE LEAVER'S USER ID IS STAMPED RETIRED ON THE EUIDREG
      *        REGISTRY, WHICH STARTS ITS REUSE QUARANTINE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY IS RU-USER-ID
                  FILE STATUS IS WS-REG-STATUS.

           SELECT UIDREG-FILE ASSIGN TO EUIDREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS UI-USER-ID
                  FILE STATUS IS WS-UIDREG-STATUS.

           SELECT MNTAUD-FILE ASSIGN TO EMNTAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MA-AUDIT-KEY
                  FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT CARFILE-FILE ASSIGN TO CARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UR-USER-ID
                  FILE STATUS IS WS-UNLREQ-STATUS.

           SELECT FEES-FILE ASSIGN TO CARFEES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FE-FEE-KEY
                  FILE STATUS IS WS-FEES-STATUS.

           SELECT LEDGER-FILE ASSIGN TO CARLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO OFFBRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
       COPY EREGUSR.

       FD  UIDREG-FILE
           RECORDING MODE IS F.
       COPY EUIDREG.

       FD  MNTAUD-FILE
           RECORDING MODE IS F.
       COPY EMNTAUD.

       FD  CARFILE-FILE
           RECORDING MODE IS F.
       COPY CARFILE.
           RECORDING MODE IS F.
       COPY EUNLREQ.

       FD  FEES-FILE
           RECORDING MODE IS F.
       COPY CARFEES.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
       COPY CARLEDG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE             PIC X(132).
           88 WS-EMP-OK                      VALUE '00'.
       01  WS-REG-STATUS           PIC X(2).
           88 WS-REG-OK                      VALUE '00'.
       01  WS-MNTAUD-STATUS        PIC X(2).
       01  WS-UIDREG-STATUS        PIC X(2).
           88 WS-UIDREG-OK                   VALUE '00'.
       01  WS-CARFILE-STATUS       PIC X(2).
           88 WS-CARFILE-OK                  VALUE '00'.
           88 WS-CARFILE-EOF                 VALUE '10'.
       01  WS-UNLREQ-STATUS        PIC X(2).
           88 WS-UNLREQ-OK                   VALUE '00'.
       01  WS-REPORT-STATUS        PIC X(2).
       01  WS-FEES-STATUS          PIC X(2).
           88 WS-FEES-OK                     VALUE '00'.
       01  WS-LEDGER-STATUS        PIC X(2).
           88 WS-LEDGER-OK                   VALUE '00'.
      ******************************************************************
      *   CARLEDG POSTING - EVERY ENTRY THIS RUN POSTS CARRIES THE RUN
      *   STAMP AND A RUN SEQUENCE NUMBER.
      ******************************************************************
       01  WS-LEDGER-TIMESTAMP      PIC X(14).
       01  WS-LEDGER-SEQUENCE       PIC 9(7) VALUE 0.
       01  WS-LEDGER-TRIES          PIC 9(2) VALUE 0.
       01  WS-LEDGER-POSTED-IND     PIC X(1) VALUE 'N'.
           88 WS-LEDGER-POSTED                VALUE 'Y'.
       01  WS-TODAY-NUMERIC        PIC 9(8).
       01  WS-EXPIRY-NUMERIC       PIC 9(8).
       01  WS-UNUSED-DAYS          PIC 9(4) VALUE 0.
       01  WS-CREDIT-AMOUNT        PIC 9(5)V99 VALUE 0.
       01  WS-EMPLOYEE-CREDIT      PIC 9(5)V99 VALUE 0.
       01  WS-CREDITS-POSTED       PIC 9(5) VALUE 0.
       COPY EBATP.
       01  WS-CURRENT-DATE         PIC X(14).
       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
           05 FILLER               PIC X(9)  VALUE ' VEHICLES'.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-REQUEST-ACTION    PIC X(9).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DL-CREDIT            PIC ZZ,ZZ9.99.
       01  WS-HEADING-LINE         PIC X(132) VALUE
           '  EMP-NO  USER-ID   ACCOUNT    VEHICLES     UNLOCK-REQ  PROR
      -    'ATED-CR'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE      TO WS-LEDGER-TIMESTAMP.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-NUMERIC.
           OPEN INPUT TERMIN-FILE.
           OPEN INPUT EMP-FILE.
           OPEN I-O REG-FILE.
           OPEN I-O MNTAUD-FILE.
           OPEN I-O UIDREG-FILE.
           OPEN I-O CARFILE-FILE.
           OPEN I-O CARLOT-FILE.
           OPEN I-O UNLREQ-FILE.
           OPEN INPUT FEES-FILE.
           OPEN I-O LEDGER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE TERMIN-FILE.
           CLOSE EMP-FILE.
           CLOSE REG-FILE.
           CLOSE MNTAUD-FILE.
           CLOSE UIDREG-FILE.
           CLOSE CARFILE-FILE.
           CLOSE CARLOT-FILE.
           CLOSE UNLREQ-FILE.
           CLOSE FEES-FILE.
           CLOSE LEDGER-FILE.
           CLOSE REPORT-FILE.
           SET BAT-END TO TRUE.
           MOVE WS-READ-COUNT TO BAT-RECORDS-READ.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           DISPLAY 'EMPLOYEES SWEPT: ' WS-SWEPT-COUNT.
           DISPLAY 'PRORATED CREDITS POSTED: ' WS-CREDITS-POSTED.
           STOP RUN.

       READ-NEXT-TERMINATION.
           MOVE SPACES TO WS-ACCOUNT-ACTION.
           MOVE SPACES TO WS-REQUEST-ACTION.
           MOVE ZERO   TO WS-VEHICLES-REMOVED.
           MOVE ZERO   TO WS-EMPLOYEE-CREDIT.
           MOVE TM-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
                INVALID KEY CONTINUE
                   INVALID KEY CONTINUE
              END-READ
              IF WS-REG-OK
                 INITIALIZE MAINT-AUDIT-RECORD
                 MOVE REG-USER-RECORD TO MA-BEFORE-IMAGE
                 SET RU-IS-INACTIVE TO TRUE
                 REWRITE REG-USER-RECORD
                 PERFORM WRITE-ACCOUNT-AUDIT
                 MOVE 'SUSPENDED' TO WS-ACCOUNT-ACTION
              ELSE
                 MOVE 'NOT FOUND' TO WS-ACCOUNT-ACTION
              END-IF
              PERFORM RETIRE-USER-ID
           END-IF.

       RETIRE-USER-ID.
      *    THE RETIRED DATE STARTS THE REUSE QUARANTINE - AN ID
      *    ISSUED BEFORE THE REGISTRY EXISTED GETS ITS RECORD NOW
           MOVE EM-USER-ID TO UI-USER-ID.
           READ UIDREG-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-UIDREG-OK
              MOVE WS-CURRENT-DATE(1:8) TO UI-RETIRED-DATE
              REWRITE USER-ID-REGISTRY-RECORD
                      INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              INITIALIZE USER-ID-REGISTRY-RECORD
              MOVE EM-USER-ID           TO UI-USER-ID
              MOVE EM-EMPLOYEE-NUMBER   TO UI-EMPLOYEE-NUMBER
              MOVE WS-CURRENT-DATE(1:8) TO UI-RETIRED-DATE
              WRITE USER-ID-REGISTRY-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.

       WRITE-ACCOUNT-AUDIT.
           MOVE RU-USER-ID      TO MA-TARGET-ID.
           MOVE WS-CURRENT-DATE TO MA-AUDIT-TIMESTAMP.
           MOVE ZERO            TO MA-TASK-NUMBER.
           MOVE 'EOFFBRD'       TO MA-ACTING-USER-ID.
           MOVE 'EOFFBRD'       TO MA-PROGRAM-NAME.
           MOVE 'OFFBSUSP'      TO MA-ACTION-CODE.
           MOVE REG-USER-RECORD TO MA-AFTER-IMAGE.
           WRITE MAINT-AUDIT-RECORD
                 INVALID KEY CONTINUE
           END-WRITE.

       REMOVE-VEHICLE-RECORDS.
      *    THE TAG MUST STOP BEING VALID AT THE GATE - EVERY ONE OF
      *    THE EMPLOYEE'S VEHICLE RECORDS IS DELETED.  RE-POSITION
              IF NOT WS-BROWSE-DONE
                 IF CF-EMPLOYEE-NUMBER IS EQUAL TO
                    TM-EMPLOYEE-NUMBER
                    PERFORM POST-PRORATED-CREDIT
                    PERFORM RELIEVE-LOT-COUNT
                    DELETE CARFILE-FILE
                    ADD 1 TO WS-VEHICLES-REMOVED
              END-IF
           END-IF.

       POST-PRORATED-CREDIT.
      *    A CURRENT PERMIT WHOSE FEE CARRENEW BILLED FOR THIS
      *    PERMIT-YEAR IS CREDITED THE DAYS LEFT TO ITS EXPIRY - THE
      *    SAME CREDIT A DELETE THROUGH THE CARRECM SCREEN POSTS
           MOVE ZERO TO WS-EXPIRY-NUMERIC.
           IF CF-PERMIT-EXPIRATION-DATE IS NUMERIC
              MOVE CF-PERMIT-EXPIRATION-DATE TO WS-EXPIRY-NUMERIC
           END-IF.
           IF WS-EXPIRY-NUMERIC IS GREATER THAN WS-TODAY-NUMERIC
              AND (CF-PERMIT-CURRENT OR CF-RENEWAL-NOTICE-SENT)
              AND CF-FEE-BILLED-PERIOD IS EQUAL TO
                  CF-PERMIT-EXPIRATION-DATE(1:6)
              PERFORM LOOKUP-ANNUAL-FEE
              IF WS-FEES-OK
                 COMPUTE WS-UNUSED-DAYS =
                         FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUMERIC)
                       - FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC)
                 COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                         FE-ANNUAL-FEE * WS-UNUSED-DAYS / 365
                 IF WS-CREDIT-AMOUNT IS GREATER THAN FE-ANNUAL-FEE
                    MOVE FE-ANNUAL-FEE TO WS-CREDIT-AMOUNT
                 END-IF
                 IF WS-CREDIT-AMOUNT IS GREATER THAN ZERO
                    PERFORM WRITE-PRORATED-CREDIT
                 END-IF
              END-IF
           END-IF.

       LOOKUP-ANNUAL-FEE.
      *    LOT + CLASS FIRST, THEN THE '**' DEFAULT LOT ROW - THE SAME
      *    PRICE CARRENEW BILLED.  NO PRICE ANYWHERE, NO CREDIT
           MOVE CF-LOT-NUMBER TO FE-LOT-NUMBER.
           IF CF-PERMIT-CLASS IS EQUAL TO SPACES
              MOVE 'S' TO FE-PERMIT-CLASS
           ELSE
              MOVE CF-PERMIT-CLASS TO FE-PERMIT-CLASS
           END-IF.
           READ FEES-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF NOT WS-FEES-OK
              MOVE '**' TO FE-LOT-NUMBER
              READ FEES-FILE
                   INVALID KEY CONTINUE
              END-READ
           END-IF.

       WRITE-PRORATED-CREDIT.
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE CF-EMPLOYEE-NUMBER   TO LG-EMPLOYEE-NUMBER.
           SET LG-PRORATED-CREDIT    TO TRUE.
           SET LG-IS-CREDIT          TO TRUE.
           MOVE WS-CREDIT-AMOUNT     TO LG-AMOUNT.
           MOVE CF-TAG-NUMBER        TO LG-TAG-NUMBER.
           MOVE CF-FEE-BILLED-PERIOD TO LG-PERIOD.
           STRING 'OFFBOARDED LOT ' DELIMITED BY SIZE
                  CF-LOT-NUMBER     DELIMITED BY SIZE
                  ' DAYS '          DELIMITED BY SIZE
                  WS-UNUSED-DAYS    DELIMITED BY SIZE
                  INTO LG-REFERENCE
           END-STRING.
           PERFORM POST-LEDGER-ENTRY.
           IF WS-LEDGER-POSTED
              ADD WS-CREDIT-AMOUNT TO WS-EMPLOYEE-CREDIT
              ADD 1 TO WS-CREDITS-POSTED
           END-IF.

       POST-LEDGER-ENTRY.
      *    CALLERS FILL IN THE EMPLOYEE, SOURCE, DEBIT/CREDIT, AMOUNT,
      *    TAG, PERIOD AND REFERENCE.  A KEY ALREADY TAKEN (ANOTHER JOB
      *    POSTING TO THE SAME ACCOUNT IN THE SAME SECOND) STEPS THE
      *    SEQUENCE ON
           MOVE WS-LEDGER-TIMESTAMP TO LG-POSTING-TIMESTAMP.
           MOVE 'EOFFBRD' TO LG-POSTED-BY.
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

       RELIEVE-LOT-COUNT.
      *    THE VEHICLE ABOUT TO BE DELETED GIVES ITS LOT SPACE BACK,
      *    THE SAME WAY A DELETE THROUGH THE CARRECM SCREEN WOULD -
           MOVE WS-ACCOUNT-ACTION   TO DL-ACCOUNT-ACTION.
           MOVE WS-VEHICLES-REMOVED TO DL-VEHICLES.
           MOVE WS-REQUEST-ACTION   TO DL-REQUEST-ACTION.
           MOVE WS-EMPLOYEE-CREDIT  TO DL-CREDIT.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
