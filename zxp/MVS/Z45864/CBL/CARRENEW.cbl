      *        LONGER ON EMPMAS GO TO THE CARFSUSP SUSPENSE FILE
      *        INSTEAD, AND THE CONTROL REPORT BALANCES
      *        BILLED = DEDUCTIONS + SUSPENSE.
      *      - EVERY FEE BILLED IS POSTED TO THE EMPLOYEE'S CARLEDG
      *        PARKING ACCOUNT (PF), WITH THE PAYROLL DEDUCTION THAT
      *        COLLECTS IT (PD) WHEN ONE IS CUT - A SUSPENDED BILLING
      *        STAYS ON THE ACCOUNT AS OWED.
      *      - RENEWAL NOTICES NOW GO TO THE ENTFQUE OUTBOUND
      *        NOTIFICATION QUEUE VIA ENTFRTE, SO THE EMPLOYEE GETS
      *        THEM BY E-MAIL OR SMS - ENTFDSP PRINTS TO THE FACILITY
      *        QUEUE ONLY WHEN THERE IS NO USABLE CONTACT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SUSP-STATUS.

           SELECT LEDGER-FILE ASSIGN TO CARLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO RENWRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           05 SP-PERIOD             PIC X(6).
           05 SP-REASON-CODE        PIC X(20).

       FD  LEDGER-FILE
           RECORDING MODE IS F.
       COPY CARLEDG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ENTFP.
       COPY EBATP.
       COPY EDATP.
       01  WS-CARFILE-STATUS        PIC X(2).
       01  WS-WINDOW-END-DATE       PIC 9(8).
       01  WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT          PIC 9(5) VALUE 0.
       01  WS-NOTICE-FAIL-COUNT     PIC 9(5) VALUE 0.
       01  WS-FEES-STATUS           PIC X(2).
           88 WS-FEES-OK                      VALUE '00'.
       01  WS-EMP-STATUS            PIC X(2).
       01  WS-BILLED-COUNT          PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-COUNT        PIC 9(5) VALUE 0.
       01  WS-DEDUCTION-TOTAL       PIC 9(9)V99 VALUE 0.
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
       01  WS-FEE-FOUND-IND         PIC X(1) VALUE 'N'.
           88 WS-FEE-FOUND                    VALUE 'Y'.
       01  WS-CONTROL-LINE.

       INITIALIZE-JOB.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LEDGER-TIMESTAMP.
           COMPUTE WS-WINDOW-INT-DATE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
              + WS-RENEWAL-WINDOW-DAYS.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT DEDUCT-FILE.
           OPEN OUTPUT SUSP-FILE.
           OPEN I-O LEDGER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-NEXT-PERMIT.
           READ CARFILE-FILE NEXT RECORD
              READ EMP-FILE
                   INVALID KEY CONTINUE
              END-READ
              PERFORM POST-PERMIT-FEE
              IF NOT WS-EMP-OK
                 PERFORM SUSPEND-ONE-BILLING
                 MOVE 'EMPLOYEE NOT ON EMPMAS' TO SP-REASON-CODE
                 MOVE CF-TAG-NUMBER      TO PD-TAG-NUMBER
                 WRITE DEDUCTION-RECORD
                 ADD FE-ANNUAL-FEE TO WS-DEDUCTION-TOTAL
                 PERFORM POST-PAYROLL-DEDUCTION
              END-IF
           END-IF.
           MOVE CF-PERMIT-EXPIRATION-DATE(1:6)
           REWRITE CAR-RECORD.
           ADD 1 TO WS-BILLED-COUNT.

       POST-PERMIT-FEE.
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE CF-EMPLOYEE-NUMBER TO LG-EMPLOYEE-NUMBER.
           SET LG-PERMIT-FEE       TO TRUE.
           SET LG-IS-DEBIT         TO TRUE.
           MOVE FE-ANNUAL-FEE      TO LG-AMOUNT.
           MOVE CF-TAG-NUMBER      TO LG-TAG-NUMBER.
           MOVE CF-PERMIT-EXPIRATION-DATE(1:6) TO LG-PERIOD.
           STRING 'PERMIT FEE LOT ' DELIMITED BY SIZE
                  FE-LOT-NUMBER DELIMITED BY SIZE
                  ' CLASS ' DELIMITED BY SIZE
                  FE-PERMIT-CLASS DELIMITED BY SIZE
                  INTO LG-REFERENCE
           END-STRING.
           PERFORM POST-LEDGER-ENTRY.

       POST-PAYROLL-DEDUCTION.
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE PD-EMPLOYEE-NUMBER TO LG-EMPLOYEE-NUMBER.
           SET LG-PAYROLL-DEDUCTION TO TRUE.
           SET LG-IS-CREDIT        TO TRUE.
           MOVE PD-AMOUNT          TO LG-AMOUNT.
           MOVE PD-TAG-NUMBER      TO LG-TAG-NUMBER.
           MOVE PD-PERIOD          TO LG-PERIOD.
           MOVE 'PAYROLL DEDUCTION' TO LG-REFERENCE.
           PERFORM POST-LEDGER-ENTRY.

       POST-LEDGER-ENTRY.
      *    CALLERS FILL IN THE EMPLOYEE, SOURCE, DEBIT/CREDIT, AMOUNT,
      *    TAG, PERIOD AND REFERENCE.  A KEY ALREADY TAKEN (ANOTHER JOB
      *    POSTING TO THE SAME ACCOUNT IN THE SAME SECOND) STEPS THE
      *    SEQUENCE ON
           MOVE WS-LEDGER-TIMESTAMP TO LG-POSTING-TIMESTAMP.
           MOVE 'CARRENEW' TO LG-POSTED-BY.
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

       SUSPEND-ONE-BILLING.
           INITIALIZE SUSPENSE-RECORD.
           MOVE CF-EMPLOYEE-NUMBER TO SP-EMPLOYEE-NUMBER.
           ADD 1 TO WS-EXPIRED-COUNT.

       NOTICE-ONE-PERMIT.
      *    THE PERMIT IS FLAGGED ONLY ONCE THE NOTICE IS ON THE
      *    QUEUE - ONE THAT COULD NOT BE QUEUED IS TRIED AGAIN TOMORROW
           MOVE CF-EMPLOYEE-NUMBER        TO NL-EMPLOYEE-NUMBER.
           MOVE CF-TAG-NUMBER             TO NL-TAG-NUMBER.
           MOVE CF-PERMIT-EXPIRATION-DATE TO NL-EXPIRATION-DATE.
           INITIALIZE NTF-PARAMETERS.
           SET NTF-QUEUE TO TRUE.
           MOVE 'CARRENEW'         TO NTF-SOURCE-PROGRAM.
           MOVE CF-EMPLOYEE-NUMBER TO NTF-EMPLOYEE-NUMBER.
           MOVE 'RENEWAL'          TO NTF-NOTICE-TYPE.
           MOVE 'PARKING PERMIT RENEWAL DUE' TO NTF-SUBJECT.
           MOVE WS-NOTICE-LINE     TO NTF-MESSAGE-TEXT.
           MOVE 'FACILITY'         TO NTF-PRINT-QUEUE-ID.
           CALL 'ENTFRTE' USING NTF-PARAMETERS.
           PERFORM PRINT-ACTION-LINE-SETUP.
           IF NTF-OK
              SET CF-RENEWAL-NOTICE-SENT TO TRUE
              REWRITE CAR-RECORD
              MOVE 'NOTICE QUEUED' TO DL-ACTION
              ADD 1 TO WS-NOTICE-COUNT
           ELSE
              MOVE 'NOTICE FAILED' TO DL-ACTION
              ADD 1 TO WS-NOTICE-FAIL-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ACTION-LINE-SETUP.
           MOVE SPACES                    TO WS-DETAIL-LINE.
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'NOTICES NOT QUEUED:' TO CL-LABEL.
           MOVE WS-NOTICE-FAIL-COUNT TO CL-COUNT.
           MOVE WS-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SET NTF-CLOSE TO TRUE.
           CALL 'ENTFRTE' USING NTF-PARAMETERS.
           CLOSE CARFILE-FILE.
           CLOSE FEES-FILE.
           CLOSE EMP-FILE.
           CLOSE DEDUCT-FILE.
           CLOSE SUSP-FILE.
           CLOSE LEDGER-FILE.
           CLOSE REPORT-FILE.
           IF WS-NOTICE-FAIL-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           COMPUTE BAT-RECORDS-WRITTEN =
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           DISPLAY 'PERMITS EXPIRED: ' WS-EXPIRED-COUNT
                   ' NOTICES QUEUED: ' WS-NOTICE-COUNT.
           DISPLAY 'PERMIT YEARS BILLED: ' WS-BILLED-COUNT
                   ' SUSPENSE: ' WS-SUSPENSE-COUNT.
