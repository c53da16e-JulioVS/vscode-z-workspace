       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARLEDGR.
      ******************************************************************
      *   MONTHLY PARKING ACCOUNT STATEMENT AND LEDGER RECONCILIATION.-
      *      - READS THE CARLEDG PARKING LEDGER IN EMPLOYEE ORDER AND
      *        PRINTS A STATEMENT FOR EVERY EMPLOYEE WITH ACTIVITY IN
      *        THE STATEMENT MONTH - OPENING BALANCE, EACH POSTING OF
      *        THE MONTH (PERMIT FEES, EV CHARGES, CITATIONS AND THEIR
      *        REVERSALS, PRORATED CREDITS, REFUNDS AND PAYROLL
      *        DEDUCTIONS) AND THE CLOSING BALANCE.  A BALANCE THE
      *        EMPLOYEE IS OWED PRINTS WITH CR.
      *      - STATEMENTS GO TO THE LEDGRPT REPORT AND THE FACILITY
      *        PRINT QUEUE.
      *      - EVERY PAYROLL DEDUCTION (PD) ON THE LEDGER IS MATCHED
      *        TO THE PAYDEDUC EXTRACT CAREVBIL AND CARRENEW CUT FOR
      *        PAYROLL (EMPLOYEE, TAG, PERIOD AND AMOUNT).  A PD OF
      *        THE MONTH WITH NO EXTRACT RECORD, AND AN EXTRACT RECORD
      *        WITH NO PD ON THE LEDGER, ARE BOTH LISTED AND THE JOB
      *        ENDS RC=4.  AN EXTRACT TOO BIG FOR THE TABLE SKIPS THE
      *        RECONCILIATION AND ENDS RC=8.
      *      - AN EMPLOYEE NO LONGER ON EMPMAS WHO IS LEFT WITH A
      *        CREDIT BALANCE IS PAID IT BACK - A REFUND (RF) IS POSTED
      *        FOR THE CREDIT, WHICH CLEARS THE ACCOUNT, AND LISTED AS
      *        REFUND DUE FOR ACCOUNTS PAYABLE.
      *      - SYSIN CARD 1 = STATEMENT MONTH, YYYYMM (BLANK TAKES THE
      *        MONTH JUST ENDED).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO CARLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMPLOYEE-NUMBER
                  FILE STATUS IS WS-EMP-STATUS.

           SELECT DEDUCT-FILE ASSIGN TO PAYDEDUC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT REPORT-FILE ASSIGN TO LEDGRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE
           RECORDING MODE IS F.
       COPY CARLEDG.

       FD  EMP-FILE
           RECORDING MODE IS F.
       COPY EMPMAS.

       FD  DEDUCT-FILE
           RECORDING MODE IS F.
       01  DEDUCTION-RECORD.
           05 PD-EMPLOYEE-NUMBER    PIC X(6).
           05 PD-AMOUNT             PIC 9(5)V99.
           05 PD-PERIOD             PIC X(6).
           05 PD-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(9).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EPRTQ.
       COPY EBATP.
       01  WS-LEDGER-STATUS         PIC X(2).
           88 WS-LEDGER-OK                    VALUE '00'.
           88 WS-LEDGER-EOF                   VALUE '10'.
       01  WS-EMP-STATUS            PIC X(2).
           88 WS-EMP-OK                       VALUE '00'.
       01  WS-DEDUCT-STATUS         PIC X(2).
           88 WS-DEDUCT-EOF                   VALUE '10'.
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-BL-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-CURRENT-DATE          PIC X(14).
       01  WS-NOW-STAMP REDEFINES WS-CURRENT-DATE.
           05 WS-NOW-YEAR           PIC 9(4).
           05 WS-NOW-MONTH          PIC 9(2).
           05 FILLER                PIC X(8).
       01  WS-STATEMENT-MONTH.
           05 WS-SM-YEAR            PIC 9(4).
           05 WS-SM-MONTH           PIC 9(2).
       01  WS-STATEMENT-MONTH-IN    PIC X(6).
      ******************************************************************
      *   CARLEDG POSTING - THE REFUNDS THIS RUN POSTS CARRY THE RUN
      *   STAMP AND A RUN SEQUENCE NUMBER.
      ******************************************************************
       01  WS-LEDGER-TIMESTAMP      PIC X(14).
       01  WS-LEDGER-SEQUENCE       PIC 9(7) VALUE 0.
       01  WS-LEDGER-TRIES          PIC 9(2) VALUE 0.
       01  WS-LEDGER-POSTED-IND     PIC X(1) VALUE 'N'.
           88 WS-LEDGER-POSTED                VALUE 'Y'.
      ******************************************************************
      *   EMPLOYEE CONTROL-BREAK WORK AREAS.  BALANCES ARE DEBITS LESS
      *   CREDITS - POSITIVE IS OWED BY THE EMPLOYEE, NEGATIVE IS OWED
      *   TO THEM.  THE OVERALL BALANCE TAKES IN POSTINGS AFTER THE
      *   STATEMENT MONTH TOO, SO A LEAVER'S REFUND IS WHAT IS OWED
      *   TODAY.
      ******************************************************************
       01  WS-HAVE-PREV-IND         PIC X(1) VALUE 'N'.
           88 WS-HAVE-PREV                    VALUE 'Y'.
       01  WS-PREV-EMPLOYEE         PIC X(6) VALUE SPACES.
       01  WS-ON-EMPMAS-IND         PIC X(1) VALUE 'N'.
           88 WS-ON-EMPMAS                    VALUE 'Y'.
       01  WS-STATEMENT-OPEN-IND    PIC X(1) VALUE 'N'.
           88 WS-STATEMENT-OPEN               VALUE 'Y'.
       01  WS-EMPLOYEE-NAME         PIC X(25).
       01  WS-ENTRY-AMOUNT          PIC S9(7)V99 VALUE 0.
       01  WS-OPENING-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-CLOSING-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-OVERALL-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-ENTRY-NOTE            PIC X(16).
      ******************************************************************
      *   RUN TOTALS.
      ******************************************************************
       01  WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.
       01  WS-MONTH-DEBIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-MONTH-DEBIT-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-MONTH-CREDIT-COUNT    PIC 9(5) VALUE 0.
       01  WS-MONTH-CREDIT-TOTAL    PIC 9(9)V99 VALUE 0.
       01  WS-EXTRACT-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-MATCHED-COUNT         PIC 9(5) VALUE 0.
       01  WS-MATCHED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-NOT-EXTRACT-COUNT     PIC 9(5) VALUE 0.
       01  WS-NOT-EXTRACT-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-NOT-LEDGER-COUNT      PIC 9(5) VALUE 0.
       01  WS-NOT-LEDGER-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-REFUND-POSTED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REFUND-POSTED-TOTAL   PIC 9(9)V99 VALUE 0.
      ******************************************************************
      *   THE PAYROLL DEDUCTION EXTRACT, LOADED ONCE.  AN ENTRY IS
      *   MARKED AS SOON AS A LEDGER PD CLAIMS IT, SO TWO DEDUCTIONS
      *   OF THE SAME AMOUNT EACH NEED THEIR OWN EXTRACT RECORD.
      ******************************************************************
       01  WS-EXTAB-LIMIT           PIC 9(4) VALUE 3000.
       01  WS-EXTAB-COUNT           PIC 9(4) VALUE 0.
       01  WS-EXTAB-SUB             PIC 9(4) VALUE 0.
       01  WS-EXTAB-FULL-IND        PIC X(1) VALUE 'N'.
           88 WS-EXTAB-FULL                   VALUE 'Y'.
       01  WS-EXTAB-FOUND-IND       PIC X(1) VALUE 'N'.
           88 WS-EXTAB-FOUND                  VALUE 'Y'.
       01  WS-EXTRACT-TABLE.
           05 WS-EX-ENTRY OCCURS 3000 TIMES.
              10 WS-EX-EMPLOYEE     PIC X(6).
              10 WS-EX-TAG-NUMBER   PIC X(8).
              10 WS-EX-PERIOD       PIC X(6).
              10 WS-EX-AMOUNT       PIC 9(5)V99.
              10 WS-EX-MATCHED-IND  PIC X(1).
      ******************************************************************
      *   LEAVERS OWED A REFUND - POSTED ONCE THE LEDGER PASS IS DONE.
      ******************************************************************
       01  WS-REFTAB-LIMIT          PIC 9(3) VALUE 500.
       01  WS-REFTAB-COUNT          PIC 9(3) VALUE 0.
       01  WS-REFTAB-SUB            PIC 9(3) VALUE 0.
       01  WS-REFTAB-FULL-IND       PIC X(1) VALUE 'N'.
           88 WS-REFTAB-FULL                  VALUE 'Y'.
       01  WS-REFUND-TABLE.
           05 WS-RF-ENTRY OCCURS 500 TIMES.
              10 WS-RF-EMPLOYEE     PIC X(6).
              10 WS-RF-AMOUNT       PIC 9(5)V99.
       01  WS-HEADING-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'PARKING ACCOUNT STATEMENTS - MONTH '.
           05 HL-STATEMENT-MONTH    PIC X(6).
       01  WS-EMPLOYEE-HEADING.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE 'EMPLOYEE '.
           05 EH-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 EH-EMPLOYEE-NAME      PIC X(25).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 EH-EMPLOYEE-NOTE      PIC X(20).
       01  WS-COLUMN-HEADING        PIC X(132) VALUE
              '    POSTED    SRC  TAG-NO    REFERENCE                 DE
      -    'BIT      CREDIT  NOTE'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 DL-POSTED-DATE        PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-SOURCE-CODE        PIC X(2).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 DL-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-REFERENCE          PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-DEBIT              PIC ZZ,ZZZ.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-CREDIT             PIC ZZ,ZZZ.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 DL-NOTE               PIC X(16).
       01  WS-BALANCE-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 SB-LABEL              PIC X(47).
           05 SB-BALANCE            PIC ZZZ,ZZ9.99CR.
       01  WS-EXCEPTION-HEADING     PIC X(132) VALUE
              '    EMP-NO  TAG-NO    PERIOD      AMOUNT  EXCEPTION'.
       01  WS-EXCEPTION-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 XL-EMPLOYEE-NUMBER    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-TAG-NUMBER         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-PERIOD             PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-AMOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 XL-EXCEPTION          PIC X(20).
       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 TL-LABEL              PIC X(34).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TL-COUNT              PIC ZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 TL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           INITIALIZE BAT-PARAMETERS.
           MOVE 'CARLEDGR' TO BAT-JOB-NAME.
           SET BAT-START TO TRUE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           PERFORM INITIALIZE-JOB.
           MOVE LOW-VALUES TO LG-LEDGER-KEY.
           START LEDGER-FILE KEY IS GREATER THAN OR EQUAL TO
                 LG-LEDGER-KEY
                 INVALID KEY SET WS-LEDGER-EOF TO TRUE
           END-START.
           IF NOT WS-LEDGER-EOF
              PERFORM READ-NEXT-LEDGER-ENTRY
           END-IF.
           PERFORM PROCESS-ONE-ENTRY
              UNTIL WS-LEDGER-EOF.
           IF WS-HAVE-PREV
              PERFORM FLUSH-EMPLOYEE
           END-IF.
           PERFORM POST-LEAVER-REFUNDS.
           PERFORM LIST-UNMATCHED-EXTRACT.
           PERFORM FINALIZE-JOB.
           SET BAT-END TO TRUE.
           MOVE WS-BL-RECORDS-READ TO BAT-RECORDS-READ.
           MOVE WS-STATEMENT-COUNT TO BAT-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO BAT-RETURN-CODE.
           CALL 'EBATRTE' USING BAT-PARAMETERS.
           STOP RUN.

       INITIALIZE-JOB.
      *    A BLANK MONTH CARD STATES THE MONTH JUST ENDED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-LEDGER-TIMESTAMP.
           ACCEPT WS-STATEMENT-MONTH-IN FROM SYSIN.
           IF WS-STATEMENT-MONTH-IN IS NUMERIC
              AND WS-STATEMENT-MONTH-IN(5:2) IS GREATER THAN '00'
              AND WS-STATEMENT-MONTH-IN(5:2) IS LESS THAN '13'
              MOVE WS-STATEMENT-MONTH-IN TO WS-STATEMENT-MONTH
           ELSE
              MOVE WS-NOW-YEAR  TO WS-SM-YEAR
              MOVE WS-NOW-MONTH TO WS-SM-MONTH
              IF WS-SM-MONTH IS EQUAL TO 1
                 MOVE 12 TO WS-SM-MONTH
                 SUBTRACT 1 FROM WS-SM-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-SM-MONTH
              END-IF
           END-IF.
           PERFORM LOAD-EXTRACT-TABLE.
           OPEN I-O LEDGER-FILE.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'FACILITY' TO PRTQ-QUEUE-ID.
           MOVE 'CARLEDGR' TO PRTQ-REPORT-ID.
           SET PRTQ-OPEN TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           MOVE WS-STATEMENT-MONTH TO HL-STATEMENT-MONTH.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       LOAD-EXTRACT-TABLE.
           OPEN INPUT DEDUCT-FILE.
           PERFORM READ-NEXT-DEDUCTION.
           PERFORM NOTE-ONE-DEDUCTION
              UNTIL WS-DEDUCT-EOF.
           CLOSE DEDUCT-FILE.

       READ-NEXT-DEDUCTION.
           READ DEDUCT-FILE
                AT END SET WS-DEDUCT-EOF TO TRUE
           END-READ.

       NOTE-ONE-DEDUCTION.
           IF WS-EXTAB-COUNT IS LESS THAN WS-EXTAB-LIMIT
              ADD 1 TO WS-EXTAB-COUNT
              MOVE PD-EMPLOYEE-NUMBER TO WS-EX-EMPLOYEE(WS-EXTAB-COUNT)
              MOVE PD-TAG-NUMBER      TO
                   WS-EX-TAG-NUMBER(WS-EXTAB-COUNT)
              MOVE PD-PERIOD          TO WS-EX-PERIOD(WS-EXTAB-COUNT)
              MOVE PD-AMOUNT          TO WS-EX-AMOUNT(WS-EXTAB-COUNT)
              MOVE 'N'                TO
                   WS-EX-MATCHED-IND(WS-EXTAB-COUNT)
              ADD PD-AMOUNT TO WS-EXTRACT-TOTAL
           ELSE
              SET WS-EXTAB-FULL TO TRUE
           END-IF.
           PERFORM READ-NEXT-DEDUCTION.

       READ-NEXT-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
                AT END SET WS-LEDGER-EOF TO TRUE
                NOT AT END ADD 1 TO WS-BL-RECORDS-READ
           END-READ.

       PROCESS-ONE-ENTRY.
      *    THE LEDGER IS KEYED EMPLOYEE THEN POSTING STAMP, SO EACH
      *    ACCOUNT'S POSTINGS BEFORE THE MONTH (THE OPENING BALANCE)
      *    ARRIVE AHEAD OF THE MONTH'S OWN
           IF WS-HAVE-PREV
              AND LG-EMPLOYEE-NUMBER IS NOT EQUAL TO WS-PREV-EMPLOYEE
              PERFORM FLUSH-EMPLOYEE
           END-IF.
           IF NOT WS-HAVE-PREV
              PERFORM START-EMPLOYEE
           END-IF.
           IF LG-IS-CREDIT
              COMPUTE WS-ENTRY-AMOUNT = 0 - LG-AMOUNT
           ELSE
              MOVE LG-AMOUNT TO WS-ENTRY-AMOUNT
           END-IF.
           ADD WS-ENTRY-AMOUNT TO WS-OVERALL-BALANCE.
           MOVE SPACES TO WS-ENTRY-NOTE.
           IF LG-PAYROLL-DEDUCTION
              AND NOT WS-EXTAB-FULL
              PERFORM MATCH-PAYROLL-DEDUCTION
           END-IF.
           EVALUATE TRUE
           WHEN LG-POSTING-TIMESTAMP(1:6) IS LESS THAN
                WS-STATEMENT-MONTH
                ADD WS-ENTRY-AMOUNT TO WS-OPENING-BALANCE
                ADD WS-ENTRY-AMOUNT TO WS-CLOSING-BALANCE
           WHEN LG-POSTING-TIMESTAMP(1:6) IS EQUAL TO
                WS-STATEMENT-MONTH
                ADD WS-ENTRY-AMOUNT TO WS-CLOSING-BALANCE
                PERFORM PRINT-STATEMENT-ENTRY
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           PERFORM READ-NEXT-LEDGER-ENTRY.

       START-EMPLOYEE.
           MOVE LG-EMPLOYEE-NUMBER TO WS-PREV-EMPLOYEE.
           SET WS-HAVE-PREV TO TRUE.
           MOVE 'N'  TO WS-STATEMENT-OPEN-IND.
           MOVE ZERO TO WS-OPENING-BALANCE.
           MOVE ZERO TO WS-CLOSING-BALANCE.
           MOVE ZERO TO WS-OVERALL-BALANCE.
           MOVE LG-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMP-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF WS-EMP-OK
              SET WS-ON-EMPMAS TO TRUE
              MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
           ELSE
              MOVE 'N'    TO WS-ON-EMPMAS-IND
              MOVE SPACES TO WS-EMPLOYEE-NAME
           END-IF.

       MATCH-PAYROLL-DEDUCTION.
      *    THE FIRST UNCLAIMED EXTRACT RECORD FOR THE SAME EMPLOYEE,
      *    TAG, PERIOD AND AMOUNT.  ONLY A PD OF THE STATEMENT MONTH
      *    IS AN EXCEPTION WHEN NOTHING MATCHES - AN OLDER ONE WENT TO
      *    PAYROLL ON AN EARLIER EXTRACT
           MOVE 'N' TO WS-EXTAB-FOUND-IND.
           PERFORM MATCH-ONE-EXTRACT-ENTRY
              VARYING WS-EXTAB-SUB FROM 1 BY 1
              UNTIL WS-EXTAB-SUB IS GREATER THAN WS-EXTAB-COUNT
              OR WS-EXTAB-FOUND.
           IF WS-EXTAB-FOUND
              ADD 1 TO WS-MATCHED-COUNT
              ADD LG-AMOUNT TO WS-MATCHED-TOTAL
           ELSE
              IF LG-POSTING-TIMESTAMP(1:6) IS EQUAL TO
                 WS-STATEMENT-MONTH
                 MOVE 'NOT ON EXTRACT' TO WS-ENTRY-NOTE
                 ADD 1 TO WS-NOT-EXTRACT-COUNT
                 ADD LG-AMOUNT TO WS-NOT-EXTRACT-TOTAL
              END-IF
           END-IF.

       MATCH-ONE-EXTRACT-ENTRY.
           IF WS-EX-MATCHED-IND(WS-EXTAB-SUB) IS EQUAL TO 'N'
              AND WS-EX-EMPLOYEE(WS-EXTAB-SUB) IS EQUAL TO
                  LG-EMPLOYEE-NUMBER
              AND WS-EX-TAG-NUMBER(WS-EXTAB-SUB) IS EQUAL TO
                  LG-TAG-NUMBER
              AND WS-EX-PERIOD(WS-EXTAB-SUB) IS EQUAL TO LG-PERIOD
              AND WS-EX-AMOUNT(WS-EXTAB-SUB) IS EQUAL TO LG-AMOUNT
              MOVE 'Y' TO WS-EX-MATCHED-IND(WS-EXTAB-SUB)
              SET WS-EXTAB-FOUND TO TRUE
           END-IF.

       PRINT-STATEMENT-ENTRY.
           IF NOT WS-STATEMENT-OPEN
              PERFORM PRINT-STATEMENT-HEADING
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LG-POSTING-TIMESTAMP(1:8) TO DL-POSTED-DATE.
           MOVE LG-SOURCE-CODE  TO DL-SOURCE-CODE.
           MOVE LG-TAG-NUMBER   TO DL-TAG-NUMBER.
           MOVE LG-REFERENCE    TO DL-REFERENCE.
           MOVE WS-ENTRY-NOTE   TO DL-NOTE.
           IF LG-IS-CREDIT
              MOVE LG-AMOUNT TO DL-CREDIT
              ADD 1 TO WS-MONTH-CREDIT-COUNT
              ADD LG-AMOUNT TO WS-MONTH-CREDIT-TOTAL
           ELSE
              MOVE LG-AMOUNT TO DL-DEBIT
              ADD 1 TO WS-MONTH-DEBIT-COUNT
              ADD LG-AMOUNT TO WS-MONTH-DEBIT-TOTAL
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-STATEMENT-HEADING.
           SET WS-STATEMENT-OPEN TO TRUE.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PREV-EMPLOYEE TO EH-EMPLOYEE-NUMBER.
           MOVE WS-EMPLOYEE-NAME TO EH-EMPLOYEE-NAME.
           IF WS-ON-EMPMAS
              MOVE SPACES TO EH-EMPLOYEE-NOTE
           ELSE
              MOVE '(NOT ON EMPMAS)' TO EH-EMPLOYEE-NOTE
           END-IF.
           MOVE WS-EMPLOYEE-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'OPENING BALANCE'  TO SB-LABEL.
           MOVE WS-OPENING-BALANCE TO SB-BALANCE.
           MOVE WS-BALANCE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       FLUSH-EMPLOYEE.
      *    CLOSE OFF THE STATEMENT (IF THE ACCOUNT HAD ONE THIS MONTH)
      *    AND NOTE A LEAVER STILL IN CREDIT FOR A REFUND
           IF WS-STATEMENT-OPEN
              MOVE 'CLOSING BALANCE'  TO SB-LABEL
              MOVE WS-CLOSING-BALANCE TO SB-BALANCE
              MOVE WS-BALANCE-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF NOT WS-ON-EMPMAS
              AND WS-OVERALL-BALANCE IS LESS THAN ZERO
              IF WS-REFTAB-COUNT IS LESS THAN WS-REFTAB-LIMIT
                 ADD 1 TO WS-REFTAB-COUNT
                 MOVE WS-PREV-EMPLOYEE TO
                      WS-RF-EMPLOYEE(WS-REFTAB-COUNT)
                 COMPUTE WS-RF-AMOUNT(WS-REFTAB-COUNT) =
                         0 - WS-OVERALL-BALANCE
              ELSE
                 SET WS-REFTAB-FULL TO TRUE
              END-IF
           END-IF.
           MOVE 'N' TO WS-HAVE-PREV-IND.

       POST-LEAVER-REFUNDS.
      *    THE REFUND IS A DEBIT THAT BRINGS THE ACCOUNT BACK TO ZERO,
      *    SO A RERUN FINDS NOTHING LEFT TO REFUND
           IF WS-REFTAB-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE '  LEAVERS REFUNDED THEIR CREDIT BALANCE'
                   TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM POST-ONE-REFUND
                 VARYING WS-REFTAB-SUB FROM 1 BY 1
                 UNTIL WS-REFTAB-SUB IS GREATER THAN WS-REFTAB-COUNT
           END-IF.

       POST-ONE-REFUND.
           INITIALIZE PARKING-LEDGER-RECORD.
           MOVE WS-RF-EMPLOYEE(WS-REFTAB-SUB) TO LG-EMPLOYEE-NUMBER.
           SET LG-REFUND           TO TRUE.
           SET LG-IS-DEBIT         TO TRUE.
           MOVE WS-RF-AMOUNT(WS-REFTAB-SUB) TO LG-AMOUNT.
           MOVE WS-STATEMENT-MONTH TO LG-PERIOD.
           MOVE 'LEAVER REFUND'    TO LG-REFERENCE.
           PERFORM POST-LEDGER-ENTRY.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE LG-EMPLOYEE-NUMBER TO XL-EMPLOYEE-NUMBER.
           MOVE LG-PERIOD          TO XL-PERIOD.
           MOVE LG-AMOUNT          TO XL-AMOUNT.
           IF WS-LEDGER-POSTED
              MOVE 'REFUND DUE'    TO XL-EXCEPTION
              ADD 1 TO WS-REFUND-POSTED-COUNT
              ADD LG-AMOUNT TO WS-REFUND-POSTED-TOTAL
           ELSE
              MOVE 'REFUND NOT POSTED' TO XL-EXCEPTION
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       POST-LEDGER-ENTRY.
      *    CALLERS FILL IN THE EMPLOYEE, SOURCE, DEBIT/CREDIT, AMOUNT,
      *    TAG, PERIOD AND REFERENCE.  A KEY ALREADY TAKEN (ANOTHER JOB
      *    POSTING TO THE SAME ACCOUNT IN THE SAME SECOND) STEPS THE
      *    SEQUENCE ON
           MOVE WS-LEDGER-TIMESTAMP TO LG-POSTING-TIMESTAMP.
           MOVE 'CARLEDGR' TO LG-POSTED-BY.
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

       LIST-UNMATCHED-EXTRACT.
      *    EVERY EXTRACT RECORD NO LEDGER PD CLAIMED WENT TO PAYROLL
      *    WITHOUT A POSTING BEHIND IT
           IF NOT WS-EXTAB-FULL
              PERFORM COUNT-ONE-UNMATCHED
                 VARYING WS-EXTAB-SUB FROM 1 BY 1
                 UNTIL WS-EXTAB-SUB IS GREATER THAN WS-EXTAB-COUNT
           END-IF.
           IF WS-NOT-LEDGER-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE '  PAYROLL DEDUCTIONS ON THE EXTRACT WITH NO LEDGER P
      -            'OSTING' TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM LIST-ONE-UNMATCHED
                 VARYING WS-EXTAB-SUB FROM 1 BY 1
                 UNTIL WS-EXTAB-SUB IS GREATER THAN WS-EXTAB-COUNT
           END-IF.

       COUNT-ONE-UNMATCHED.
           IF WS-EX-MATCHED-IND(WS-EXTAB-SUB) IS EQUAL TO 'N'
              ADD 1 TO WS-NOT-LEDGER-COUNT
              ADD WS-EX-AMOUNT(WS-EXTAB-SUB) TO WS-NOT-LEDGER-TOTAL
           END-IF.

       LIST-ONE-UNMATCHED.
           IF WS-EX-MATCHED-IND(WS-EXTAB-SUB) IS EQUAL TO 'N'
              MOVE SPACES TO WS-EXCEPTION-LINE
              MOVE WS-EX-EMPLOYEE(WS-EXTAB-SUB)   TO XL-EMPLOYEE-NUMBER
              MOVE WS-EX-TAG-NUMBER(WS-EXTAB-SUB) TO XL-TAG-NUMBER
              MOVE WS-EX-PERIOD(WS-EXTAB-SUB)     TO XL-PERIOD
              MOVE WS-EX-AMOUNT(WS-EXTAB-SUB)     TO XL-AMOUNT
              MOVE 'NOT IN LEDGER'                TO XL-EXCEPTION
              MOVE WS-EXCEPTION-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-LINE TO PRTQ-REPORT-LINE.
           SET PRTQ-WRITE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.

       FINALIZE-JOB.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'STATEMENTS PRINTED'     TO TL-LABEL.
           MOVE WS-STATEMENT-COUNT       TO TL-COUNT.
           MOVE ZERO                     TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DEBITS POSTED IN MONTH' TO TL-LABEL.
           MOVE WS-MONTH-DEBIT-COUNT     TO TL-COUNT.
           MOVE WS-MONTH-DEBIT-TOTAL     TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CREDITS POSTED IN MONTH' TO TL-LABEL.
           MOVE WS-MONTH-CREDIT-COUNT    TO TL-COUNT.
           MOVE WS-MONTH-CREDIT-TOTAL    TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PAYROLL DEDUCTION EXTRACT' TO TL-LABEL.
           MOVE WS-EXTAB-COUNT           TO TL-COUNT.
           MOVE WS-EXTRACT-TOTAL         TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MATCHED TO LEDGER PD'   TO TL-LABEL.
           MOVE WS-MATCHED-COUNT         TO TL-COUNT.
           MOVE WS-MATCHED-TOTAL         TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LEDGER PD NOT ON EXTRACT' TO TL-LABEL.
           MOVE WS-NOT-EXTRACT-COUNT     TO TL-COUNT.
           MOVE WS-NOT-EXTRACT-TOTAL     TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'EXTRACT NOT IN LEDGER'  TO TL-LABEL.
           MOVE WS-NOT-LEDGER-COUNT      TO TL-COUNT.
           MOVE WS-NOT-LEDGER-TOTAL      TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LEAVER REFUNDS POSTED'  TO TL-LABEL.
           MOVE WS-REFUND-POSTED-COUNT   TO TL-COUNT.
           MOVE WS-REFUND-POSTED-TOTAL   TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
           WHEN WS-EXTAB-FULL
                MOVE '  ** EXTRACT TABLE FULL - RECONCILIATION NOT PERFO
      -    'RMED **' TO REPORT-LINE
                MOVE 8 TO RETURN-CODE
           WHEN WS-NOT-EXTRACT-COUNT IS GREATER THAN ZERO
             OR WS-NOT-LEDGER-COUNT IS GREATER THAN ZERO
                MOVE '  ** LEDGER OUT OF BALANCE WITH THE PAYROLL DEDUCT
      -    'ION EXTRACT **' TO REPORT-LINE
                IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
                END-IF
           WHEN OTHER
                MOVE  '  ** LEDGER IN BALANCE WITH THE PAYROLL DEDUCTION
      -    ' EXTRACT **' TO REPORT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REFTAB-FULL
              MOVE '  ** REFUND TABLE FULL - REMAINING LEAVER CREDITS RE
      -    'FUNDED NEXT RUN **' TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.
           SET PRTQ-CLOSE TO TRUE.
           CALL 'EPRTRTE' USING PRTQ-PARAMETERS.
           CLOSE LEDGER-FILE.
           CLOSE EMP-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'PARKING STATEMENTS PRINTED: ' WS-STATEMENT-COUNT.
           DISPLAY 'LEAVER REFUNDS POSTED:      '
                   WS-REFUND-POSTED-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
