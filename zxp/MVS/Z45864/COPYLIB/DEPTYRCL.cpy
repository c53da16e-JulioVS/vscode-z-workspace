      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'DEPTYRCL' FISCAL YEAR-END CLOSE
      *        CONTROL FILE - ONE RECORD PER FISCAL YEAR THE DEPTYEC
      *        CLOSE HAS BEEN STARTED FOR (KEYED ON YC-FISCAL-YEAR).
      *      - YC-LAST-STEP IS THE LAST CLOSE STEP COMPLETED (1 =
      *        OPEN ACCRUALS SETTLED, 2 = BUDGET ROLLED, 3 = SUMMARY
      *        SEALED), SO A RESTARTED CLOSE PICKS UP AFTER IT.  THE
      *        GL BATCH-CONTROL COUNTERS RIDE ALONG FOR THE SAME
      *        REASON.
      *      - A CLOSED YEAR IS NEVER CLOSED AGAIN, AND DEPTPAY WILL
      *        NOT POST INTO A YEAR WITH ANY RECORD HERE - CLOSING OR
      *        CLOSED.  YC-SEAL-VALUE IS THE CHECK VALUE OVER THE
      *        YEAR-END SUMMARY STORED IN THE REPORT REPOSITORY.
      ******************************************************************
       01 DEPT-YEAR-CLOSE-RECORD.
          05 YC-FISCAL-YEAR          PIC X(4).
          05 YC-STATUS               PIC X(1).
             88 YC-IS-CLOSING                  VALUE 'I'.
             88 YC-IS-CLOSED                   VALUE 'C'.
          05 YC-LAST-STEP            PIC 9(1).
          05 YC-ACCRUAL-ACTION       PIC X(7).
             88 YC-REVERSE-ACCRUALS            VALUE 'REVERSE'.
             88 YC-CARRY-ACCRUALS              VALUE 'CARRY'.
          05 YC-STARTED-TIMESTAMP    PIC X(14).
          05 YC-CLOSED-TIMESTAMP     PIC X(14).
          05 YC-ACCRUAL-COUNT        PIC 9(5).
          05 YC-ACCRUAL-AMOUNT       PIC 9(11)V99.
          05 YC-GL-RECORD-COUNT      PIC 9(7).
          05 YC-GL-HASH-TOTAL        PIC 9(13)V99.
          05 YC-BUDGET-ROLLED        PIC 9(5).
          05 YC-BUDGET-KEPT          PIC 9(5).
          05 YC-SEAL-VALUE           PIC X(8).
          05 YC-SEAL-LINE-COUNT      PIC 9(5).
          05 FILLER                  PIC X(20).
