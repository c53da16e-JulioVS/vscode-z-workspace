      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'PAYREG' PAYROLL REGISTER IMPORT
      *        FROM THE EXTERNAL PAYROLL SYSTEM, TAKEN AFTER EACH PAY
      *        RUN AND READ BY DEPTPREC.
      *      - ONE RECORD PER EMPLOYEE AND DEPARTMENT CHARGED - AN
      *        EMPLOYEE FUNDED BY SEVERAL DEPARTMENTS MAY HAVE A LINE
      *        FOR EACH.  GROSS PAID IS SEVEN DIGITS WITH TWO IMPLIED
      *        DECIMALS.
      ******************************************************************
       01 PAYROLL-REGISTER-RECORD.
          05 PR-EMPLOYEE-NUMBER      PIC X(6).
          05 PR-DEPT-NBR             PIC X(4).
      *      PAY PERIOD (YYYYMM) - A LINE FOR ANY OTHER PERIOD IS
      *      REJECTED, NOT RECONCILED
          05 PR-PERIOD               PIC X(6).
          05 PR-PAY-DATE             PIC X(8).
          05 PR-GROSS-PAID           PIC 9(7)V99.
          05 FILLER                  PIC X(7).
