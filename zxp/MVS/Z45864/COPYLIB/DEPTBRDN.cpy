      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'DEPTBRDN' EMPLOYER BURDEN-RATE
      *        FILE - ONE RECORD PER DEPARTMENT AND EFFECTIVE DATE,
      *        PLUS '****' DEFAULT RECORDS FOR DEPARTMENTS WITHOUT
      *        THEIR OWN RATES.  LOADED FROM FINANCE'S RATE EXTRACT
      *        BY DEPTBRDL.
      *      - DEPTPAY TAKES THE LATEST RECORD EFFECTIVE ON OR BEFORE
      *        THE RUN DATE AND LOADS EACH DEPARTMENT'S SALARY PLUS
      *        OVERTIME WITH EMPLOYER TAX, PENSION AND HEALTH, EACH
      *        POSTED TO ITS OWN BURDEN EXPENSE ACCOUNT.  RATES ARE
      *        PERCENTAGES WITH THREE DECIMALS.
      ******************************************************************
       01 DEPT-BURDEN-RECORD.
          05 BR-BURDEN-KEY.
             10 BR-DEPT-NBR          PIC X(4).
             10 BR-EFFECTIVE-DATE    PIC X(8).
          05 BR-TAX-PCT              PIC 9(2)V999.
          05 BR-TAX-ACCOUNT          PIC X(8).
          05 BR-PENSION-PCT          PIC 9(2)V999.
          05 BR-PENSION-ACCOUNT      PIC X(8).
          05 BR-HEALTH-PCT           PIC 9(2)V999.
          05 BR-HEALTH-ACCOUNT       PIC X(8).
          05 FILLER                  PIC X(10).
