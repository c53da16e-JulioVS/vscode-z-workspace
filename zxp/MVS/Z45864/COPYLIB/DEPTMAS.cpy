      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'DEPTMAS' DEPARTMENT MASTER FILE.
      *        (KEYED ON DEPT-NBR)
      *      - DEPT-COMPANY-CODE NAMES THE LEGAL ENTITY (ECOMPANY) THE
      *        DEPARTMENT BELONGS TO.  BLANK MEANS THE ECOMPANY ROW
      *        FLAGGED AS THE DEFAULT COMPANY.
      ******************************************************************
       01 DEPT-RECORD.
          05 DEPT-NBR             PIC X(4).
          05 DEPT-NBR-EMPS        PIC 9(3).
          05 DEPT-TOTAL-SALARIES  PIC 9(7)V99.
          05 DEPT-AVG-SALARY      PIC 9(7)V99.
          05 DEPT-COMPANY-CODE    PIC X(4).
