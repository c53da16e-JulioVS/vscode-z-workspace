      *        BY CARRECM (EMPNOI) AND EREGUSR (RU-USER-ID) SO A
      *        VEHICLE RECORD OR SIGN-ON ACCOUNT CAN BE VALIDATED
      *        AGAINST A REAL EMPLOYEE
      *      - EM-HIRE-DATE IS THE SENIORITY DATE - EHRFEED SETS IT
      *        FROM THE HIRE TRANSACTION AND THE CARREDRW ANNUAL
      *        PARKING RE-DRAW RANKS HOLDERS BY IT
      *      - EM-POSITION-NUMBER LINKS THE EMPLOYEE TO THE DEPTPOSN
      *        POSITION THEY FILL IN EM-DEPT-NBR
      *      - EM-PAY-GRADE LINKS THE EMPLOYEE TO THE EPAYGRD SALARY
      *        RANGE THEIR SALARY IS HELD TO
      ******************************************************************
       01 EMPLOYEE-RECORD.
          05 EM-EMPLOYEE-NUMBER   PIC X(6).
             88 EM-RETURN-PENDING            VALUE 'B'.
          05 EM-LEAVE-START-DATE  PIC X(8).
          05 EM-LEAVE-RETURN-DATE PIC X(8).
      *      YYYYMMDD - BLANK (NOT YET KNOWN) RANKS MOST JUNIOR
          05 EM-HIRE-DATE         PIC X(8).
      *      DEPTPOSN POSITION HELD - KEYED WITH EM-DEPT-NBR
          05 EM-POSITION-NUMBER   PIC X(6).
      *      EPAYGRD PAY GRADE - BLANK IS UNGRADED (NO RANGE EDIT)
          05 EM-PAY-GRADE         PIC X(3).
