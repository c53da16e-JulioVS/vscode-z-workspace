      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'DEPTPOSN' POSITION MASTER - ONE
      *        RECORD PER POSITION FINANCE HAS AUTHORIZED, KEYED ON
      *        THE DEPARTMENT THAT OWNS IT AND THE POSITION NUMBER.
      *        DEPTPOSL LOADS AND MAINTAINS IT FROM FINANCE'S
      *        POSITION EXTRACT.
      *      - EHRFEED FILLS A VACANT POSITION ON A HIRE OR A
      *        TRANSFER IN (EM-POSITION-NUMBER LINKS THE EMPLOYEE TO
      *        IT) AND VACATES IT ON A TRANSFER OUT OR A TERMINATION.
      *        A HIRE OR TRANSFER INTO A DEPARTMENT WITH NO VACANT
      *        POSITION IS REJECTED.
      *      - DEPTVACR LISTS THE VACANCIES BY DEPARTMENT FOR THE
      *        BUDGET OFFICE.
      ******************************************************************
       01 POSITION-RECORD.
          05 PN-POSITION-KEY.
             10 PN-DEPT-NBR          PIC X(4).
             10 PN-POSITION-NUMBER   PIC X(6).
          05 PN-TITLE                PIC X(25).
          05 PN-BUDGETED-SALARY      PIC 9(7)V99.
          05 PN-STATUS               PIC X(1).
             88 PN-IS-FILLED                   VALUE 'F'.
             88 PN-IS-VACANT                   VALUE 'V'.
      *      INCUMBENT - SPACES WHILE THE POSITION IS VACANT
          05 PN-EMPLOYEE-NUMBER      PIC X(6).
      *      YYYYMMDD THE POSITION LAST FILLED OR FELL VACANT
          05 PN-STATUS-DATE          PIC X(8).
          05 FILLER                  PIC X(11).
