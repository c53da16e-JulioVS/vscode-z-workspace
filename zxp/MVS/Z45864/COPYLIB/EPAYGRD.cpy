      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EPAYGRD' VSAM FILE.
      *        (PAY GRADE STRUCTURE, KEYED ON PG-PAY-GRADE)
      *      - ONE RECORD PER GRADE WITH ITS SALARY RANGE, LOADED
      *        FROM HR'S GRADE TABLE BY EPAYGRL.  EM-PAY-GRADE LINKS
      *        EACH EMPLOYEE TO A GRADE; EHRFEED, EEMPMNT AND EREVP
      *        HOLD SALARIES INSIDE THE RANGE (AN HR OVERRIDE WITH A
      *        REASON LETS ONE THROUGH) AND EGRADRPT REPORTS EACH
      *        SALARY'S COMPA-RATIO AGAINST THE MIDPOINT.
      ******************************************************************
       01 PAY-GRADE-RECORD.
          05 PG-PAY-GRADE            PIC X(3).
          05 PG-DESCRIPTION          PIC X(20).
          05 PG-MINIMUM              PIC 9(7)V99.
          05 PG-MIDPOINT             PIC 9(7)V99.
          05 PG-MAXIMUM              PIC 9(7)V99.
          05 FILLER                  PIC X(10).
