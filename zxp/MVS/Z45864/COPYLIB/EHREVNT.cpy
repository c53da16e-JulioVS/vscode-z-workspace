      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EHREVNT' VSAM FILE.
      *        (HR EVENT HISTORY)
      *      - ONE RECORD PER HRTRANS TRANSACTION EHRFEED APPLIED -
      *        THE WHOLE EHRTRAN RECORD AS IT CAME IN, WITH THE
      *        DEPARTMENT IT MOVED THE EMPLOYEE OUT OF AND INTO.
      *        NEVER UPDATED OR PURGED, SO HIRES, TRANSFERS, LEAVES
      *        AND TERMINATIONS CAN BE COUNTED BY DEPARTMENT FOR ANY
      *        PERIOD - THE EHRTURN TURNOVER REPORT.
      *      - THE KEY IS DATE-MAJOR (EFFECTIVE DATE, THEN EMPLOYEE),
      *        SO A PERIOD'S EVENTS ARE ONE CONTIGUOUS RANGE.
      *        HE-SEQUENCE KEEPS TWO EVENTS FOR ONE EMPLOYEE ON ONE
      *        DAY APART.
      *      - HE-FROM-DEPT-NBR IS BLANK FOR A HIRE, HE-TO-DEPT-NBR
      *        IS BLANK FOR A TERMINATION; ANY OTHER EVENT CARRIES THE
      *        EMPLOYEE'S DEPARTMENT IN BOTH.
      ******************************************************************
       01 HR-EVENT-RECORD.
          05 HE-EVENT-KEY.
             10 HE-EFFECTIVE-DATE    PIC X(8).
             10 HE-EMPLOYEE-NUMBER   PIC X(6).
             10 HE-SEQUENCE          PIC 9(3).
          05 HE-TRANS-CODE           PIC X(1).
             88 HE-IS-HIRE                     VALUE 'H'.
             88 HE-IS-TRANSFER                 VALUE 'T'.
             88 HE-IS-TERMINATE                VALUE 'X'.
             88 HE-IS-NAME-CHANGE              VALUE 'N'.
             88 HE-IS-SALARY-CHANGE            VALUE 'S'.
             88 HE-IS-LEAVE                    VALUE 'L'.
             88 HE-IS-RETURN                   VALUE 'R'.
          05 HE-FROM-DEPT-NBR        PIC X(4).
          05 HE-TO-DEPT-NBR          PIC X(4).
          05 HE-APPLIED-TIMESTAMP    PIC X(14).
      *      'FEED' WHEN APPLIED STRAIGHT OFF HRTRANS, 'PENDING'
      *      WHEN RELEASED FROM EHRPEND ON ITS EFFECTIVE DATE
          05 HE-APPLIED-FROM         PIC X(8).
          05 HE-TRANSACTION          PIC X(98).
          05 FILLER                  PIC X(10).
