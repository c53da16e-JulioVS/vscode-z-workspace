      *        DEPARTMENT INSTEAD OF ONE OVERWRITTEN PRIOR VALUE -
      *        THE SERIES THE DEPTTRND TREND REPORT RUNS OFF.
      *        (KEYED ON DH-DEPT-NBR PLUS DH-PERIOD)
      *      - WIDENED FOR THE PERIOD'S HEADCOUNT AND SALARY PLUS
      *        OVERTIME COST AS DEPTPAY POSTED THEM - THE RUN RATE
      *        THE DEPTFCST YEAR-END FORECAST PROJECTS FROM.  ROWS
      *        WRITTEN BEFORE THE WIDENING CARRY ZEROS THERE.
      ******************************************************************
       01 DEPT-HIST-RECORD.
          05 DH-HIST-KEY.
             10 DH-DEPT-NBR       PIC X(4).
             10 DH-PERIOD         PIC X(6).
          05 DH-AVG-SALARY        PIC 9(7)V99.
          05 DH-NBR-EMPS          PIC 9(5).
          05 DH-PERIOD-COST       PIC 9(9)V99.
