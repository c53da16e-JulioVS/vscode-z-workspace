      *        FROM THE TOP.  THE GL BATCH-CONTROL COUNTERS RIDE
      *        ALONG SO A RESTARTED RUN STILL CLOSES ITS EXTRACT
      *        WITH AN HONEST TRAILER.
      *      - THE COMPANY OVERTIME TOTAL RIDES ALONG AS WELL.
      *      - SO DO THE DEPARTMENT, SUSPENSE AND RECYCLE COUNTS AND
      *        THE BUDGET-VARIANCE TOTALS, SO A RESTARTED RUN (OR
      *        PARTITION) ENDS WITH THE SAME TOTALS AND DEPTPCTL
      *        CONTROL RECORD AS ONE THAT NEVER STOPPED.
      ******************************************************************
       01 DEPT-CHECKPOINT-RECORD.
          05 CK-LAST-DEPT-NBR          PIC X(4).
          05 CK-GRAND-TOTAL-SALARIES   PIC 9(9)V99.
          05 CK-GL-RECORD-COUNT        PIC 9(7).
          05 CK-GL-HASH-TOTAL          PIC 9(13)V99.
          05 CK-GRAND-TOTAL-OVERTIME   PIC 9(9)V99.
          05 CK-DEPTS-PROCESSED        PIC 9(5).
          05 CK-SUSPENSE-COUNT         PIC 9(3).
          05 CK-RECYCLED-COUNT         PIC 9(3).
          05 CK-ACT-TOTAL-SALARIES     PIC 9(11)V99.
          05 CK-BUDG-TOTAL-SALARIES    PIC 9(11)V99.
          05 CK-ACT-TOTAL-OVERTIME     PIC 9(11)V99.
          05 CK-ACT-TOTAL-LOADED       PIC 9(11)V99.
          05 CK-BUDG-TOTAL-LOADED      PIC 9(11)V99.
          05 CK-OVER-BUDGET-COUNT      PIC 9(3).
