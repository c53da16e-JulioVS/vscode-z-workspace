      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'DEPTPCTL' PARTITION CONTROL
      *        FILE.  WHEN DEPTPAY RUNS AS ONE OF SEVERAL PARALLEL
      *        PARTITIONS (A DEPARTMENT RANGE ON SYSIN CARD 3) IT
      *        WRITES ONE OF THESE AS ITS LAST ACT - NO RECORD MEANS
      *        THE PARTITION NEVER FINISHED.
      *      - DEPTPMRG READS ONE PER PARTITION AND PROVES THEY ADD
      *        UP TO THE MERGED GL BATCH AND REPORTS BEFORE IT WRITES
      *        THEM.
      ******************************************************************
       01 DEPT-PARTITION-CONTROL-RECORD.
          05 PC-PARTITION-NBR          PIC 9(2).
          05 PC-LOW-DEPT-NBR           PIC X(4).
          05 PC-HIGH-DEPT-NBR          PIC X(4).
          05 PC-RUN-DATE               PIC X(8).
          05 PC-PERIOD                 PIC X(6).
          05 PC-RUN-MODE               PIC X(7).
          05 PC-DEPTS-PROCESSED        PIC 9(5).
          05 PC-SUSPENSE-COUNT         PIC 9(3).
          05 PC-RECYCLED-COUNT         PIC 9(3).
          05 PC-TOTAL-EMPS             PIC 9(7).
          05 PC-TOTAL-SALARIES         PIC 9(9)V99.
          05 PC-TOTAL-OVERTIME         PIC 9(9)V99.
          05 PC-GL-RECORD-COUNT        PIC 9(7).
          05 PC-GL-HASH-TOTAL          PIC 9(13)V99.
          05 PC-ACT-TOTAL-SALARIES     PIC 9(11)V99.
          05 PC-BUDG-TOTAL-SALARIES    PIC 9(11)V99.
          05 PC-ACT-TOTAL-OVERTIME     PIC 9(11)V99.
          05 PC-ACT-TOTAL-LOADED       PIC 9(11)V99.
          05 PC-BUDG-TOTAL-LOADED      PIC 9(11)V99.
          05 PC-OVER-BUDGET-COUNT      PIC 9(3).
      *      THE PARTITION'S OWN RETURN CODE - THE MERGE ENDS NO
      *      LOWER THAN THE WORST OF THEM
          05 PC-RETURN-CODE            PIC 9(4).
