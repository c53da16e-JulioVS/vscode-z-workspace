      *        THE SUBSEQUENT FINAL RUN GENERATES THE REVERSING
      *        ENTRIES FROM THESE RECORDS BEFORE POSTING ACTUALS AND
      *        MARKS THEM REVERSED, SO A RERUN NEVER REVERSES TWICE.
      *      - THE DEPTYEC YEAR-END CLOSE MAY INSTEAD CARRY A MEMO
      *        STILL OPEN AT YEAR END TO THE NEW YEAR'S FIRST PERIOD -
      *        THE OLD MEMO IS THEN MARKED CARRIED.
      ******************************************************************
       01 DEPT-ACCRUAL-RECORD.
          05 DA-ACCR-KEY.
          05 DA-STATUS               PIC X(1).
             88 DA-IS-OPEN                     VALUE 'O'.
             88 DA-IS-REVERSED                 VALUE 'R'.
             88 DA-IS-CARRIED                  VALUE 'C'.
