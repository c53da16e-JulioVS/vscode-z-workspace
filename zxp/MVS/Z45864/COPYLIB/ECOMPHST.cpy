      *        USER - A FAT-FINGERED EXTRA DIGIT IS FINDABLE WITHOUT
      *        RESTORING A BACKUP GENERATION.  THE MONTHLY ECOMPRPT
      *        REPORT FLAGS CHANGES PAST THE REVIEW THRESHOLD.
      *      - CH-OVERRIDE-REASON CARRIES HR'S REASON WHEN THE NEW
      *        SALARY WAS LET THROUGH OUTSIDE ITS PAY GRADE RANGE.
      ******************************************************************
       01 COMP-HISTORY-RECORD.
          05 CH-HIST-KEY.
          05 CH-NEW-SALARY           PIC 9(7)V99.
          05 CH-SOURCE               PIC X(8).
          05 CH-ACTING-USER          PIC X(8).
          05 CH-OVERRIDE-REASON      PIC X(20).
