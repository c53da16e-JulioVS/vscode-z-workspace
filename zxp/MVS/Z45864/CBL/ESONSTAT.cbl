      *        YESTERDAY).  DISTINCT COUNTS COME FROM TWO SORT PASSES
      *        WITH CONTROL BREAKS, THE SAME SHAPE ESECRPT USES.
      *      - RERUNNING A DATE REPLACES ITS SUMMARY RECORDS.
      *      - A ONE-TIME PASSCODE BEING SENT IS AUDITED AS A
      *        CHALLENGE ('C'), NOT A FAILURE - IT COUNTS TOWARD THE
      *        HOUR'S DISTINCT USERS BUT NEITHER OUTCOME TOTAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COMPUTE WS-HOUR-SUB = SD-USER-HOUR + 1.
           IF SD-USER-OUTCOME IS EQUAL TO 'S'
              ADD 1 TO WS-HR-SUCCESS(WS-HOUR-SUB)
           END-IF.
           IF SD-USER-OUTCOME IS EQUAL TO 'F'
              ADD 1 TO WS-HR-FAILURE(WS-HOUR-SUB)
           END-IF.
           ADD 1 TO WS-RECORDS-ROLLED.
