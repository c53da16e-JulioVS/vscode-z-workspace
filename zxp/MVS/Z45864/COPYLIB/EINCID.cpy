      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EINCID' VSAM FILE.
      *        (INCIDENT REGISTER)
      *      - ONE RECORD PER INCIDENT RAISED WITH THE ITSM SERVICE
      *        DESK BY EINCEXT - EITHER AN EERRLOG ERROR OR A BATCH
      *        STEP THAT ENDED ABOVE ITS ALLOWED RETURN CODE.  REPEATS
      *        OF THE SAME PROGRAM, PARAGRAPH AND RESPONSE CODE FROM
      *        IN-OPENED-TIMESTAMP UP TO (NOT INCLUDING)
      *        IN-WINDOW-END-TIMESTAMP ARE COUNTED ON THE ONE RECORD.
      *      - KEYED BY THE TIME THE INCIDENT OPENED, SO A DAY'S
      *        INCIDENTS ARE ONE KEY RANGE.  THE KEY IS ALSO THE
      *        CORRELATION ID THE ITSM SYSTEM HANDS BACK WITH THE
      *        TICKET NUMBER, WHICH EINCTKL LOADS.
      *      - A BATCH INCIDENT CARRIES THE JOB NAME AS ITS PROGRAM
      *        AND THE STEP RETURN CODE AS ITS RESPONSE CODE.
      ******************************************************************
       01 INCIDENT-RECORD.
          05 IN-INCIDENT-ID.
             10 IN-OPENED-TIMESTAMP  PIC X(14).
             10 IN-INCIDENT-SEQ      PIC 9(4).
          05 IN-SOURCE-TYPE          PIC X(1).
             88 IN-FROM-ERRLOG                 VALUE 'E'.
             88 IN-FROM-BATCH                  VALUE 'B'.
          05 IN-PROGRAM-NAME         PIC X(8).
          05 IN-PARAGRAPH-NAME       PIC X(30).
          05 IN-RESP-CODE            PIC 9(8).
          05 IN-WINDOW-END-TIMESTAMP PIC X(14).
          05 IN-LAST-TIMESTAMP       PIC X(14).
          05 IN-OCCURRENCE-COUNT     PIC 9(5).
          05 IN-SENT-COUNT           PIC 9(5).
          05 IN-LAST-SENT-TIMESTAMP  PIC X(14).
          05 IN-TICKET-NUMBER        PIC X(15).
             88 IN-AWAITING-TICKET             VALUE SPACES.
          05 IN-TICKET-TIMESTAMP     PIC X(14).
          05 FILLER                  PIC X(20).
