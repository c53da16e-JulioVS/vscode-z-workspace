      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE ITSM TICKET RETURN FILE READ BY
      *        EINCTKL.
      *      - ONE RECORD PER TICKET THE ITSM SYSTEM OPENED FROM AN
      *        INCIDENT EXTRACT, CARRYING BACK THE EINCID KEY IT WAS
      *        SENT WITH.
      ******************************************************************
       01 INCIDENT-TICKET-RECORD.
          05 IT-INCIDENT-ID          PIC X(18).
          05 FILLER                  PIC X(1).
          05 IT-TICKET-NUMBER        PIC X(15).
          05 FILLER                  PIC X(46).
