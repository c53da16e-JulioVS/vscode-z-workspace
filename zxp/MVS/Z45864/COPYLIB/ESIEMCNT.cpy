      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ESIEMCNT' VSAM FILE.
      *        (SIEM EVENTS SENT, BY SOURCE AND EVENT DATE)
      *      - ESIEMEXP ADDS EVERY EVENT IT SENDS TO THE COUNT FOR
      *        ITS SOURCE AND THE DATE THE EVENT WAS WRITTEN, SO THE
      *        DAILY ESIEMREC RECONCILIATION CAN SET WHAT WAS SENT FOR
      *        A DAY AGAINST WHAT THE SOURCE FILE HOLDS FOR IT.
      ******************************************************************
       01 SIEM-COUNT-RECORD.
          05 SN-COUNT-KEY.
             10 SN-SOURCE-ID         PIC X(8).
             10 SN-EVENT-DATE        PIC X(8).
          05 SN-SENT-COUNT           PIC 9(7).
          05 SN-LAST-SENT-TIMESTAMP  PIC X(14).
          05 FILLER                  PIC X(10).
