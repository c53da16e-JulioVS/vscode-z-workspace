      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'GLREJLN' GL REJECTED-LINE FILE.
      *        ONE RECORD PER JOURNAL LINE THE GENERAL LEDGER REFUSED,
      *        AS REPORTED ON GLACK, FILED UNDER THE GLBATCH KEY OF
      *        THE BATCH THAT SENT IT PLUS THE LINE NUMBER.
      ******************************************************************
       01 GL-REJECT-LINE-RECORD.
          05 GR-REJECT-KEY.
             10 GR-BATCH-KEY.
                15 GR-RUN-DATE       PIC X(8).
                15 GR-PERIOD         PIC X(6).
                15 GR-RECORD-COUNT   PIC 9(7).
                15 GR-HASH-TOTAL     PIC 9(13)V99.
                15 GR-SOURCE         PIC X(8).
             10 GR-LINE-NUMBER       PIC 9(7).
          05 GR-ACCOUNT-CODE         PIC X(8).
          05 GR-DEPT-NBR             PIC X(4).
          05 GR-DEBIT-CREDIT         PIC X(1).
          05 GR-AMOUNT               PIC 9(9)V99.
          05 GR-REJECT-CODE          PIC X(4).
          05 GR-REJECT-REASON        PIC X(28).
          05 GR-LOADED-DATE          PIC X(8).
          05 FILLER                  PIC X(10).
