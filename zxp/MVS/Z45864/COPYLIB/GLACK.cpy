      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'GLACK' ACKNOWLEDGMENT FILE THE
      *        GENERAL LEDGER SENDS BACK FOR THE GLEXTRCT JOURNAL
      *        BATCHES IT HAS PROCESSED.
      *      - EVERY RECORD NAMES ITS BATCH THE WAY THE BATCH NAMED
      *        ITSELF: THE HEADER RUN DATE AND PERIOD AND THE TRAILER
      *        RECORD COUNT AND HASH TOTAL.
      *      - ONE 'A' RECORD PER BATCH WITH THE GL'S VERDICT
      *        (ACCEPTED, REJECTED WHOLE, OR PARTLY POSTED), FOLLOWED
      *        BY ONE 'R' RECORD PER DETAIL LINE THE GL REFUSED.
      *        EGLACKR LOADS IT AGAINST THE GLBATCH REGISTER.
      ******************************************************************
       01 GL-ACK-RECORD.
          05 GK-RECORD-TYPE          PIC X(1).
             88 GK-IS-BATCH-ACK                VALUE 'A'.
             88 GK-IS-LINE-REJECT              VALUE 'R'.
          05 GK-BATCH-ID.
             10 GK-RUN-DATE          PIC X(8).
             10 GK-PERIOD            PIC X(6).
             10 GK-RECORD-COUNT      PIC 9(7).
             10 GK-HASH-TOTAL        PIC 9(13)V99.
          05 GK-ACK-BODY             PIC X(63).
          05 GK-BATCH-DATA REDEFINES GK-ACK-BODY.
             10 GK-ACK-STATUS        PIC X(1).
                88 GK-BATCH-ACCEPTED           VALUE 'A'.
                88 GK-BATCH-REJECTED           VALUE 'R'.
                88 GK-BATCH-PARTIAL            VALUE 'P'.
             10 GK-GL-BATCH-REF      PIC X(12).
             10 GK-POSTED-DATE       PIC X(8).
             10 GK-LINES-POSTED      PIC 9(7).
             10 GK-LINES-REJECTED    PIC 9(7).
             10 FILLER               PIC X(28).
          05 GK-LINE-DATA REDEFINES GK-ACK-BODY.
             10 GK-LINE-NUMBER       PIC 9(7).
             10 GK-ACCOUNT-CODE      PIC X(8).
             10 GK-DEPT-NBR          PIC X(4).
             10 GK-DEBIT-CREDIT      PIC X(1).
             10 GK-AMOUNT            PIC 9(9)V99.
             10 GK-REJECT-CODE       PIC X(4).
             10 GK-REJECT-REASON     PIC X(28).
