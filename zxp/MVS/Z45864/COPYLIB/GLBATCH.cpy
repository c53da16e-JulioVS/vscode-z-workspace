      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'GLBATCH' GL JOURNAL BATCH
      *        REGISTER.  ONE RECORD PER GLEXTRCT BATCH SENT TO THE
      *        GENERAL LEDGER - DEPTPAY, DEPTYEC, ECHGBACK, CARFLCHG
      *        AND THE EHRFEED RETRO BATCH - REGISTERED BY EGLACKR
      *        OFF THE OUTGOING EXTRACTS' HEADER AND TRAILER.
      *      - KEYED THE WAY THE GL'S GLACK ACKNOWLEDGMENT NAMES A
      *        BATCH (RUN DATE, PERIOD, RECORD COUNT, HASH TOTAL),
      *        THEN BY THE SENDING PROGRAM.
      *      - GB-STATUS STAYS 'S' (SENT) UNTIL THE GL ANSWERS; THE
      *        ANSWER AND THE COUNT OF LINES REFUSED RIDE HERE, THE
      *        REFUSED LINES THEMSELVES ON GLREJLN.
      *      - GB-COMPANY-CODE IS THE LEGAL ENTITY THE BATCH POSTS TO,
      *        FROM ITS HEADER - EACH SENDER NOW WRITES ONE BATCH PER
      *        COMPANY.
      ******************************************************************
       01 GL-BATCH-RECORD.
          05 GB-BATCH-KEY.
             10 GB-BATCH-ID.
                15 GB-RUN-DATE       PIC X(8).
                15 GB-PERIOD         PIC X(6).
                15 GB-RECORD-COUNT   PIC 9(7).
                15 GB-HASH-TOTAL     PIC 9(13)V99.
             10 GB-SOURCE            PIC X(8).
          05 GB-RUN-MODE             PIC X(7).
          05 GB-STATUS               PIC X(1).
             88 GB-IS-SENT                     VALUE 'S'.
             88 GB-IS-ACCEPTED                 VALUE 'A'.
             88 GB-IS-REJECTED                 VALUE 'R'.
             88 GB-IS-PARTIAL                  VALUE 'P'.
          05 GB-REGISTERED-DATE      PIC X(8).
          05 GB-ACK-DATE             PIC X(8).
          05 GB-GL-BATCH-REF         PIC X(12).
          05 GB-GL-POSTED-DATE       PIC X(8).
          05 GB-LINES-REJECTED       PIC 9(7).
          05 GB-COMPANY-CODE         PIC X(4).
          05 FILLER                  PIC X(16).
