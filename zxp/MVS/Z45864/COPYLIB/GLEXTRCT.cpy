      *        AND A TRAILER CARRYING THE DETAIL COUNT AND A HASH
      *        TOTAL OF AMOUNTS SO THE GL SYSTEM CAN VERIFY THE FILE
      *        BEFORE POSTING.
      *      - A DEPARTMENT WITH PRICED OVERTIME GETS A SECOND PAIR
      *        OF DETAIL LINES MARKED GL-IS-OVERTIME-COST, DEBITING
      *        THE GLACCMAP OVERTIME ACCOUNT.
      *      - EMPLOYER BURDEN (TAX, PENSION, HEALTH) POSTS AS ONE
      *        MORE PAIR PER COMPONENT MARKED GL-IS-BURDEN-COST,
      *        DEBITING THE DEPTBRDN BURDEN EXPENSE ACCOUNT.
      *      - THE DEPTYEC YEAR-END CLOSE WRITES A BATCH IN THE SAME
      *        LAYOUT (RUN MODE 'YECLOSE') REVERSING THE ACCRUALS
      *        STILL OPEN AT YEAR END.
      *      - EGLACKR REGISTERS EVERY BATCH SENT ON GLBATCH AND
      *        MATCHES THE GL'S ACKNOWLEDGMENT TO IT BY HEADER RUN
      *        DATE AND PERIOD PLUS TRAILER COUNT AND HASH TOTAL; THE
      *        RUN MODE TELLS IT WHICH PROGRAM SENT THE BATCH.
      *      - ONE BATCH PER LEGAL ENTITY: EGLSPLIT BREAKS EACH SENDING
      *        JOB'S OUTPUT INTO ONE BALANCED BATCH PER COMPANY (BY
      *        THE DEPTMAS COMPANY OF GL-DEPT-NBR, UNLESS THE DETAIL
      *        LINE NAMES ITS OWN), STAMPING THE COMPANY CODE ON THE
      *        HEADER, EVERY DETAIL AND THE TRAILER.  LINES MARKED
      *        GL-IS-INTERCOMPANY ARE DEPTPAY'S INTERCOMPANY ENTRIES
      *        FOR EMPLOYEES FUNDED BY ANOTHER COMPANY'S DEPARTMENT.
      ******************************************************************
       01 GL-EXTRACT-RECORD.
          05 GL-RECORD-TYPE          PIC X(1).
             10 GL-PERIOD            PIC X(6).
      *         'ACCRUAL' FLAGS AN ESTIMATED BATCH FINANCE POSTS AT
      *         EARLY CLOSE - THE FINAL BATCH REVERSES IT AND POSTS
      *         ACTUALS.  BLANK/'FINAL' IS AN ACTUALS BATCH.
      *         'YECLOSE' IS THE YEAR-END ACCRUAL REVERSING BATCH
             10 GL-RUN-MODE          PIC X(7).
             10 GL-COMPANY-CODE      PIC X(4).
             10 FILLER               PIC X(25).
          05 GL-DETAIL-DATA REDEFINES GL-RECORD-BODY.
             10 GL-ACCOUNT-CODE      PIC X(8).
             10 GL-DEPT-NBR          PIC X(4).
                88 GL-IS-DEBIT                 VALUE 'D'.
                88 GL-IS-CREDIT                VALUE 'C'.
             10 GL-AMOUNT            PIC 9(9)V99.
             10 GL-COST-TYPE         PIC X(1).
                88 GL-IS-REGULAR-COST          VALUE ' '.
                88 GL-IS-OVERTIME-COST         VALUE 'O'.
                88 GL-IS-BURDEN-COST           VALUE 'B'.
                88 GL-IS-INTERCOMPANY          VALUE 'I'.
             10 GL-DETAIL-COMPANY-CODE PIC X(4).
             10 FILLER               PIC X(21).
          05 GL-TRAILER-DATA REDEFINES GL-RECORD-BODY.
             10 GL-RECORD-COUNT      PIC 9(7).
             10 GL-HASH-TOTAL        PIC 9(13)V99.
             10 GL-TRAILER-COMPANY-CODE PIC X(4).
             10 FILLER               PIC X(24).
