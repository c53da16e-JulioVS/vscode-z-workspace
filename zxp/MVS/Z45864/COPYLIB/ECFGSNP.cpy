      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE CONFIGURATION SNAPSHOT DATASETS
      *        (CFGSNAP GENERATIONS AND THE APPROVED BASELINE).
      *      - ONE RECORD PER CONTROL-FILE RECORD, IN ECFGFLD FILE
      *        ORDER THEN KEY ORDER, CARRYING THE FULL RECORD IMAGE
      *        AND THE TIME THE SNAPSHOT WAS TAKEN.  WRITTEN BY
      *        ECFGSNAP, COMPARED BY ECFGDRFT.
      ******************************************************************
       01 CFG-SNAPSHOT-RECORD.
          05 CS-SNAPSHOT-KEY.
             10 CS-FILE-SEQ          PIC 9(2).
             10 CS-RECORD-KEY        PIC X(16).
          05 CS-FILE-ID              PIC X(8).
          05 CS-SNAPSHOT-TIMESTAMP   PIC X(14).
          05 CS-RECORD-IMAGE         PIC X(80).
