      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EJOBJCL' VSAM FILE.
      *        (STORED JCL OF THE REGISTERED RERUNNABLE JOBS)
      *      - ONE CARD IMAGE PER RECORD, KEYED BY JOB NAME AND LINE
      *        NUMBER, LOADED BY EJOBLOAD AND WRITTEN TO THE INTERNAL
      *        READER BY EJOBP WITH THE OPERATOR'S SYSIN CARDS IN
      *        PLACE OF THE STORED ONES.
      ******************************************************************
       01 JOB-JCL-RECORD.
          05 JJ-JCL-KEY.
             10 JJ-JOB-NAME          PIC X(8).
             10 JJ-LINE-NUMBER       PIC 9(4).
          05 JJ-CARD-IMAGE           PIC X(80).
