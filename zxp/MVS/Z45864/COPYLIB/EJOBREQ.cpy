      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EJOBREQ' VSAM FILE.
      *        (ON-DEMAND JOB SUBMISSION REQUESTS)
      *      - EJOBP WRITES ONE RECORD PER SUBMISSION - WHO, WHEN AND
      *        THE PARAMETER CARDS USED.  THE EJOBSTS STEP APPENDED TO
      *        THE SUBMITTED JOB COPIES THE RUN'S BATCHLOG START, END
      *        AND RETURN CODE BACK ONTO IT FOR THE SCREEN TO SHOW.
      ******************************************************************
       01 JOB-REQUEST-RECORD.
          05 JQ-REQUEST-KEY.
             10 JQ-JOB-NAME          PIC X(8).
             10 JQ-REQUEST-TIMESTAMP PIC X(14).
          05 JQ-REQUESTED-BY         PIC X(8).
          05 JQ-PARM-VALUE OCCURS 4 TIMES
                                     PIC X(20).
          05 JQ-STATUS               PIC X(1).
             88 JQ-IS-SUBMITTED                VALUE 'S'.
             88 JQ-IS-COMPLETED                VALUE 'C'.
             88 JQ-IS-INCOMPLETE               VALUE 'I'.
             88 JQ-IS-NOT-RUN                  VALUE 'N'.
          05 JQ-RUN-START-TS         PIC X(14).
          05 JQ-RUN-END-TS           PIC X(14).
          05 JQ-RETURN-CODE          PIC 9(4).
          05 FILLER                  PIC X(17).
