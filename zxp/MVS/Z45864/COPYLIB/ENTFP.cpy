      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - CALLING PARAMETERS FOR THE 'ENTFRTE' OUTBOUND
      *        NOTIFICATION QUEUEING ROUTINE (BATCH CALLERS ONLY).
      *      - QUEUE: THE CALLER FILLS IN ITS PROGRAM NAME, THE
      *        EMPLOYEE (OR USER ID), THE NOTICE TYPE, SUBJECT AND
      *        TEXT, AND THE PRINT QUEUE TO FALL BACK TO.  CLOSE AT
      *        END OF JOB.
      ******************************************************************
       01 NTF-PARAMETERS.
          05 NTF-FUNCTION-CODE       PIC X(1).
             88 NTF-QUEUE                      VALUE 'Q'.
             88 NTF-CLOSE                      VALUE 'C'.
          05 NTF-SOURCE-PROGRAM      PIC X(8).
          05 NTF-EMPLOYEE-NUMBER     PIC X(6).
          05 NTF-USER-ID             PIC X(8).
          05 NTF-NOTICE-TYPE         PIC X(8).
          05 NTF-SUBJECT             PIC X(40).
          05 NTF-MESSAGE-TEXT        PIC X(132).
          05 NTF-PRINT-QUEUE-ID      PIC X(8).
          05 NTF-RETURN-CODE         PIC 9(2).
             88 NTF-OK                         VALUE 00.
             88 NTF-NO-RECIPIENT               VALUE 97.
             88 NTF-ERROR                      VALUE 99.
