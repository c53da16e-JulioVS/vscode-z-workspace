      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ENTFQUE' VSAM FILE.
      *        (OUTBOUND NOTIFICATION QUEUE)
      *      - KEYED QUEUED TIMESTAMP + SOURCE PROGRAM + SEQUENCE, SO
      *        THE DISPATCHER SENDS IN THE ORDER NOTICES WERE RAISED.
      *        BATCH PROGRAMS QUEUE THROUGH ENTFRTE (COPY ENTFP); A
      *        CICS PROGRAM WRITES THE RECORD ITSELF WITH ITS TASK
      *        NUMBER AS THE SEQUENCE.
      *      - THE NOTICE IS ADDRESSED TO AN EMPLOYEE NUMBER, OR TO A
      *        USER ID THAT ENTFDSP RESOLVES THROUGH EMPMAS.  THE
      *        PRINT QUEUE IS WHERE THE NOTICE GOES WHEN THERE IS NO
      *        USABLE CONTACT ON ENTFCON.
      *      - ENTFDSP MOVES THE STATUS ON: QUEUED -> SENT TO THE
      *        GATEWAY -> DELIVERED, OR BACK TO QUEUED ON A BOUNCE OR
      *        FAILURE, OR PRINTED.  THE ATTEMPT COUNT CAPS RETRIES.
      ******************************************************************
       01 NOTIFICATION-QUEUE-RECORD.
          05 NQ-NOTICE-KEY.
             10 NQ-QUEUED-TIMESTAMP  PIC X(14).
             10 NQ-SOURCE-PROGRAM    PIC X(8).
             10 NQ-SEQUENCE-NUMBER   PIC 9(7).
          05 NQ-EMPLOYEE-NUMBER      PIC X(6).
          05 NQ-USER-ID              PIC X(8).
          05 NQ-NOTICE-TYPE          PIC X(8).
          05 NQ-SUBJECT              PIC X(40).
          05 NQ-MESSAGE-TEXT         PIC X(132).
          05 NQ-PRINT-QUEUE-ID       PIC X(8).
          05 NQ-STATUS               PIC X(1).
             88 NQ-IS-QUEUED                   VALUE 'Q'.
             88 NQ-IS-SENT                     VALUE 'S'.
             88 NQ-IS-DELIVERED                VALUE 'D'.
             88 NQ-IS-PRINTED                  VALUE 'P'.
          05 NQ-CHANNEL              PIC X(1).
             88 NQ-BY-EMAIL                    VALUE 'E'.
             88 NQ-BY-SMS                      VALUE 'S'.
             88 NQ-BY-PRINT                    VALUE 'P'.
          05 NQ-ATTEMPT-COUNT        PIC 9(1).
          05 NQ-STATUS-TIMESTAMP     PIC X(14).
          05 NQ-GATEWAY-REASON       PIC X(20).
          05 FILLER                  PIC X(10).
