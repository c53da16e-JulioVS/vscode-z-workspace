      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EACCREQ' VSAM FILE.
      *        (FUNCTION ACCESS REQUESTS)
      *      - ONE RECORD PER REQUEST A USER RAISES ON EACRP FOR AN
      *        EAUTH FUNCTION, WITH THE BUSINESS JUSTIFICATION, THE
      *        MANAGER IT WAS ROUTED TO (THROUGH EMPMAS/DEPTMAS) AND
      *        WHO DECIDED IT.  NEVER DELETED - IT IS THE RECORD OF
      *        WHO ASKED AND WHO APPROVED.
      *      - AQ-APPROVER-ID IS '*SECURTY' WHILE THE REQUEST SITS
      *        WITH SECURITY - NO MANAGER COULD BE RESOLVED, OR THE
      *        APPROVED GRANT WOULD COMPLETE AN ESODRUL PAIR (THE
      *        PARTNER FUNCTION IS KEPT IN AQ-CONFLICT-FUNCTION).
      *      - THE EACREXP BATCH EXPIRES REQUESTS STILL OPEN AFTER
      *        THE CONFIGURED NUMBER OF DAYS.
      ******************************************************************
       01 ACCESS-REQUEST-RECORD.
          05 AQ-REQUEST-KEY.
             10 AQ-REQUESTER-ID      PIC X(8).
             10 AQ-FUNCTION-CODE     PIC X(8).
             10 AQ-REQUESTED-TIMESTAMP PIC X(14).
          05 AQ-REQUEST-STATUS       PIC X(1).
             88 AQ-IS-PENDING                  VALUE 'P'.
             88 AQ-IS-WITH-SECURITY            VALUE 'S'.
             88 AQ-IS-OPEN                     VALUE 'P' 'S'.
             88 AQ-IS-APPROVED                 VALUE 'A'.
             88 AQ-IS-DENIED                   VALUE 'D'.
             88 AQ-IS-EXPIRED                  VALUE 'X'.
          05 AQ-JUSTIFICATION        PIC X(60).
          05 AQ-APPROVER-ID          PIC X(8).
          05 AQ-CONFLICT-FUNCTION    PIC X(8).
          05 AQ-DECIDED-BY           PIC X(8).
          05 AQ-DECISION-TIMESTAMP   PIC X(14).
          05 FILLER                  PIC X(20).
