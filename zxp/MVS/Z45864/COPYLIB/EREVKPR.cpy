      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'EREVKPR' REVOKE-PROPOSAL FILE.
      *        (UNUSED EAUTH GRANTS PROPOSED FOR REVOKE)
      *      - WRITTEN BY THE MONTHLY EENTUSE USAGE ANALYSIS, ONE
      *        RECORD PER ALLOWED USER-ID GRANT NOT ROUTED THROUGH
      *        EMENU (ESESLOG) INSIDE THE WINDOW.  RP-LAST-USED-DATE
      *        IS BLANK WHEN THE TRANSCRIPT HOLDS NO USE AT ALL.
      *      - EVERY PROPOSAL IS WRITTEN WITH RP-APPLY-IND 'Y'.  THE
      *        SECURITY ADMINISTRATOR REVIEWS THE FILE, SETS 'N' ON
      *        ANY GRANT TO BE KEPT, AND RUNS ERVKAPL TO APPLY THE
      *        REST IN BULK.
      ******************************************************************
       01 REVOKE-PROPOSAL-RECORD.
          05 RP-FUNCTION-CODE        PIC X(8).
          05 RP-USER-ID              PIC X(8).
          05 RP-LAST-USED-DATE       PIC X(8).
          05 RP-USER-LAST-USED-DATE  PIC X(8).
          05 RP-GRANT-SOURCE         PIC X(8).
          05 RP-PROPOSED-DATE        PIC X(8).
          05 RP-APPLY-IND            PIC X(1).
             88 RP-IS-TO-APPLY                 VALUE 'Y'.
          05 FILLER                  PIC X(11).
