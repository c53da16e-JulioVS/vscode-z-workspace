      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - COMM-AREA LAYOUT FOR THE 'EAUCRTE' AUTHORITY-CACHE
      *        REFRESH ROUTINE.
      *      - A SCREEN THAT CHANGES ONE USER'S GRANTS OR DELEGATION
      *        LINKS WITH CQ-REFRESH-USER AND THE USER ID; ONE THAT
      *        CHANGES A USER-TYPE GRANT OR A FUNCTION'S DISABLE
      *        SWITCH, WHICH REACHES EVERY USER, LINKS WITH
      *        CQ-REFRESH-ALL.
      ******************************************************************
       01 AUTHCACHE-REFRESH-AREA.
          05 CQ-REQUEST-CODE         PIC X(1).
             88 CQ-REFRESH-USER                VALUE 'U'.
             88 CQ-REFRESH-ALL                 VALUE 'A'.
          05 CQ-USER-ID              PIC X(8).
