      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - LAYOUT OF THE PER-USER FUNCTION-AUTHORITY CACHE.
      *        (ONE-ITEM TEMPORARY-STORAGE QUEUE PER SIGNED-ON USER,
      *        NAMED AC-AUTHCACHE-QUEUE-PREFIX + USER ID)
      *      - EMENU BUILDS IT FROM EREGUSR, EDELEG, EAUTH AND ETRNCTL
      *        ON THE FIRST MENU AFTER SIGN-ON AND ROUTES FROM IT
      *        AFTERWARDS.  EAUCRTE DROPS ONE USER'S CACHE, OR MOVES
      *        THE GLOBAL GENERATION ON, WHEN THE ONLINE MAINTENANCE
      *        SCREENS CHANGE SOMETHING IT WAS BUILT FROM; A CACHE OF
      *        AN OLDER GENERATION, ANOTHER DAY OR PAST ITS MAXIMUM
      *        AGE IS REBUILT.
      ******************************************************************
       01 AUTHORITY-CACHE-RECORD.
          05 AK-BUILT-TIMESTAMP      PIC X(14).
          05 AK-GENERATION           PIC X(14).
          05 AK-SIGNON-TIMESTAMP     PIC X(14).
          05 AK-BASE-USER-TYPE       PIC X(3).
          05 AK-EFFECTIVE-TYPE       PIC X(3).
          05 AK-ENTRY-COUNT          PIC 9(3).
          05 AK-ENTRY OCCURS 60 TIMES.
             10 AK-FUNCTION-CODE     PIC X(8).
             10 AK-ALLOWED-IND       PIC X(1).
                88 AK-IS-ALLOWED               VALUE 'Y'.
             10 AK-DISABLED-IND      PIC X(1).
                88 AK-IS-DISABLED              VALUE 'Y'.
             10 AK-REASON-TEXT       PIC X(40).
