      *        FIRST, THEN THE USER-TYPE RECORD, THEN FALLS BACK TO
      *        THE LEGACY COMPILED DEFAULTS, SO ONE NAMED MANAGER CAN
      *        BE GRANTED A FUNCTION WITHOUT A CODE CHANGE.
      *      - AT-GRANT-SOURCE NAMES THE EROLTMP JOB ROLE A USER-ID
      *        GRANT WAS CREATED FOR (EROLP); BLANK FOR A GRANT KEYED
      *        DIRECTLY IN EAUTP.
      ******************************************************************
       01 AUTHORITY-RECORD.
          05 AT-AUTHORITY-KEY.
             10 AT-SUBJECT-ID        PIC X(8).
          05 AT-ALLOWED-IND          PIC X(1).
             88 AT-IS-ALLOWED                  VALUE 'Y'.
          05 AT-GRANT-SOURCE         PIC X(8).
