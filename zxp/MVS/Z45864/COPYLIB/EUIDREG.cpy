      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EUIDREG' VSAM FILE.
      *        (USER-ID REGISTRY - EVERY RU-USER-ID EVER ISSUED)
      *      - ONE RECORD PER USER ID, WRITTEN WHEN EUSRP ADDS THE
      *        ACCOUNT OR EHRFEED BUILDS IT FOR A HIRE, AND STAMPED
      *        WITH UI-RETIRED-DATE WHEN EOFFBRD SUSPENDS IT FOR A
      *        TERMINATED EMPLOYEE.  NEVER DELETED - IT OUTLIVES THE
      *        EREGUSR RECORD SO THE ID'S EAUDIT, ESESLOG AND EMNTAUD
      *        HISTORY STAYS TIED TO THE EMPLOYEE WHO HELD IT.
      *      - AN ID ON FILE IS NOT ISSUED AGAIN WHILE IT IS HELD
      *        (NO RETIRED DATE) OR UNTIL SR-UID-QUARANTINE-DAYS (THE
      *        ESONRUL1 SIGN-ON RULES RECORD) HAVE PASSED SINCE IT
      *        WAS RETIRED - EXCEPT BACK TO THE SAME EMPLOYEE NUMBER
      *        ON A REHIRE.  A REISSUE MOVES THE LAST HOLDER INTO THE
      *        UI-PRIOR- FIELDS.
      ******************************************************************
       01 USER-ID-REGISTRY-RECORD.
          05 UI-USER-ID              PIC X(8).
          05 UI-EMPLOYEE-NUMBER      PIC X(6).
          05 UI-ISSUED-DATE          PIC X(8).
          05 UI-ISSUED-BY            PIC X(8).
          05 UI-RETIRED-DATE         PIC X(8).
          05 UI-PRIOR-EMPLOYEE-NUMBER PIC X(6).
          05 UI-PRIOR-ISSUED-DATE    PIC X(8).
          05 UI-PRIOR-RETIRED-DATE   PIC X(8).
          05 UI-REISSUE-COUNT        PIC 9(3).
          05 FILLER                  PIC X(17).
