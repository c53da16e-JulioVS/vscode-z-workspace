      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SECURITY-MANAGER GROUP FOR EACH EREGUSR USER TYPE.
      *        EVERY APPLICATION USER ID IS CONNECTED TO THE GROUP FOR
      *        ITS RU-USER-TYPE, WHICH IS ALSO ITS DEFAULT GROUP.
      *        ESECXTR BUILDS ITS COMMANDS FROM THIS TABLE AND ESECREC
      *        CHECKS THE SECURITY MANAGER'S USER LIST AGAINST IT.
      ******************************************************************
       01 WS-ESM-GROUP-VALUES.
          05 FILLER                  PIC X(11) VALUE 'ADMEMPADM  '.
          05 FILLER                  PIC X(11) VALUE 'MGREMPMGR  '.
          05 FILLER                  PIC X(11) VALUE 'STDEMPSTD  '.
       01 WS-ESM-GROUP-TABLE REDEFINES WS-ESM-GROUP-VALUES.
          05 WS-ESM-GROUP-ENTRY OCCURS 3 TIMES.
             10 WS-EG-USER-TYPE      PIC X(3).
             10 WS-EG-GROUP          PIC X(8).
       01 WS-ESM-GROUP-COUNT         PIC 9(1) VALUE 3.
