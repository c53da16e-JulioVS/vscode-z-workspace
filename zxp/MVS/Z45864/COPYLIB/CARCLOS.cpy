      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARCLOS' VSAM FILE.
      *        (LOT CLOSURE AND EVENT-RESERVATION CALENDAR)
      *      - KEYED LOT NUMBER PLUS FIRST CLOSED DAY, SO A BROWSE
      *        WITHIN ONE CARLOT LOT LISTS ITS CLOSURES IN DATE
      *        ORDER.  EACH ENTRY COVERS AN INCLUSIVE RANGE OF DAYS
      *        AND NAMES THE OVERFLOW LOT THE LOT'S PERMIT HOLDERS
      *        ARE SENT TO.  MAINTAINED ON THE CARCLSP SCREEN;
      *        CARCLOSB RELOCATES THE HOLDERS AND CARALPR TELLS THE
      *        GATE CONTROLLER WHICH LOTS ARE SHUT TODAY.
      ******************************************************************
       01 LOT-CLOSURE-RECORD.
          05 CC-CLOSURE-KEY.
             10 CC-LOT-NUMBER        PIC X(2).
             10 CC-FROM-DATE         PIC X(8).
          05 CC-TO-DATE              PIC X(8).
          05 CC-CLOSURE-TYPE         PIC X(1).
             88 CC-IS-RESURFACING              VALUE 'R'.
             88 CC-IS-SNOW-REMOVAL             VALUE 'S'.
             88 CC-IS-EVENT                    VALUE 'E'.
             88 CC-TYPE-VALID                  VALUES 'R' 'S' 'E'.
          05 CC-OVERFLOW-LOT         PIC X(2).
          05 CC-DESCRIPTION          PIC X(30).
          05 CC-ENTERED-TIMESTAMP    PIC X(14).
