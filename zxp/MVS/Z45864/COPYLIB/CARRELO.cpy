      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARRELO' VSAM FILE.
      *        (TEMPORARY PERMIT RELOCATIONS FOR LOT CLOSURES)
      *      - ONE RECORD PER CARCLOS CLOSURE PER PERMIT MOVED, KEYED
      *        ON THE CLOSURE KEY PLUS THE CARFILE KEY.  CARCLOSB
      *        WRITES IT THE FIRST NIGHT THE CLOSURE IS IN FORCE AND
      *        MESSAGES THE HOLDER THEN - LATER NIGHTS OF THE SAME
      *        CLOSURE FIND IT ON FILE AND LIST THE PERMIT WITHOUT
      *        MESSAGING AGAIN.  CF-LOT-NUMBER ITSELF NEVER CHANGES.
      ******************************************************************
       01 RELOCATION-RECORD.
          05 RL-RELOCATION-KEY.
             10 RL-LOT-NUMBER        PIC X(2).
             10 RL-FROM-DATE         PIC X(8).
             10 RL-EMPLOYEE-NUMBER   PIC X(6).
             10 RL-VEHICLE-SEQUENCE  PIC 9(2).
          05 RL-TO-DATE              PIC X(8).
          05 RL-TAG-NUMBER           PIC X(8).
          05 RL-OVERFLOW-LOT         PIC X(2).
          05 RL-MESSAGED-IND         PIC X(1).
             88 RL-HOLDER-MESSAGED             VALUE 'Y'.
          05 RL-RELOCATED-TIMESTAMP  PIC X(14).
