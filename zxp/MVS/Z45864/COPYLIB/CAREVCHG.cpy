      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CAREVCHG' VSAM FILE.
      *        (EV CHARGING STATION INVENTORY)
      *      - KEYED LOT NUMBER PLUS CHARGER ID, SO A BROWSE WITHIN
      *        ONE CARLOT LOT LISTS ITS CHARGERS.  THE VENDOR'S OWN
      *        STATION ID IS KEPT FOR MATCHING THEIR SESSION FILE,
      *        AND THE PER-KWH RATE PLUS A FLAT SESSION FEE PRICE
      *        EVERY CHARGE CAREVBIL BILLS.  MAINTAINED ON THE
      *        CAREVCP SCREEN - THE PAPER SIGN-UP SHEET RETIRES.
      ******************************************************************
       01 EV-CHARGER-RECORD.
          05 EC-CHARGER-KEY.
             10 EC-LOT-NUMBER        PIC X(2).
             10 EC-CHARGER-ID        PIC X(4).
          05 EC-VENDOR-STATION-ID    PIC X(10).
          05 EC-STATUS               PIC X(1).
             88 EC-IN-SERVICE                  VALUE 'A'.
             88 EC-OUT-OF-SERVICE              VALUE 'O'.
          05 EC-RATE-PER-KWH         PIC 9(2)V9(4).
          05 EC-SESSION-FEE          PIC 9(3)V99.
