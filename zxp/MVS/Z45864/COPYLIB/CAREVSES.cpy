      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CAREVSES' VSAM FILE.
      *        (EV CHARGING SESSION HISTORY)
      *      - ONE RECORD PER VENDOR-REPORTED CHARGING SESSION,
      *        KEYED TAG PLUS SESSION-START TIMESTAMP.  CAREVBIL
      *        FILES EVERY SESSION IT PRICES HERE, SO A RERUN OF THE
      *        SAME VENDOR FILE FINDS THE KEY ON FILE AND BILLS
      *        NOTHING TWICE, AND FACILITIES HAS THE USAGE HISTORY
      *        PER CHARGER THE SIGN-UP SHEET NEVER GAVE THEM.
      ******************************************************************
       01 EV-SESSION-RECORD.
          05 ES-SESSION-KEY.
             10 ES-TAG-NUMBER        PIC X(8).
             10 ES-SESSION-START     PIC X(14).
          05 ES-SESSION-END          PIC X(14).
          05 ES-LOT-NUMBER           PIC X(2).
          05 ES-CHARGER-ID           PIC X(4).
          05 ES-EMPLOYEE-NUMBER      PIC X(6).
          05 ES-KWH-DELIVERED        PIC 9(4)V999.
          05 ES-AMOUNT               PIC 9(5)V99.
          05 ES-DISPOSITION          PIC X(1).
             88 ES-IS-BILLED                   VALUE 'B'.
             88 ES-IS-SUSPENDED                VALUE 'S'.
