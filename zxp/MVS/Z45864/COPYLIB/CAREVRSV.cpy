      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CAREVRSV' VSAM FILE.
      *        (EV CHARGING SLOT RESERVATIONS)
      *      - KEYED LOT + CHARGER PLUS SLOT-START TIMESTAMP, SO A
      *        BROWSE WITHIN ONE CHARGER WALKS ITS DIARY IN TIME
      *        ORDER - THE SAME SHAPE AS THE CARRESV POOL-VEHICLE
      *        DIARY.  CAREVCP BOOKS ONLY FOR HOLDERS OF A LIVE
      *        CLASS 'E' PERMIT AND REFUSES OVERLAPPING SLOTS;
      *        CAREVBIL MARKS A BOOKING USED WHEN THE VENDOR REPORTS
      *        A SESSION INSIDE IT.
      ******************************************************************
       01 EV-RESERVATION-RECORD.
          05 ER-RESV-KEY.
             10 ER-LOT-NUMBER        PIC X(2).
             10 ER-CHARGER-ID        PIC X(4).
             10 ER-SLOT-START        PIC X(14).
          05 ER-SLOT-END             PIC X(14).
          05 ER-EMPLOYEE-NUMBER      PIC X(6).
          05 ER-TAG-NUMBER           PIC X(8).
          05 ER-STATUS               PIC X(1).
             88 ER-IS-BOOKED                   VALUE 'B'.
             88 ER-IS-CANCELLED                VALUE 'C'.
             88 ER-IS-USED                     VALUE 'U'.
