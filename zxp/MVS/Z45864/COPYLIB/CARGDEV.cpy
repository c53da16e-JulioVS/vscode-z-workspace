      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARGDEV' VSAM FILE.
      *        (REGISTERED GATE GUARD HANDHELD DEVICES)
      *      - ONE RECORD PER HANDHELD ALLOWED TO CALL THE CARTAGW TAG
      *        LOOKUP WEB SERVICE, KEYED ON THE DEVICE ID THE HANDHELD
      *        SENDS WITH EVERY CALL.  LOADED FROM THE CORPORATE
      *        DEVICE-MANAGEMENT EXTRACT BY THE CARGDLD JOB.
      *      - A DEVICE NOT ON FILE, OR SUSPENDED (LOST OR RETIRED),
      *        IS REFUSED.
      ******************************************************************
       01 GUARD-DEVICE-RECORD.
          05 GD-DEVICE-ID            PIC X(16).
          05 GD-ASSIGNED-POST        PIC X(20).
          05 GD-STATUS               PIC X(1).
             88 GD-IS-ACTIVE                   VALUE 'A'.
             88 GD-IS-SUSPENDED                VALUE 'S'.
          05 GD-REGISTERED-TIMESTAMP PIC X(14).
          05 FILLER                  PIC X(29).
