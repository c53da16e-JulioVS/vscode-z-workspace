      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'DOORACT' DOOR-ACCESS ACTIVE
      *        BADGE LIST.  (ONE RECORD PER BADGE THE DOOR-ACCESS
      *        SYSTEM WILL CURRENTLY OPEN A DOOR FOR, UNLOADED BY
      *        PHYSICAL SECURITY BEFORE THE NIGHTLY RUN - ANY ORDER)
      *      - EBADGDRC RECONCILES IT AGAINST EBADGMS.
      ******************************************************************
       01 DOOR-ACTIVE-RECORD.
          05 DA-BADGE-NUMBER         PIC X(8).
          05 DA-LAST-USED-DATE       PIC X(8).
          05 FILLER                  PIC X(24).
