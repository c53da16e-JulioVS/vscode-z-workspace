      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ENTFCON' VSAM FILE.
      *        (NOTIFICATION CONTACT DIRECTORY, KEYED ON EMPLOYEE)
      *      - ONE RECORD PER EMPLOYEE WITH THE E-MAIL ADDRESS AND
      *        MOBILE NUMBER SYSTEM NOTICES GO TO AND THE CHANNEL THE
      *        EMPLOYEE PREFERS, LOADED BY ENTFCLD.  ENTFDSP SENDS
      *        EACH QUEUED NOTICE BY THE PREFERRED CHANNEL, THE OTHER
      *        CHANNEL NEXT, AND FALLS BACK TO PRINT WHEN NEITHER IS
      *        USABLE.
      *      - A HARD BOUNCE REPORTED BY THE GATEWAY FLAGS THAT
      *        CHANNEL SO IT IS NOT TRIED AGAIN; RELOADING A CHANGED
      *        ADDRESS OR NUMBER CLEARS ITS FLAG.
      ******************************************************************
       01 NOTIFY-CONTACT-RECORD.
          05 NC-EMPLOYEE-NUMBER      PIC X(6).
          05 NC-EMAIL-ADDRESS        PIC X(60).
          05 NC-MOBILE-NUMBER        PIC X(15).
          05 NC-CHANNEL-PREFERENCE   PIC X(1).
             88 NC-PREFERS-EMAIL               VALUE 'E'.
             88 NC-PREFERS-SMS                 VALUE 'S'.
             88 NC-PREFERS-PRINT               VALUE 'P'.
             88 NC-VALID-PREFERENCE            VALUE 'E' 'S' 'P'.
          05 NC-EMAIL-BOUNCED-IND    PIC X(1).
             88 NC-EMAIL-BOUNCED               VALUE 'Y'.
          05 NC-SMS-BOUNCED-IND      PIC X(1).
             88 NC-SMS-BOUNCED                 VALUE 'Y'.
          05 NC-LAST-UPDATED         PIC X(14).
          05 FILLER                  PIC X(10).
