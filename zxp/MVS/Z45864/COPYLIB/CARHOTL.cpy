      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARHOTL' VSAM FILE.
      *        (STOLEN AND WANTED PLATE HOTLIST)
      *      - ONE RECORD PER PLATE ON THE HOTLIST SECURITY RECEIVES
      *        FROM THE AGENCIES, KEYED TAG PLUS STATE.  THE CARHOTB
      *        DAILY BATCH LOADS EACH DAY'S LIST (A PLATE MISSING
      *        FROM IT HAS BEEN CLEARED AND IS DELETED) AND MATCHES
      *        IT AGAINST CARFILE, CARVIS, CARFLEET AND THE LAST 30
      *        DAYS OF CARGEVT GATE EVENTS.
      ******************************************************************
       01 HOTLIST-RECORD.
          05 HK-HOT-KEY.
             10 HK-TAG-NUMBER        PIC X(8).
             10 HK-STATE-CODE        PIC X(2).
          05 HK-REASON               PIC X(20).
          05 HK-SOURCE-AGENCY        PIC X(20).
          05 HK-FIRST-LISTED-DATE    PIC X(8).
          05 HK-LAST-LISTED-DATE     PIC X(8).
      *      DAY THE LAST EALERT WAS RAISED FOR THE PLATE - ONE ALERT
      *      PER PLATE PER DAY HOWEVER OFTEN THE JOB IS RERUN
          05 HK-LAST-ALERT-DATE      PIC X(8).
