      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EBADGMS' VSAM FILE.
      *        (BUILDING BADGE MASTER)
      *      - ONE RECORD PER BADGE EVER ISSUED, KEYED ON THE BADGE
      *        NUMBER PRINTED ON THE CARD.  BM-EMPLOYEE-NUMBER IS
      *        THE NON-UNIQUE EBADGAIX ALTERNATE INDEX (CICS FILE
      *        'EBADGMP'), SO AN EMPLOYEE'S BADGES ARE A KEYED READ.
      *      - MAINTAINED ONLINE THROUGH EBDGP (ISSUE, LOST, REPLACE,
      *        DEACTIVATE, REACTIVATE).  EHRFEED DEACTIVATES EVERY
      *        LIVE BADGE ON A TERMINATION; ELOASWP SUSPENDS THEM AT
      *        LEAVE START AND REACTIVATES THE ONES IT SUSPENDED AT
      *        THE RETURN DATE.
      *      - EBADGPRV SENDS THE WHOLE FILE TO THE DOOR-ACCESS
      *        SYSTEM NIGHTLY - ONLY 'A' OPENS A DOOR.
      ******************************************************************
       01 BADGE-MASTER-RECORD.
          05 BM-BADGE-NUMBER         PIC X(8).
          05 BM-EMPLOYEE-NUMBER      PIC X(6).
          05 BM-BADGE-STATUS         PIC X(1).
             88 BM-IS-ACTIVE                   VALUE 'A'.
             88 BM-IS-SUSPENDED                VALUE 'S'.
             88 BM-IS-LOST                     VALUE 'L'.
             88 BM-IS-REPLACED                 VALUE 'R'.
             88 BM-IS-DEACTIVATED              VALUE 'D'.
      *      YYYYMMDD
          05 BM-ISSUE-DATE           PIC X(8).
          05 BM-STATUS-DATE          PIC X(8).
      *      WHY THE BADGE IS IN ITS CURRENT STATUS - 'ON LEAVE' IS
      *      THE ONE ELOASWP LOOKS FOR AT THE RETURN DATE
          05 BM-STATUS-REASON        PIC X(30).
      *      THE CARD ISSUED IN THIS ONE'S PLACE ('R' ONLY)
          05 BM-REPLACED-BY          PIC X(8).
          05 BM-CHANGED-BY           PIC X(8).
          05 BM-CHANGED-TIMESTAMP    PIC X(14).
          05 FILLER                  PIC X(9).
