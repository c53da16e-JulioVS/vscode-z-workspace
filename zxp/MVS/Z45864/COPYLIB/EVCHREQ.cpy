      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EVCHREQ' VSAM FILE.
      *        (VOUCHER ACCESS REQUESTS)
      *      - ONE RECORD PER REQUEST RAISED ON EVRQP TO DECRYPT ONE
      *        SITE'S ZECRETS VOUCHER ONCE, WITH THE REASON AND THE
      *        DATES (YYYYMMDD, BOTH INCLUSIVE) IT MAY BE USED ON.
      *        AN ADMINISTRATOR OTHER THAN THE REQUESTER APPROVES OR
      *        DENIES IT ONLINE.
      *      - CHALL3 DECRYPTS ONLY AGAINST AN APPROVED REQUEST OF THE
      *        RUNNING USER FOR THE SITE, INSIDE ITS DATES, AND MARKS
      *        IT USED - ONE REQUEST, ONE DECRYPTION.  NEVER DELETED -
      *        IT IS THE RECORD OF WHO ASKED, WHY, AND WHO APPROVED.
      ******************************************************************
       01 VOUCHER-REQUEST-RECORD.
          05 VQ-REQUEST-KEY.
             10 VQ-REQUESTER-ID      PIC X(8).
             10 VQ-REQUESTED-TIMESTAMP PIC X(14).
          05 VQ-SITE                 PIC X(25).
          05 VQ-REASON               PIC X(60).
          05 VQ-VALID-FROM-DATE      PIC X(8).
          05 VQ-VALID-TO-DATE        PIC X(8).
          05 VQ-REQUEST-STATUS       PIC X(1).
             88 VQ-IS-PENDING                  VALUE 'P'.
             88 VQ-IS-APPROVED                 VALUE 'A'.
             88 VQ-IS-DENIED                   VALUE 'D'.
             88 VQ-IS-USED                     VALUE 'U'.
          05 VQ-DECIDED-BY           PIC X(8).
          05 VQ-DECISION-TIMESTAMP   PIC X(14).
          05 VQ-USED-TIMESTAMP       PIC X(14).
          05 FILLER                  PIC X(20).
