      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARDRVQ' VSAM FILE.
      *        (POOL-VEHICLE DRIVER QUALIFICATION FILE)
      *      - ONE RECORD PER EMPLOYEE CLEARED BY RISK MANAGEMENT TO
      *        DRIVE A COMPANY CAR: DRIVER'S LICENSE NUMBER, ISSUING
      *        STATE AND EXPIRY, THE DATE THE CURRENT MOTOR-VEHICLE
      *        RECORD (MVR) REVIEW RUNS OUT, AND THE APPROVAL STATUS.
      *        MAINTAINED ON CARDQP.
      *      - CARFLTP REFUSES A RESERVATION OR CHECKOUT UNLESS THE
      *        DRIVER IS APPROVED AND NEITHER DATE HAS PASSED;
      *        CARDQEXP LISTS THE DATES RUNNING OUT EACH MONTH.
      ******************************************************************
       01 DRIVER-QUALIFICATION-RECORD.
          05 DQ-EMPLOYEE-NUMBER      PIC X(6).
          05 DQ-LICENSE-NUMBER       PIC X(20).
          05 DQ-LICENSE-STATE        PIC X(2).
          05 DQ-LICENSE-EXPIRY-DATE  PIC X(8).
          05 DQ-MVR-REVIEW-DATE      PIC X(8).
          05 DQ-APPROVAL-STATUS      PIC X(1).
             88 DQ-IS-APPROVED                 VALUE 'A'.
             88 DQ-IS-PENDING                  VALUE 'P'.
             88 DQ-IS-REJECTED                 VALUE 'R'.
             88 DQ-STATUS-VALID                VALUES 'A' 'P' 'R'.
          05 DQ-UPDATED-TIMESTAMP    PIC X(14).
