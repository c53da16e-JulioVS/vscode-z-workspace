      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EASGHST' VSAM FILE.
      *        (EMPLOYEE ASSIGNMENT HISTORY)
      *      - ONE RECORD PER CHANGE TO AN EMPLOYEE'S ASSIGNMENT -
      *        THE EMPMAS NAME, DEPARTMENT, USER ID, LEAVE STATUS AND
      *        POSITION AS THEY STOOD FROM THE EFFECTIVE DATE ON,
      *        WITH THE PROGRAM AND TRANSACTION THAT MADE THE CHANGE.
      *        WRITTEN BY EHRFEED, EEMPMNT AND THE ELOASWP LEAVE
      *        SWEEP, SO THE VALUES EMPMAS OVERWRITES ARE NOT LOST.
      *      - THE KEY ORDERS AN EMPLOYEE'S RECORDS BY EFFECTIVE DATE
      *        (THEN BY WHEN THEY WERE RECORDED), SO THE LAST RECORD
      *        ON OR BEFORE A DATE IS WHAT THE EMPLOYEE RECORD LOOKED
      *        LIKE THAT DAY - THE EASGVW 'AS OF' INQUIRY.
      ******************************************************************
       01 ASSIGNMENT-HISTORY-RECORD.
          05 AH-HIST-KEY.
             10 AH-EMPLOYEE-NUMBER   PIC X(6).
             10 AH-EFFECTIVE-DATE    PIC X(8).
             10 AH-RECORDED-TIMESTAMP PIC X(14).
          05 AH-EMPLOYEE-NAME        PIC X(25).
          05 AH-DEPT-NBR             PIC X(4).
          05 AH-USER-ID              PIC X(8).
          05 AH-LEAVE-STATUS         PIC X(1).
          05 AH-POSITION-NUMBER      PIC X(6).
      *      PROGRAM THAT MADE THE CHANGE
          05 AH-SOURCE               PIC X(8).
      *      WHAT KIND OF CHANGE - HIRE, TRANSFER, NAMECHG, LEAVE,
      *      RETURN, TERMINAT (FROM EHRFEED), ADD, CHANGE (FROM
      *      EEMPMNT), LOARETN, LOACLEAR (FROM ELOASWP)
          05 AH-SOURCE-TRANSACTION   PIC X(8).
             88 AH-IS-TERMINATION              VALUE 'TERMINAT'.
          05 AH-ACTING-USER          PIC X(8).
          05 FILLER                  PIC X(10).
