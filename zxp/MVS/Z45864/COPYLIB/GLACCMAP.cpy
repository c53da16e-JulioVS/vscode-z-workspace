      *        DEBIT ACCOUNT AND THE CLEARING CREDIT ACCOUNT, PLUS A
      *        '****' DEFAULT RECORD FOR DEPARTMENTS WITHOUT THEIR
      *        OWN ROW - MAINTAINABLE DATA, NOT CODE.
      *      - GA-OVERTIME-ACCOUNT TAKES DEPTPAY'S OVERTIME DEBITS;
      *        LEFT BLANK, OVERTIME POSTS TO GA-EXPENSE-ACCOUNT.
      *      - EFFECTIVE-DATED: A DEPARTMENT MAY HOLD SEVERAL ROWS,
      *        EACH IN FORCE FROM GA-EFFECTIVE-FROM THROUGH
      *        GA-EFFECTIVE-TO INCLUSIVE, NEVER OVERLAPPING.  THE KEY
      *        IS THE DATE A ROW STOPS APPLYING, SO THE FIRST ROW AT
      *        OR AFTER DEPARTMENT + DATE IS THE ONE IN FORCE THAT DAY
      *        (WHEN ITS FROM-DATE HAS BEEN REACHED).  THE CURRENT ROW
      *        RUNS TO '99991231'; A ROW THAT HAS ALWAYS APPLIED
      *        STARTS '00000000'.  MAINTAINED ONLINE THROUGH EGLMP.
      ******************************************************************
       01 GL-ACCOUNT-MAP-RECORD.
          05 GA-MAP-KEY.
             10 GA-DEPT-NBR          PIC X(4).
             10 GA-EFFECTIVE-TO      PIC X(8).
          05 GA-EFFECTIVE-FROM       PIC X(8).
          05 GA-EXPENSE-ACCOUNT      PIC X(8).
          05 GA-CLEARING-ACCOUNT     PIC X(8).
          05 GA-OVERTIME-ACCOUNT     PIC X(8).
          05 GA-CHANGED-BY           PIC X(8).
          05 GA-CHANGED-TIMESTAMP    PIC X(14).
          05 FILLER                  PIC X(10).
