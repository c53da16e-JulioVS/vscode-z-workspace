      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EROLASG' VSAM FILE.
      *        (JOB-ROLE ASSIGNMENTS)
      *      - ONE RECORD PER ROLE AND USER ID HOLDING IT.  ROLE-MAJOR
      *        SO A CHANGE TO A ROLE CAN REACH EVERY HOLDER WITH ONE
      *        BROWSE.  THE GRANTS THEMSELVES LIVE ON EAUTH, MARKED
      *        WITH THE ROLE THAT CREATED THEM (AT-GRANT-SOURCE).
      ******************************************************************
       01 ROLE-ASSIGNMENT-RECORD.
          05 RA-ASSIGN-KEY.
             10 RA-ROLE-NAME         PIC X(8).
             10 RA-USER-ID           PIC X(8).
          05 RA-ASSIGNED-BY          PIC X(8).
          05 RA-ASSIGNED-TIMESTAMP   PIC X(14).
          05 FILLER                  PIC X(10).
