      *      - ONE TRANSACTION PER RECORD: HIRE, TRANSFER, TERMINATE
      *        OR NAME CHANGE.  FIELDS NOT RELEVANT TO A TRANSACTION
      *        TYPE ARE LEFT BLANK BY HR.
      *      - A HIRE OR TRANSFER MAY NAME THE DEPTPOSN POSITION TO
      *        FILL; LEFT BLANK, EHRFEED TAKES THE DEPARTMENT'S FIRST
      *        VACANT POSITION.
      *      - A HIRE OR SALARY CHANGE MAY CARRY THE PAY GRADE AND,
      *        FOR A SALARY OUTSIDE THE GRADE'S RANGE, HR'S OVERRIDE
      *        REASON - WITHOUT ONE EHRFEED REJECTS IT.
      ******************************************************************
       01 HR-TRANSACTION-RECORD.
          05 HT-TRANS-CODE           PIC X(1).
          05 HT-EFFECTIVE-DATE       PIC X(8).
      *      EXPECTED RETURN DATE FOR AN 'L' LEAVE TRANSACTION
          05 HT-LEAVE-RETURN-DATE    PIC X(8).
      *      POSITION TO FILL ON A HIRE OR TRANSFER (BLANK = ANY
      *      VACANT POSITION IN HT-DEPT-NBR)
          05 HT-POSITION-NUMBER      PIC X(6).
      *      EPAYGRD PAY GRADE ON A HIRE, OR THE NEW GRADE ON A
      *      SALARY CHANGE (BLANK = KEEP THE EMPLOYEE'S GRADE)
          05 HT-PAY-GRADE            PIC X(3).
      *      HR'S REASON FOR LETTING A SALARY OUTSIDE THE GRADE RANGE
      *      THROUGH - LEFT BLANK, AN OUT-OF-RANGE SALARY IS REJECTED
          05 HT-OVERRIDE-REASON      PIC X(20).
