      *        PASS AT THE TOP OF EVERY EHRFEED RUN APPLIES EACH ONE
      *        EXACTLY ON ITS DAY.  HR STOPS HOLDING NEXT MONTH'S
      *        TRANSFERS ON A DESK (AND STOPS DOUBLE-APPLYING THEM).
      *      - HP-TRANSACTION WIDENED TO HOLD THE FULL EHRTRAN
      *        RECORD NOW IT CARRIES THE TARGET POSITION NUMBER.
      *      - WIDENED AGAIN FOR THE PAY GRADE AND OVERRIDE REASON.
      ******************************************************************
       01 HR-PENDING-RECORD.
          05 HP-PEND-KEY.
             10 HP-EFFECTIVE-DATE    PIC X(8).
             10 HP-SEQUENCE          PIC 9(5).
          05 HP-TRANSACTION          PIC X(98).
