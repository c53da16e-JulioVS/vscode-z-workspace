      *      - DEFINED RECOVERABLE IN THE FCT, SO SESSION STATUS,
      *        RETRY COUNTS AND LAST-ACTIVITY TIMESTAMPS ALSO SURVIVE
      *        A REGION RESTART.
      *      - UX-TERMINAL-ID IS THE TERMINAL THE USER LAST SIGNED ON
      *        FROM, SO THE EMUSP MUSTER CAN PLACE THEM BY ETRMLOC.
      ******************************************************************
       01 ACTIVE-SESSION-INDEX-RECORD.
          05 UX-USER-ID                 PIC X(8).
          05 UX-LAST-ACTIVITY-TIMESTAMP.
             10 UX-LAST-ACTIVITY-DATE   PIC X(8).
             10 UX-LAST-ACTIVITY-TIME   PIC X(6).
          05 UX-TERMINAL-ID             PIC X(4).
