      *        MARKED DELIVERED (THE ON-CALL ADMIN SIGNED ON AND SAW
      *        IT); ONE STILL PENDING PAST AR-ESCALATE-MINUTES IS
      *        RE-ROUTED TO THE BACKUP AND MARKED ESCALATED.
      *      - CARHOTB FILES ONE FOR EACH HOTLIST PLATE ALERT IT
      *        PAGES, SO THE SAME SWEEP CHASES THOSE.
      ******************************************************************
       01 ALERT-ESCALATION-RECORD.
          05 ES-ALERT-KEY            PIC X(21).
