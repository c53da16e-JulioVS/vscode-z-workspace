      *        THE ACTING USER AND THE FULL BEFORE AND AFTER RECORD
      *        IMAGES - SO A QUIET RU-USER-TYPE CHANGE CAN ALWAYS BE
      *        TIED BACK TO WHO MADE IT AND WHAT IT REPLACED.
      *      - AN EFIREP CHECKOUT ('FIREOUT') CARRIES THE STAMPED
      *        EFIRECAL ENTRY PAST THE EREGUSR IMAGE IN ITS AFTER
      *        IMAGE (MA-FIRECALL-CHECKOUT) - SPACES ON CHECKOUTS
      *        AUDITED BEFORE IT WAS KEPT.
      *      - MA-CHANGE-TICKET CARRIES THE CHANGE-MANAGEMENT TICKET
      *        THE ACTION WAS KEYED UNDER ON EUSRP, EAUTP, ESRLP,
      *        ETRMP, EDEPTP AND ETCTLP - OR AN EMERGENCY REFERENCE
      *        ('EMRG' + DAY AND TIME) WHOSE FOLLOW-UP TICKET MUST
      *        QUOTE IT WITHIN 24 HOURS.  ECHGREC RECONCILES BOTH
      *        AGAINST THE NIGHTLY CHANGE-MANAGEMENT EXPORT.
      *      - MA-FREEZE-OVERRIDE-IND IS 'Y' ON A CHANGE MADE ON AN
      *        ECALENDR FREEZE DAY UNDER THE EMERGENCY-CHANGE ROLE;
      *        ESECDGST PUTS EVERY ONE ON THE NEXT SECURITY DIGEST.
      ******************************************************************
       01 MAINT-AUDIT-RECORD.
          05 MA-AUDIT-KEY.
          05 MA-ACTION-CODE          PIC X(8).
          05 MA-BEFORE-IMAGE         PIC X(200).
          05 MA-AFTER-IMAGE          PIC X(200).
          05 MA-FIRECALL-VIEW REDEFINES MA-AFTER-IMAGE.
             10 FILLER               PIC X(140).
             10 MA-FIRECALL-CHECKOUT PIC X(57).
             10 FILLER               PIC X(3).
          05 MA-CHANGE-TICKET        PIC X(12).
          05 MA-FREEZE-OVERRIDE-IND  PIC X(1).
             88 MA-IS-FREEZE-OVERRIDE          VALUE 'Y'.
