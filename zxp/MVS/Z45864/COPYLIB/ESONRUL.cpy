      *        MANAGER ACCOUNTS CAN CARRY STRICTER THRESHOLDS THAN THE
      *        FLOOR.  THE ORIGINAL 'ESONRUL1' RECORD IS KEPT AS THE
      *        FALLBACK WHEN NO PER-TYPE RECORD IS ON FILE.
      *      - SR-OTP-REQUIRED-IND 'Y' MAKES ESONP ASK THE TYPE FOR A
      *        ONE-TIME CODE AFTER A CORRECT PASSWORD.  THE CODE LIVES
      *        SR-OTP-VALID-MINUTES, MAY BE RE-SENT SR-OTP-MAX-RESENDS
      *        TIMES AND MISTYPED SR-OTP-MAX-WRONG TIMES; ZERO OR
      *        BLANK LIMITS TAKE THE ESONP DEFAULTS (5, 3 AND 3).
      *      - SR-UID-QUARANTINE-DAYS IS READ FROM THE ESONRUL1 RECORD
      *        ONLY - HOW LONG A RETIRED USER ID STAYS OFF LIMITS TO
      *        EUSRP AND EHRFEED (SEE EUIDREG).  ZERO OR BLANK MEANS
      *        730 DAYS.
      ******************************************************************
       01 SIGN-ON-RULES-RECORD.
          05 SR-RULE-ID              PIC X(8).
          05 SR-MAXIMUM-ATTEMPTS     PIC 9(2).
          05 SR-LOCKOUT-INTERVAL     PIC 9(4).
          05 SR-INACTIVITY-INTERVAL  PIC 9(4).
          05 SR-OTP-REQUIRED-IND     PIC X(1).
             88 SR-OTP-REQUIRED                VALUE 'Y'.
          05 SR-OTP-VALID-MINUTES    PIC 9(2).
          05 SR-OTP-MAX-RESENDS      PIC 9(1).
          05 SR-OTP-MAX-WRONG        PIC 9(1).
          05 SR-UID-QUARANTINE-DAYS  PIC 9(4).
