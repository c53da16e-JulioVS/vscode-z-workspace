      *        NEEDS ROWS FOR THE TERMINALS BEING FENCED - E.G. THE
      *        PUBLIC LOBBY PAIR, OR THE OPERATIONS-ROOM TERMINALS
      *        THAT ADM SIGN-ONS ARE RESTRICTED TO.
      *      - TA-OTP-REQUIRED-IND 'Y' MAKES EVERY SIGN-ON FROM THE
      *        TERMINAL ANSWER A ONE-TIME CODE AFTER THE PASSWORD,
      *        WHATEVER THE USER TYPE (SEE ESONRUL FOR THE LIMITS).
      ******************************************************************
       01 TERMINAL-AUTH-RECORD.
          05 TA-TERMINAL-ID          PIC X(4).
      *      SAME SELF-EXPIRING PATTERN THE ACCOUNT LOCKOUT USES
          05 TA-GROUP-NAME           PIC X(8).
          05 TA-REENABLE-TIMESTAMP   PIC X(14).
          05 TA-OTP-REQUIRED-IND     PIC X(1).
             88 TA-OTP-REQUIRED                VALUE 'Y'.
