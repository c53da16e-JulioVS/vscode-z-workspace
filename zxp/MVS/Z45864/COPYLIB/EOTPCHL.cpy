      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EOTPCHL' VSAM FILE.
      *        (SIGN-ON ONE-TIME PASSCODE CHALLENGES)
      *      - ONE RECORD PER USER ID HOLDING THE CHALLENGE ESONP
      *        LAST ISSUED AFTER A CORRECT PASSWORD.  ONLY THE
      *        EPWDHSH HASH OF THE CODE IS KEPT - THE CLEAR CODE GOES
      *        OUT ON THE OTPQ TRANSIENT-DATA QUEUE TO THE DEVICE AND
      *        NOWHERE ELSE.
      *      - THE CHALLENGE IS ONLY GOOD ON THE TERMINAL THAT RAISED
      *        IT AND UNTIL OT-EXPIRY-TIMESTAMP.  OT-RESEND-COUNT AND
      *        OT-WRONG-COUNT ARE HELD AGAINST THE ESONRUL LIMITS FOR
      *        THE USER TYPE; A CHALLENGE THAT IS USED, EXPIRES OR
      *        RUNS OUT OF TRIES IS CLOSED AND THE NEXT SIGN-ON STARTS
      *        AGAIN FROM THE PASSWORD.
      ******************************************************************
       01 OTP-CHALLENGE-RECORD.
          05 OT-USER-ID              PIC X(8).
          05 OT-STATUS               PIC X(1).
             88 OT-IS-PENDING                  VALUE 'P'.
             88 OT-IS-VERIFIED                 VALUE 'V'.
             88 OT-IS-CLOSED                   VALUE 'X'.
          05 OT-CODE-HASH            PIC X(8).
          05 OT-TERMINAL-ID          PIC X(4).
          05 OT-ISSUED-TIMESTAMP     PIC X(14).
          05 OT-EXPIRY-TIMESTAMP     PIC X(14).
      *      WHOSE REGISTERED DEVICE THE CODE WENT TO - THE USER, OR
      *      FOR A FIRECALL ACCOUNT THE ADMINISTRATOR HOLDING IT
          05 OT-DELIVERED-TO         PIC X(8).
          05 OT-RESEND-COUNT         PIC 9(2).
          05 OT-WRONG-COUNT          PIC 9(2).
          05 FILLER                  PIC X(19).
