      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EOTPDEV' VSAM FILE.
      *        (REGISTERED ONE-TIME PASSCODE DEVICES)
      *      - ONE RECORD PER USER ID, NAMING THE DEVICE ESONP SENDS
      *        THE SIGN-ON ONE-TIME CODE TO - A MOBILE NUMBER FOR
      *        'SMS', A MAILBOX FOR 'MAIL', OR THE AUTHENTICATOR
      *        ENROLMENT ID FOR 'PUSH'.  LOADED FROM THE CORPORATE
      *        DEVICE-MANAGEMENT EXTRACT BY THE EOTPLOAD JOB.
      *      - A FIRECALL ACCOUNT HAS NO RECORD OF ITS OWN - ITS CODE
      *        GOES TO THE DEVICE OF THE ADMINISTRATOR WHO CHECKED IT
      *        OUT (FC-CHECKED-OUT-BY).
      *      - A SUSPENDED DEVICE (LOST OR REPLACED) COUNTS AS NO
      *        DEVICE, AND A USER WHO NEEDS A CODE CANNOT SIGN ON.
      ******************************************************************
       01 OTP-DEVICE-RECORD.
          05 OD-USER-ID              PIC X(8).
          05 OD-CHANNEL              PIC X(4).
             88 OD-IS-SMS                      VALUE 'SMS '.
             88 OD-IS-MAIL                     VALUE 'MAIL'.
             88 OD-IS-PUSH                     VALUE 'PUSH'.
          05 OD-DEVICE-ADDRESS       PIC X(60).
          05 OD-STATUS               PIC X(1).
             88 OD-IS-ACTIVE                   VALUE 'A'.
             88 OD-IS-SUSPENDED                VALUE 'S'.
          05 OD-REGISTERED-TIMESTAMP PIC X(14).
          05 FILLER                  PIC X(13).
