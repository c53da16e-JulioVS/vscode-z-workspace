      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR THE 'ESMUSERS' SECURITY-MANAGER USER
      *        LIST.  (ONE RECORD PER USER ID DEFINED TO THE SECURITY
      *        MANAGER, REFORMATTED BY SECURITY ADMINISTRATION FROM
      *        THEIR NIGHTLY DATABASE UNLOAD - ANY ORDER)
      *      - ESECREC RECONCILES EVERY ID WHOSE DEFAULT GROUP IS ONE
      *        OF THE ESECGRP APPLICATION GROUPS AGAINST EREGUSR.
      ******************************************************************
       01 ESM-USER-RECORD.
          05 SU-USER-ID              PIC X(8).
          05 SU-DEFAULT-GROUP        PIC X(8).
          05 SU-REVOKED-IND          PIC X(1).
             88 SU-IS-REVOKED                  VALUE 'Y'.
          05 SU-LAST-ACCESS-DATE     PIC X(8).
          05 FILLER                  PIC X(15).
