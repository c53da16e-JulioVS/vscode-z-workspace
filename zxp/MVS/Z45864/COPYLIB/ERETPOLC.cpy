      *        APPLIES THE POLICIES TO EIBLOG, AIDLOG, EALERT,
      *        EERRLOG AND EMNTAUD - A FILE WITH NO POLICY ROW IS
      *        LEFT ALONE AND REPORTED.
      *      - THE 'EMPDATA' ROW IS NOT A LOG FILE - ITS KEEP-DAYS IS
      *        HOW LONG AFTER TERMINATION A FORMER EMPLOYEE'S HISTORY
      *        KEEPS THEIR IDENTITY BEFORE EPSEUDO PSEUDONYMIZES IT.
      ******************************************************************
       01 RETENTION-POLICY-RECORD.
          05 RT-FILE-ID              PIC X(8).
