      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'EROLTMP' VSAM FILE.
      *        (JOB-ROLE TEMPLATES)
      *      - ONE RECORD PER ROLE AND EAUTH FUNCTION CODE IT BUNDLES
      *        (E.G. PAYCLERK + DEPTMNT) - A ROLE IS SIMPLY THE SET OF
      *        RECORDS CARRYING ITS NAME.  MAINTAINED THROUGH EROLP,
      *        WHICH GRANTS EACH FUNCTION TO EVERY USER ID ON EROLASG
      *        FOR THE ROLE.
      ******************************************************************
       01 ROLE-TEMPLATE-RECORD.
          05 RT-ROLE-KEY.
             10 RT-ROLE-NAME         PIC X(8).
             10 RT-FUNCTION-CODE     PIC X(8).
          05 RT-ADDED-BY             PIC X(8).
          05 RT-ADDED-TIMESTAMP      PIC X(14).
          05 FILLER                  PIC X(10).
