      ******************************************************************
      *    CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'ECOMPANY' VSAM FILE.
      *        (LEGAL ENTITIES - KEYED ON CO-COMPANY-CODE)
      *      - ONE RECORD PER LEGAL ENTITY THE DEPARTMENTS BELONG TO
      *        (DEPT-COMPANY-CODE ON DEPTMAS).  EXACTLY ONE ROW
      *        CARRIES CO-IS-DEFAULT-COMPANY - A DEPARTMENT WITH NO
      *        COMPANY CODE BELONGS TO IT.
      *      - THE INTERCOMPANY RECEIVABLE AND PAYABLE ACCOUNTS TAKE
      *        DEPTPAY'S INTERCOMPANY ENTRIES WHEN AN EMPLOYEE OF ONE
      *        COMPANY IS FUNDED (DEPTALOC) BY A DEPARTMENT OF
      *        ANOTHER.  LOADED FROM THE FINANCE EXTRACT BY ECOMPLD.
      ******************************************************************
       01 COMPANY-RECORD.
          05 CO-COMPANY-CODE         PIC X(4).
          05 CO-COMPANY-NAME         PIC X(30).
          05 CO-DEFAULT-IND          PIC X(1).
             88 CO-IS-DEFAULT-COMPANY          VALUE 'Y'.
          05 CO-IC-RECEIVABLE-ACCOUNT PIC X(8).
          05 CO-IC-PAYABLE-ACCOUNT   PIC X(8).
          05 FILLER                  PIC X(29).
