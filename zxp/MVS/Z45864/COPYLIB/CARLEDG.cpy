      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - RECORD LAYOUT FOR 'CARLEDG' VSAM FILE.
      *        (PER-EMPLOYEE PARKING ACCOUNT LEDGER)
      *      - ONE RECORD PER MONEY MOVEMENT ON AN EMPLOYEE'S PARKING
      *        ACCOUNT, KEYED EMPLOYEE + POSTING STAMP + SEQUENCE SO
      *        AN ACCOUNT READS BACK IN POSTING ORDER.  POSTED BY:
      *           . CARRENEW  - PERMIT FEE (PF) AND ITS PAYROLL
      *                         DEDUCTION (PD)
      *           . CAREVBIL  - EV CHARGING (EV) AND ITS PAYROLL
      *                         DEDUCTION (PD)
      *           . CARGATIN  - CITATION FINE (CT)
      *           . CARAPLP   - CITATION REVERSED ON APPEAL (CR)
      *           . CARRECM / EOFFBRD - PRORATED CREDIT FOR THE
      *                         UNUSED PART OF A BILLED PERMIT YEAR
      *                         WHEN THE PERMIT IS CANCELLED (PC)
      *           . CARLEDGR  - REFUND OF A LEAVER'S CREDIT (RF)
      *      - A DEBIT ADDS TO WHAT THE EMPLOYEE OWES, A CREDIT TAKES
      *        FROM IT.  CARLEDGR PRINTS THE MONTHLY STATEMENTS AND
      *        BALANCES THE PD POSTINGS AGAINST THE PAYROLL-DEDUCTION
      *        EXTRACT.
      ******************************************************************
       01 PARKING-LEDGER-RECORD.
          05 LG-LEDGER-KEY.
             10 LG-EMPLOYEE-NUMBER   PIC X(6).
             10 LG-POSTING-TIMESTAMP PIC X(14).
      *         RUN SEQUENCE IN BATCH, THE TASK NUMBER ONLINE
             10 LG-POSTING-SEQUENCE  PIC 9(7).
          05 LG-SOURCE-CODE          PIC X(2).
             88 LG-PERMIT-FEE                  VALUE 'PF'.
             88 LG-EV-CHARGE                   VALUE 'EV'.
             88 LG-CITATION                    VALUE 'CT'.
             88 LG-CITATION-REVERSED           VALUE 'CR'.
             88 LG-PRORATED-CREDIT             VALUE 'PC'.
             88 LG-REFUND                      VALUE 'RF'.
             88 LG-PAYROLL-DEDUCTION           VALUE 'PD'.
          05 LG-DEBIT-CREDIT         PIC X(1).
             88 LG-IS-DEBIT                    VALUE 'D'.
             88 LG-IS-CREDIT                   VALUE 'C'.
          05 LG-AMOUNT               PIC 9(5)V99.
          05 LG-TAG-NUMBER           PIC X(8).
      *      BILLING PERIOD (YYYYMM) - FOR A PD POSTING THE SAME
      *      PD-PERIOD AS THE EXTRACT RECORD IT WAS CUT WITH
          05 LG-PERIOD               PIC X(6).
          05 LG-POSTED-BY            PIC X(8).
      *      WHAT THE MOVEMENT WAS FOR - A CT/CR POSTING CARRIES THE
      *      CARVIOL SIGHTING STAMP IN ITS FIRST 14 BYTES
          05 LG-REFERENCE            PIC X(20).
          05 FILLER                  PIC X(10).
