      *        THE SAME CONVENTION AS THE GLACCMAP '****' ROW.
      *        CARRENEW PRICES EACH RENEWED PERMIT FROM HERE WHEN IT
      *        CUTS THE PAYROLL-DEDUCTION EXTRACT.
      *      - CARRECM AND EOFFBRD PRICE THE PRORATED CREDIT FOR A
      *        PERMIT CANCELLED MID-YEAR FROM THE SAME ROWS.
      ******************************************************************
       01 FEE-SCHEDULE-RECORD.
          05 FE-FEE-KEY.
