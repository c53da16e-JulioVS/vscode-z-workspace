      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EEMPMAP' MAPSET.
      *        (EMPLOYEE MASTER MAINTENANCE)
      *      - PAY GRADE AND GRADE OVERRIDE REASON FIELDS ADDED.
      ******************************************************************
       01  EEMPMI.
           02  FILLER PIC X(12).
             03 SALARYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SALARYI  PIC 9(7).
           02  PAYGRDL    COMP  PIC  S9(4).
           02  PAYGRDF    PICTURE X.
           02  FILLER REDEFINES PAYGRDF.
             03 PAYGRDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PAYGRDI  PIC X(3).
           02  OVRRSNL    COMP  PIC  S9(4).
           02  OVRRSNF    PICTURE X.
           02  FILLER REDEFINES OVRRSNF.
             03 OVRRSNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OVRRSNI  PIC X(20).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
           02  SALARYC    PICTURE X.
           02  SALARYO  PIC 9(7).
           02  FILLER PICTURE X(3).
           02  PAYGRDC    PICTURE X.
           02  PAYGRDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  OVRRSNC    PICTURE X.
           02  OVRRSNO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
