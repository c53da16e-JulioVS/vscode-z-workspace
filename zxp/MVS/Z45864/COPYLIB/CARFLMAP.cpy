      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'CARFLMAP' MAPSET.
      *        (POOL-VEHICLE FLEET / RESERVATIONS / CHECKOUT / SERVICE)
      ******************************************************************
       01  CARFLMI.
           02  FILLER PIC X(12).
             03 ODOMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ODOMI  PIC 9(7).
           02  MILINTL    COMP  PIC  S9(4).
           02  MILINTF    PICTURE X.
           02  FILLER REDEFINES MILINTF.
             03 MILINTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MILINTI  PIC 9(5).
           02  MONINTL    COMP  PIC  S9(4).
           02  MONINTF    PICTURE X.
           02  FILLER REDEFINES MONINTF.
             03 MONINTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MONINTI  PIC 9(2).
           02  SVCTYPL    COMP  PIC  S9(4).
           02  SVCTYPF    PICTURE X.
           02  FILLER REDEFINES SVCTYPF.
             03 SVCTYPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SVCTYPI  PIC X(8).
           02  SVCDSCL    COMP  PIC  S9(4).
           02  SVCDSCF    PICTURE X.
           02  FILLER REDEFINES SVCDSCF.
             03 SVCDSCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SVCDSCI  PIC X(40).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
           02  ODOMC    PICTURE X.
           02  ODOMO  PIC 9(7).
           02  FILLER PICTURE X(3).
           02  MILINTC    PICTURE X.
           02  MILINTO  PIC 9(5).
           02  FILLER PICTURE X(3).
           02  MONINTC    PICTURE X.
           02  MONINTO  PIC 9(2).
           02  FILLER PICTURE X(3).
           02  SVCTYPC    PICTURE X.
           02  SVCTYPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SVCDSCC    PICTURE X.
           02  SVCDSCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
