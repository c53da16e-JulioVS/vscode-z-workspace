      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'CARDQMAP' MAPSET.
      *        (POOL-VEHICLE DRIVER QUALIFICATION)
      ******************************************************************
       01  CARDQMI.
           02  FILLER PIC X(12).
           02  EMPNOL    COMP  PIC  S9(4).
           02  EMPNOF    PICTURE X.
           02  FILLER REDEFINES EMPNOF.
             03 EMPNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNOI  PIC X(6).
           02  LICNOL    COMP  PIC  S9(4).
           02  LICNOF    PICTURE X.
           02  FILLER REDEFINES LICNOF.
             03 LICNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LICNOI  PIC X(20).
           02  LICSTL    COMP  PIC  S9(4).
           02  LICSTF    PICTURE X.
           02  FILLER REDEFINES LICSTF.
             03 LICSTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LICSTI  PIC X(2).
           02  LICEXPL    COMP  PIC  S9(4).
           02  LICEXPF    PICTURE X.
           02  FILLER REDEFINES LICEXPF.
             03 LICEXPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LICEXPI  PIC X(8).
           02  MVRDTL    COMP  PIC  S9(4).
           02  MVRDTF    PICTURE X.
           02  FILLER REDEFINES MVRDTF.
             03 MVRDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MVRDTI  PIC X(8).
           02  APPRSTL    COMP  PIC  S9(4).
           02  APPRSTF    PICTURE X.
           02  FILLER REDEFINES APPRSTF.
             03 APPRSTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APPRSTI  PIC X(1).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  CARDQMO REDEFINES CARDQMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  EMPNOC    PICTURE X.
           02  EMPNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LICNOC    PICTURE X.
           02  LICNOO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LICSTC    PICTURE X.
           02  LICSTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LICEXPC    PICTURE X.
           02  LICEXPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MVRDTC    PICTURE X.
           02  MVRDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  APPRSTC    PICTURE X.
           02  APPRSTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
