      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'CAREVMAP' MAPSET.
      *        (EV CHARGER INVENTORY / CHARGING-SLOT BOOKING)
      ******************************************************************
       01  CAREVMI.
           02  FILLER PIC X(12).
           02  LOTNOL    COMP  PIC  S9(4).
           02  LOTNOF    PICTURE X.
           02  FILLER REDEFINES LOTNOF.
             03 LOTNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOTNOI  PIC X(2).
           02  CHGIDL    COMP  PIC  S9(4).
           02  CHGIDF    PICTURE X.
           02  FILLER REDEFINES CHGIDF.
             03 CHGIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CHGIDI  PIC X(4).
           02  STATNL    COMP  PIC  S9(4).
           02  STATNF    PICTURE X.
           02  FILLER REDEFINES STATNF.
             03 STATNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STATNI  PIC X(10).
           02  RATEL    COMP  PIC  S9(4).
           02  RATEF    PICTURE X.
           02  FILLER REDEFINES RATEF.
             03 RATEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RATEI  PIC 9(6).
           02  FEEL    COMP  PIC  S9(4).
           02  FEEF    PICTURE X.
           02  FILLER REDEFINES FEEF.
             03 FEEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FEEI  PIC 9(5).
           02  EMPNOL    COMP  PIC  S9(4).
           02  EMPNOF    PICTURE X.
           02  FILLER REDEFINES EMPNOF.
             03 EMPNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNOI  PIC X(6).
           02  FROMTSL    COMP  PIC  S9(4).
           02  FROMTSF    PICTURE X.
           02  FILLER REDEFINES FROMTSF.
             03 FROMTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FROMTSI  PIC X(14).
           02  TOTSL    COMP  PIC  S9(4).
           02  TOTSF    PICTURE X.
           02  FILLER REDEFINES TOTSF.
             03 TOTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TOTSI  PIC X(14).
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
       01  CAREVMO REDEFINES CAREVMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LOTNOC    PICTURE X.
           02  LOTNOO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CHGIDC    PICTURE X.
           02  CHGIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  STATNC    PICTURE X.
           02  STATNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RATEC    PICTURE X.
           02  RATEO  PIC 9(6).
           02  FILLER PICTURE X(3).
           02  FEEC    PICTURE X.
           02  FEEO  PIC 9(5).
           02  FILLER PICTURE X(3).
           02  EMPNOC    PICTURE X.
           02  EMPNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  FROMTSC    PICTURE X.
           02  FROMTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  TOTSC    PICTURE X.
           02  TOTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
