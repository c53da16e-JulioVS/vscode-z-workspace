      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'CARINMAP' MAPSET.
      *        (POOL-VEHICLE DAMAGE / ACCIDENT INCIDENTS)
      ******************************************************************
       01  CARINMI.
           02  FILLER PIC X(12).
           02  VEHIDL    COMP  PIC  S9(4).
           02  VEHIDF    PICTURE X.
           02  FILLER REDEFINES VEHIDF.
             03 VEHIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VEHIDI  PIC X(4).
           02  CHKOTSL    COMP  PIC  S9(4).
           02  CHKOTSF    PICTURE X.
           02  FILLER REDEFINES CHKOTSF.
             03 CHKOTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CHKOTSI  PIC X(14).
           02  FOUNDL    COMP  PIC  S9(4).
           02  FOUNDF    PICTURE X.
           02  FILLER REDEFINES FOUNDF.
             03 FOUNDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FOUNDI  PIC X(1).
           02  ITYPEL    COMP  PIC  S9(4).
           02  ITYPEF    PICTURE X.
           02  FILLER REDEFINES ITYPEF.
             03 ITYPEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ITYPEI  PIC X(1).
           02  SEVERL    COMP  PIC  S9(4).
           02  SEVERF    PICTURE X.
           02  FILLER REDEFINES SEVERF.
             03 SEVERA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SEVERI  PIC X(1).
           02  RPTBYL    COMP  PIC  S9(4).
           02  RPTBYF    PICTURE X.
           02  FILLER REDEFINES RPTBYF.
             03 RPTBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RPTBYI  PIC X(6).
           02  IDESCL    COMP  PIC  S9(4).
           02  IDESCF    PICTURE X.
           02  FILLER REDEFINES IDESCF.
             03 IDESCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  IDESCI  PIC X(40).
           02  ESTCSTL    COMP  PIC  S9(4).
           02  ESTCSTF    PICTURE X.
           02  FILLER REDEFINES ESTCSTF.
             03 ESTCSTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ESTCSTI  PIC 9(7).
           02  POLREFL    COMP  PIC  S9(4).
           02  POLREFF    PICTURE X.
           02  FILLER REDEFINES POLREFF.
             03 POLREFA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  POLREFI  PIC X(15).
           02  DRIVERL    COMP  PIC  S9(4).
           02  DRIVERF    PICTURE X.
           02  FILLER REDEFINES DRIVERF.
             03 DRIVERA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DRIVERI  PIC X(6).
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
       01  CARINMO REDEFINES CARINMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  VEHIDC    PICTURE X.
           02  VEHIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CHKOTSC    PICTURE X.
           02  CHKOTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  FOUNDC    PICTURE X.
           02  FOUNDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ITYPEC    PICTURE X.
           02  ITYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SEVERC    PICTURE X.
           02  SEVERO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RPTBYC    PICTURE X.
           02  RPTBYO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  IDESCC    PICTURE X.
           02  IDESCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ESTCSTC    PICTURE X.
           02  ESTCSTO  PIC 9(7).
           02  FILLER PICTURE X(3).
           02  POLREFC    PICTURE X.
           02  POLREFO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  DRIVERC    PICTURE X.
           02  DRIVERO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
