      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EMUSMAP' MAPSET.
      *        (EVACUATION MUSTER - WARDEN SCREEN)
      ******************************************************************
       01  EMUSMI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  LOCNL    COMP  PIC  S9(4).
           02  LOCNF    PICTURE X.
           02  FILLER REDEFINES LOCNF.
             03 LOCNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOCNI  PIC X(8).
           02  PERSONL    COMP  PIC  S9(4).
           02  PERSONF    PICTURE X.
           02  FILLER REDEFINES PERSONF.
             03 PERSONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PERSONI  PIC X(8).
           02  DRILLL    COMP  PIC  S9(4).
           02  DRILLF    PICTURE X.
           02  FILLER REDEFINES DRILLF.
             03 DRILLA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DRILLI  PIC X(14).
           02  ONSITEL    COMP  PIC  S9(4).
           02  ONSITEF    PICTURE X.
           02  FILLER REDEFINES ONSITEF.
             03 ONSITEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ONSITEI  PIC 9(5).
           02  MISSNGL    COMP  PIC  S9(4).
           02  MISSNGF    PICTURE X.
           02  FILLER REDEFINES MISSNGF.
             03 MISSNGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MISSNGI  PIC 9(5).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EMUSMO REDEFINES EMUSMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LOCNC    PICTURE X.
           02  LOCNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PERSONC    PICTURE X.
           02  PERSONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DRILLC    PICTURE X.
           02  DRILLO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ONSITEC    PICTURE X.
           02  ONSITEO  PIC 9(5).
           02  FILLER PICTURE X(3).
           02  MISSNGC    PICTURE X.
           02  MISSNGO  PIC 9(5).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
