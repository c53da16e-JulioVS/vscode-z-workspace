      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EGLMMAP' MAPSET.
      *        (GL ACCOUNT MAPPING MAINTENANCE)
      ******************************************************************
       01  EGLMMI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  DEPTNOL    COMP  PIC  S9(4).
           02  DEPTNOF    PICTURE X.
           02  FILLER REDEFINES DEPTNOF.
             03 DEPTNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEPTNOI  PIC X(4).
           02  EFFDTL    COMP  PIC  S9(4).
           02  EFFDTF    PICTURE X.
           02  FILLER REDEFINES EFFDTF.
             03 EFFDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFFDTI  PIC X(8).
           02  ENDDTL    COMP  PIC  S9(4).
           02  ENDDTF    PICTURE X.
           02  FILLER REDEFINES ENDDTF.
             03 ENDDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENDDTI  PIC X(8).
           02  EXPACTL    COMP  PIC  S9(4).
           02  EXPACTF    PICTURE X.
           02  FILLER REDEFINES EXPACTF.
             03 EXPACTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EXPACTI  PIC X(8).
           02  CLRACTL    COMP  PIC  S9(4).
           02  CLRACTF    PICTURE X.
           02  FILLER REDEFINES CLRACTF.
             03 CLRACTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CLRACTI  PIC X(8).
           02  OTACTL    COMP  PIC  S9(4).
           02  OTACTF    PICTURE X.
           02  FILLER REDEFINES OTACTF.
             03 OTACTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OTACTI  PIC X(8).
           02  CHGBYL    COMP  PIC  S9(4).
           02  CHGBYF    PICTURE X.
           02  FILLER REDEFINES CHGBYF.
             03 CHGBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CHGBYI  PIC X(8).
           02  CHGTSL    COMP  PIC  S9(4).
           02  CHGTSF    PICTURE X.
           02  FILLER REDEFINES CHGTSF.
             03 CHGTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CHGTSI  PIC X(14).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EGLMMO REDEFINES EGLMMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DEPTNOC    PICTURE X.
           02  DEPTNOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EFFDTC    PICTURE X.
           02  EFFDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENDDTC    PICTURE X.
           02  ENDDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EXPACTC    PICTURE X.
           02  EXPACTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CLRACTC    PICTURE X.
           02  CLRACTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OTACTC    PICTURE X.
           02  OTACTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHGBYC    PICTURE X.
           02  CHGBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHGTSC    PICTURE X.
           02  CHGTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
