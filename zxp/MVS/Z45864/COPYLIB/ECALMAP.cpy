             03 CALDSCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CALDSCI  PIC X(20).
           02  THRUDTL    COMP  PIC  S9(4).
           02  THRUDTF    PICTURE X.
           02  FILLER REDEFINES THRUDTF.
             03 THRUDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  THRUDTI  PIC X(8).
           02  FREEZEL    COMP  PIC  S9(4).
           02  FREEZEF    PICTURE X.
           02  FILLER REDEFINES FREEZEF.
             03 FREEZEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FREEZEI  PIC X(1).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
           02  CALDSCC    PICTURE X.
           02  CALDSCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  THRUDTC    PICTURE X.
           02  THRUDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FREEZEC    PICTURE X.
           02  FREEZEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
