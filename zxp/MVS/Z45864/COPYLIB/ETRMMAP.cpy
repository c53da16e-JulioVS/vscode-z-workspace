             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  OTPREQL    COMP  PIC  S9(4).
           02  OTPREQF    PICTURE X.
           02  FILLER REDEFINES OTPREQF.
             03 OTPREQA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OTPREQI  PIC X(1).
           02  TICKETL    COMP  PIC  S9(4).
           02  TICKETF    PICTURE X.
           02  FILLER REDEFINES TICKETF.
             03 TICKETA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TICKETI  PIC X(12).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OTPREQC    PICTURE X.
           02  OTPREQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TICKETC    PICTURE X.
           02  TICKETO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
