             03 MGRLNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MGRLNI  PIC X(15).
           02  COMPL    COMP  PIC  S9(4).
           02  COMPF    PICTURE X.
           02  FILLER REDEFINES COMPF.
             03 COMPA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  COMPI  PIC X(4).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  TICKETL    COMP  PIC  S9(4).
           02  TICKETF    PICTURE X.
           02  FILLER REDEFINES TICKETF.
             03 TICKETA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TICKETI  PIC X(12).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  MGRLNC    PICTURE X.
           02  MGRLNO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  COMPC    PICTURE X.
           02  COMPO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TICKETC    PICTURE X.
           02  TICKETO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
