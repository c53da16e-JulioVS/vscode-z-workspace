             03 PASSWDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PASSWDI  PIC X(8).
           02  EMPNOL    COMP  PIC  S9(4).
           02  EMPNOF    PICTURE X.
           02  FILLER REDEFINES EMPNOF.
             03 EMPNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNOI  PIC X(6).
           02  TICKETL    COMP  PIC  S9(4).
           02  TICKETF    PICTURE X.
           02  FILLER REDEFINES TICKETF.
             03 TICKETA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TICKETI  PIC X(12).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  PASSWDC    PICTURE X.
           02  PASSWDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMPNOC    PICTURE X.
           02  EMPNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TICKETC    PICTURE X.
           02  TICKETO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
