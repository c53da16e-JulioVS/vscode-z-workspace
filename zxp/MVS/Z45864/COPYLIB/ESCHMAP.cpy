             03 ENABLDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ENABLDI  PIC X(1).
           02  RPTMNL    COMP  PIC  S9(4).
           02  RPTMNF    PICTURE X.
           02  FILLER REDEFINES RPTMNF.
             03 RPTMNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  RPTMNI  PIC 9(4).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
           02  ENABLDC    PICTURE X.
           02  ENABLDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RPTMNC    PICTURE X.
           02  RPTMNO  PIC 9(4).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
