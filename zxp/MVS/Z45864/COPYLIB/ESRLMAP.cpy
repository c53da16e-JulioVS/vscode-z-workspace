             03 ALRESCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ALRESCI  PIC 9(3).
           02  OTPREQL    COMP  PIC  S9(4).
           02  OTPREQF    PICTURE X.
           02  FILLER REDEFINES OTPREQF.
             03 OTPREQA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OTPREQI  PIC X(1).
           02  OTPMINL    COMP  PIC  S9(4).
           02  OTPMINF    PICTURE X.
           02  FILLER REDEFINES OTPMINF.
             03 OTPMINA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OTPMINI  PIC 9(2).
           02  OTPRSDL    COMP  PIC  S9(4).
           02  OTPRSDF    PICTURE X.
           02  FILLER REDEFINES OTPRSDF.
             03 OTPRSDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OTPRSDI  PIC 9(1).
           02  OTPTRYL    COMP  PIC  S9(4).
           02  OTPTRYF    PICTURE X.
           02  FILLER REDEFINES OTPTRYF.
             03 OTPTRYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OTPTRYI  PIC 9(1).
           02  UIDQDYL    COMP  PIC  S9(4).
           02  UIDQDYF    PICTURE X.
           02  FILLER REDEFINES UIDQDYF.
             03 UIDQDYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  UIDQDYI  PIC 9(4).
           02  TICKETL    COMP  PIC  S9(4).
           02  TICKETF    PICTURE X.
           02  FILLER REDEFINES TICKETF.
             03 TICKETA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TICKETI  PIC X(12).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  ALRESCC    PICTURE X.
           02  ALRESCO  PIC 9(3).
           02  FILLER PICTURE X(3).
           02  OTPREQC    PICTURE X.
           02  OTPREQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OTPMINC    PICTURE X.
           02  OTPMINO  PIC 9(2).
           02  FILLER PICTURE X(3).
           02  OTPRSDC    PICTURE X.
           02  OTPRSDO  PIC 9(1).
           02  FILLER PICTURE X(3).
           02  OTPTRYC    PICTURE X.
           02  OTPTRYO  PIC 9(1).
           02  FILLER PICTURE X(3).
           02  UIDQDYC    PICTURE X.
           02  UIDQDYO  PIC 9(4).
           02  FILLER PICTURE X(3).
           02  TICKETC    PICTURE X.
           02  TICKETO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
