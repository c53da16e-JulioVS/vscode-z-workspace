      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'CARCLMAP' MAPSET.
      *        (LOT CLOSURE / EVENT-RESERVATION CALENDAR)
      ******************************************************************
       01  CARCLMI.
           02  FILLER PIC X(12).
           02  LOTNOL    COMP  PIC  S9(4).
           02  LOTNOF    PICTURE X.
           02  FILLER REDEFINES LOTNOF.
             03 LOTNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOTNOI  PIC X(2).
           02  FROMDTL    COMP  PIC  S9(4).
           02  FROMDTF    PICTURE X.
           02  FILLER REDEFINES FROMDTF.
             03 FROMDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  FROMDTI  PIC X(8).
           02  TODTL    COMP  PIC  S9(4).
           02  TODTF    PICTURE X.
           02  FILLER REDEFINES TODTF.
             03 TODTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TODTI  PIC X(8).
           02  CTYPEL    COMP  PIC  S9(4).
           02  CTYPEF    PICTURE X.
           02  FILLER REDEFINES CTYPEF.
             03 CTYPEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CTYPEI  PIC X(1).
           02  OVFLOTL    COMP  PIC  S9(4).
           02  OVFLOTF    PICTURE X.
           02  FILLER REDEFINES OVFLOTF.
             03 OVFLOTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  OVFLOTI  PIC X(2).
           02  DESCL    COMP  PIC  S9(4).
           02  DESCF    PICTURE X.
           02  FILLER REDEFINES DESCF.
             03 DESCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DESCI  PIC X(30).
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
       01  CARCLMO REDEFINES CARCLMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LOTNOC    PICTURE X.
           02  LOTNOO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  FROMDTC    PICTURE X.
           02  FROMDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TODTC    PICTURE X.
           02  TODTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CTYPEC    PICTURE X.
           02  CTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OVFLOTC    PICTURE X.
           02  OVFLOTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DESCC    PICTURE X.
           02  DESCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
