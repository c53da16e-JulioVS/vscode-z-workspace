      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'CARAPMAP' MAPSET.
      *        (PARKING CITATION APPEAL / ADJUDICATION)
      ******************************************************************
       01  CARAPMI.
           02  FILLER PIC X(12).
           02  TAGNOL    COMP  PIC  S9(4).
           02  TAGNOF    PICTURE X.
           02  FILLER REDEFINES TAGNOF.
             03 TAGNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TAGNOI  PIC X(8).
           02  SEENTSL    COMP  PIC  S9(4).
           02  SEENTSF    PICTURE X.
           02  FILLER REDEFINES SEENTSF.
             03 SEENTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SEENTSI  PIC X(14).
           02  EMPNOL    COMP  PIC  S9(4).
           02  EMPNOF    PICTURE X.
           02  FILLER REDEFINES EMPNOF.
             03 EMPNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNOI  PIC X(6).
           02  LOTNOL    COMP  PIC  S9(4).
           02  LOTNOF    PICTURE X.
           02  FILLER REDEFINES LOTNOF.
             03 LOTNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LOTNOI  PIC X(2).
           02  ESCALL    COMP  PIC  S9(4).
           02  ESCALF    PICTURE X.
           02  FILLER REDEFINES ESCALF.
             03 ESCALA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ESCALI  PIC X(1).
           02  APSTATL    COMP  PIC  S9(4).
           02  APSTATF    PICTURE X.
           02  FILLER REDEFINES APSTATF.
             03 APSTATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APSTATI  PIC X(1).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REASONI  PIC X(60).
           02  DECISNL    COMP  PIC  S9(4).
           02  DECISNF    PICTURE X.
           02  FILLER REDEFINES DECISNF.
             03 DECISNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DECISNI  PIC X(1).
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
       01  CARAPMO REDEFINES CARAPMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TAGNOC    PICTURE X.
           02  TAGNOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SEENTSC    PICTURE X.
           02  SEENTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  EMPNOC    PICTURE X.
           02  EMPNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LOTNOC    PICTURE X.
           02  LOTNOO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ESCALC    PICTURE X.
           02  ESCALO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  APSTATC    PICTURE X.
           02  APSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  DECISNC    PICTURE X.
           02  DECISNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
