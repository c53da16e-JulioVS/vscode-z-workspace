      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EBDGMAP' MAPSET.
      *        (BADGE MASTER MAINTENANCE)
      ******************************************************************
       01  EBDGMI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  BADGEL    COMP  PIC  S9(4).
           02  BADGEF    PICTURE X.
           02  FILLER REDEFINES BADGEF.
             03 BADGEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BADGEI  PIC X(8).
           02  EMPNOL    COMP  PIC  S9(4).
           02  EMPNOF    PICTURE X.
           02  FILLER REDEFINES EMPNOF.
             03 EMPNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNOI  PIC X(6).
           02  EMPNAML    COMP  PIC  S9(4).
           02  EMPNAMF    PICTURE X.
           02  FILLER REDEFINES EMPNAMF.
             03 EMPNAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNAMI  PIC X(25).
           02  STATUSL    COMP  PIC  S9(4).
           02  STATUSF    PICTURE X.
           02  FILLER REDEFINES STATUSF.
             03 STATUSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STATUSI  PIC X(1).
           02  ISSDTL    COMP  PIC  S9(4).
           02  ISSDTF    PICTURE X.
           02  FILLER REDEFINES ISSDTF.
             03 ISSDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ISSDTI  PIC X(8).
           02  STSDTL    COMP  PIC  S9(4).
           02  STSDTF    PICTURE X.
           02  FILLER REDEFINES STSDTF.
             03 STSDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STSDTI  PIC X(8).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REASONI  PIC X(30).
           02  NEWBDGL    COMP  PIC  S9(4).
           02  NEWBDGF    PICTURE X.
           02  FILLER REDEFINES NEWBDGF.
             03 NEWBDGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NEWBDGI  PIC X(8).
           02  REPBYL    COMP  PIC  S9(4).
           02  REPBYF    PICTURE X.
           02  FILLER REDEFINES REPBYF.
             03 REPBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REPBYI  PIC X(8).
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
           02  BDGLSTL    COMP  PIC  S9(4).
           02  BDGLSTF    PICTURE X.
           02  FILLER REDEFINES BDGLSTF.
             03 BDGLSTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  BDGLSTI  PIC X(60).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EBDGMO REDEFINES EBDGMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BADGEC    PICTURE X.
           02  BADGEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMPNOC    PICTURE X.
           02  EMPNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  EMPNAMC    PICTURE X.
           02  EMPNAMO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  STATUSC    PICTURE X.
           02  STATUSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ISSDTC    PICTURE X.
           02  ISSDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  STSDTC    PICTURE X.
           02  STSDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NEWBDGC    PICTURE X.
           02  NEWBDGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REPBYC    PICTURE X.
           02  REPBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHGBYC    PICTURE X.
           02  CHGBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CHGTSC    PICTURE X.
           02  CHGTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  BDGLSTC    PICTURE X.
           02  BDGLSTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
