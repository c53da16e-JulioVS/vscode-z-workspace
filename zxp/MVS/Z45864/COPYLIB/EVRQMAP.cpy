      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EVRQMAP' MAPSET.
      *        (VOUCHER ACCESS REQUEST)
      ******************************************************************
       01  EVRQMI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  SITEL    COMP  PIC  S9(4).
           02  SITEF    PICTURE X.
           02  FILLER REDEFINES SITEF.
             03 SITEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SITEI  PIC X(25).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REASONI  PIC X(60).
           02  VALFROML    COMP  PIC  S9(4).
           02  VALFROMF    PICTURE X.
           02  FILLER REDEFINES VALFROMF.
             03 VALFROMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VALFROMI  PIC X(8).
           02  VALTOL    COMP  PIC  S9(4).
           02  VALTOF    PICTURE X.
           02  FILLER REDEFINES VALTOF.
             03 VALTOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  VALTOI  PIC X(8).
           02  REQBYL    COMP  PIC  S9(4).
           02  REQBYF    PICTURE X.
           02  FILLER REDEFINES REQBYF.
             03 REQBYA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REQBYI  PIC X(8).
           02  REQTSL    COMP  PIC  S9(4).
           02  REQTSF    PICTURE X.
           02  FILLER REDEFINES REQTSF.
             03 REQTSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  REQTSI  PIC X(14).
           02  STATL    COMP  PIC  S9(4).
           02  STATF    PICTURE X.
           02  FILLER REDEFINES STATF.
             03 STATA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  STATI  PIC X(1).
           02  APPRIDL    COMP  PIC  S9(4).
           02  APPRIDF    PICTURE X.
           02  FILLER REDEFINES APPRIDF.
             03 APPRIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  APPRIDI  PIC X(8).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EVRQMO REDEFINES EVRQMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SITEC    PICTURE X.
           02  SITEO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VALFROMC    PICTURE X.
           02  VALFROMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  VALTOC    PICTURE X.
           02  VALTOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REQBYC    PICTURE X.
           02  REQBYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REQTSC    PICTURE X.
           02  REQTSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  STATC    PICTURE X.
           02  STATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  APPRIDC    PICTURE X.
           02  APPRIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
