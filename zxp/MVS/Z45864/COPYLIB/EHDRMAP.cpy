      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EHDRMAP' MAPSET.
      *        (HELP-DESK ASSISTED PASSWORD RESET)
      ******************************************************************
       01  EHDRMI.
           02  FILLER PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  USERIDL    COMP  PIC  S9(4).
           02  USERIDF    PICTURE X.
           02  FILLER REDEFINES USERIDF.
             03 USERIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  USERIDI  PIC X(8).
           02  QUESTL    COMP  PIC  S9(4).
           02  QUESTF    PICTURE X.
           02  FILLER REDEFINES QUESTF.
             03 QUESTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  QUESTI  PIC X(40).
           02  SECANSL    COMP  PIC  S9(4).
           02  SECANSF    PICTURE X.
           02  FILLER REDEFINES SECANSF.
             03 SECANSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SECANSI  PIC X(20).
           02  EMPNOL    COMP  PIC  S9(4).
           02  EMPNOF    PICTURE X.
           02  FILLER REDEFINES EMPNOF.
             03 EMPNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNOI  PIC X(6).
           02  DEPTL    COMP  PIC  S9(4).
           02  DEPTF    PICTURE X.
           02  FILLER REDEFINES DEPTF.
             03 DEPTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEPTI  PIC X(4).
           02  LLDATEL    COMP  PIC  S9(4).
           02  LLDATEF    PICTURE X.
           02  FILLER REDEFINES LLDATEF.
             03 LLDATEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LLDATEI  PIC X(8).
           02  ANSCHKL    COMP  PIC  S9(4).
           02  ANSCHKF    PICTURE X.
           02  FILLER REDEFINES ANSCHKF.
             03 ANSCHKA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ANSCHKI  PIC X(1).
           02  EMPCHKL    COMP  PIC  S9(4).
           02  EMPCHKF    PICTURE X.
           02  FILLER REDEFINES EMPCHKF.
             03 EMPCHKA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPCHKI  PIC X(1).
           02  DPTCHKL    COMP  PIC  S9(4).
           02  DPTCHKF    PICTURE X.
           02  FILLER REDEFINES DPTCHKF.
             03 DPTCHKA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DPTCHKI  PIC X(1).
           02  LLGCHKL    COMP  PIC  S9(4).
           02  LLGCHKF    PICTURE X.
           02  FILLER REDEFINES LLGCHKF.
             03 LLGCHKA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LLGCHKI  PIC X(1).
           02  TMPPWDL    COMP  PIC  S9(4).
           02  TMPPWDF    PICTURE X.
           02  FILLER REDEFINES TMPPWDF.
             03 TMPPWDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TMPPWDI  PIC X(8).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EHDRMO REDEFINES EHDRMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  USERIDC    PICTURE X.
           02  USERIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  QUESTC    PICTURE X.
           02  QUESTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  SECANSC    PICTURE X.
           02  SECANSO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  EMPNOC    PICTURE X.
           02  EMPNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  DEPTC    PICTURE X.
           02  DEPTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LLDATEC    PICTURE X.
           02  LLDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ANSCHKC    PICTURE X.
           02  ANSCHKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EMPCHKC    PICTURE X.
           02  EMPCHKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DPTCHKC    PICTURE X.
           02  DPTCHKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LLGCHKC    PICTURE X.
           02  LLGCHKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TMPPWDC    PICTURE X.
           02  TMPPWDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
