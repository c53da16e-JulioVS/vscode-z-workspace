      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EASGMAP' MAPSET.
      *        (EMPLOYEE ASSIGNMENT HISTORY INQUIRY)
      ******************************************************************
       01  EASGMI.
           02  FILLER PIC X(12).
           02  EMPNOL    COMP  PIC  S9(4).
           02  EMPNOF    PICTURE X.
           02  FILLER REDEFINES EMPNOF.
             03 EMPNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNOI  PIC X(6).
           02  ASOFDTL    COMP  PIC  S9(4).
           02  ASOFDTF    PICTURE X.
           02  FILLER REDEFINES ASOFDTF.
             03 ASOFDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ASOFDTI  PIC X(8).
           02  EFFDTL    COMP  PIC  S9(4).
           02  EFFDTF    PICTURE X.
           02  FILLER REDEFINES EFFDTF.
             03 EFFDTA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EFFDTI  PIC X(8).
           02  EMPNAML    COMP  PIC  S9(4).
           02  EMPNAMF    PICTURE X.
           02  FILLER REDEFINES EMPNAMF.
             03 EMPNAMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  EMPNAMI  PIC X(25).
           02  DEPTNOL    COMP  PIC  S9(4).
           02  DEPTNOF    PICTURE X.
           02  FILLER REDEFINES DEPTNOF.
             03 DEPTNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DEPTNOI  PIC X(4).
           02  USRIDL    COMP  PIC  S9(4).
           02  USRIDF    PICTURE X.
           02  FILLER REDEFINES USRIDF.
             03 USRIDA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  USRIDI  PIC X(8).
           02  LEAVEL    COMP  PIC  S9(4).
           02  LEAVEF    PICTURE X.
           02  FILLER REDEFINES LEAVEF.
             03 LEAVEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LEAVEI  PIC X(1).
           02  POSNOL    COMP  PIC  S9(4).
           02  POSNOF    PICTURE X.
           02  FILLER REDEFINES POSNOF.
             03 POSNOA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  POSNOI  PIC X(6).
           02  SOURCEL    COMP  PIC  S9(4).
           02  SOURCEF    PICTURE X.
           02  FILLER REDEFINES SOURCEF.
             03 SOURCEA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  SOURCEI  PIC X(8).
           02  TRANL    COMP  PIC  S9(4).
           02  TRANF    PICTURE X.
           02  FILLER REDEFINES TRANF.
             03 TRANA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TRANI  PIC X(8).
           02  ACTUSRL    COMP  PIC  S9(4).
           02  ACTUSRF    PICTURE X.
           02  FILLER REDEFINES ACTUSRF.
             03 ACTUSRA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTUSRI  PIC X(8).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EASGMO REDEFINES EASGMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  EMPNOC    PICTURE X.
           02  EMPNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  ASOFDTC    PICTURE X.
           02  ASOFDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EFFDTC    PICTURE X.
           02  EFFDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EMPNAMC    PICTURE X.
           02  EMPNAMO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  DEPTNOC    PICTURE X.
           02  DEPTNOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  USRIDC    PICTURE X.
           02  USRIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LEAVEC    PICTURE X.
           02  LEAVEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  POSNOC    PICTURE X.
           02  POSNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SOURCEC    PICTURE X.
           02  SOURCEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TRANC    PICTURE X.
           02  TRANO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTUSRC    PICTURE X.
           02  ACTUSRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
