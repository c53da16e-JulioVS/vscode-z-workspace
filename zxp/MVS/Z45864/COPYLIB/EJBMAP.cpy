      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - SYMBOLIC MAP FOR 'EJBMAP' MAPSET.
      *        (ON-DEMAND BATCH JOB SUBMISSION)
      ******************************************************************
       01  EJBMI.
           02  FILLER PIC X(12).
           02  JOBNML    COMP  PIC  S9(4).
           02  JOBNMF    PICTURE X.
           02  FILLER REDEFINES JOBNMF.
             03 JOBNMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  JOBNMI  PIC X(8).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  ACTIONI  PIC X(1).
           02  DESCL    COMP  PIC  S9(4).
           02  DESCF    PICTURE X.
           02  FILLER REDEFINES DESCF.
             03 DESCA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  DESCI  PIC X(40).
           02  LBL1L    COMP  PIC  S9(4).
           02  LBL1F    PICTURE X.
           02  FILLER REDEFINES LBL1F.
             03 LBL1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LBL1I  PIC X(20).
           02  LBL2L    COMP  PIC  S9(4).
           02  LBL2F    PICTURE X.
           02  FILLER REDEFINES LBL2F.
             03 LBL2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LBL2I  PIC X(20).
           02  LBL3L    COMP  PIC  S9(4).
           02  LBL3F    PICTURE X.
           02  FILLER REDEFINES LBL3F.
             03 LBL3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LBL3I  PIC X(20).
           02  LBL4L    COMP  PIC  S9(4).
           02  LBL4F    PICTURE X.
           02  FILLER REDEFINES LBL4F.
             03 LBL4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LBL4I  PIC X(20).
           02  PRM1L    COMP  PIC  S9(4).
           02  PRM1F    PICTURE X.
           02  FILLER REDEFINES PRM1F.
             03 PRM1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRM1I  PIC X(20).
           02  PRM2L    COMP  PIC  S9(4).
           02  PRM2F    PICTURE X.
           02  FILLER REDEFINES PRM2F.
             03 PRM2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRM2I  PIC X(20).
           02  PRM3L    COMP  PIC  S9(4).
           02  PRM3F    PICTURE X.
           02  FILLER REDEFINES PRM3F.
             03 PRM3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRM3I  PIC X(20).
           02  PRM4L    COMP  PIC  S9(4).
           02  PRM4F    PICTURE X.
           02  FILLER REDEFINES PRM4F.
             03 PRM4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PRM4I  PIC X(20).
           02  LASTRNL    COMP  PIC  S9(4).
           02  LASTRNF    PICTURE X.
           02  FILLER REDEFINES LASTRNF.
             03 LASTRNA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LASTRNI  PIC X(79).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MESSI  PIC X(79).
       01  EJBMO REDEFINES EJBMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  JOBNMC    PICTURE X.
           02  JOBNMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DESCC    PICTURE X.
           02  DESCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LBL1C    PICTURE X.
           02  LBL1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBL2C    PICTURE X.
           02  LBL2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBL3C    PICTURE X.
           02  LBL3O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LBL4C    PICTURE X.
           02  LBL4O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRM1C    PICTURE X.
           02  PRM1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRM2C    PICTURE X.
           02  PRM2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRM3C    PICTURE X.
           02  PRM3O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRM4C    PICTURE X.
           02  PRM4O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  LASTRNC    PICTURE X.
           02  LASTRNO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSO  PIC X(79).
