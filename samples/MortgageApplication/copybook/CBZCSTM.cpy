       01  MAPACSI.
           02  FILLER PIC X(12).
           02  CCUSTL    COMP  PIC  S9(4).
           02  CCUSTF    PICTURE X.
           02  FILLER REDEFINES CCUSTF.
             03 CCUSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CCUSTI  PIC X(09).
           02  CNAMEL    COMP  PIC  S9(4).
           02  CNAMEF    PICTURE X.
           02  FILLER REDEFINES CNAMEF.
             03 CNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CNAMEI  PIC X(50).
           02  CADDRL    COMP  PIC  S9(4).
           02  CADDRF    PICTURE X.
           02  FILLER REDEFINES CADDRF.
             03 CADDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CADDRI  PIC X(50).
           02  CCONTL    COMP  PIC  S9(4).
           02  CCONTF    PICTURE X.
           02  FILLER REDEFINES CCONTF.
             03 CCONTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CCONTI  PIC X(30).
           02  CKYCL    COMP  PIC  S9(4).
           02  CKYCF    PICTURE X.
           02  FILLER REDEFINES CKYCF.
             03 CKYCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CKYCI  PIC X(05).
           02  CDATEL    COMP  PIC  S9(4).
           02  CDATEF    PICTURE X.
           02  FILLER REDEFINES CDATEF.
             03 CDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CDATEI  PIC X(10).
           02  CTIMEL    COMP  PIC  S9(4).
           02  CTIMEF    PICTURE X.
           02  FILLER REDEFINES CTIMEF.
             03 CTIMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTIMEI  PIC X(10).
           02  CMSGL    COMP  PIC  S9(4).
           02  CMSGF    PICTURE X.
           02  FILLER REDEFINES CMSGF.
             03 CMSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMSGI  PIC X(45).
       01  MAPACSO REDEFINES MAPACSI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CCUSTC    PICTURE X.
           02  CCUSTH    PICTURE X.
           02  CCUSTO  PIC X(09).
           02  FILLER PICTURE X(3).
           02  CNAMEC    PICTURE X.
           02  CNAMEH    PICTURE X.
           02  CNAMEO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  CADDRC    PICTURE X.
           02  CADDRH    PICTURE X.
           02  CADDRO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  CCONTC    PICTURE X.
           02  CCONTH    PICTURE X.
           02  CCONTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CKYCC    PICTURE X.
           02  CKYCH    PICTURE X.
           02  CKYCO  PIC X(05).
           02  FILLER PICTURE X(3).
           02  CDATEC    PICTURE X.
           02  CDATEH    PICTURE X.
           02  CDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CTIMEC    PICTURE X.
           02  CTIMEH    PICTURE X.
           02  CTIMEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CMSGC    PICTURE X.
           02  CMSGH    PICTURE X.
           02  CMSGO  PIC X(45).
