             03 MCURRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MCURRI  PIC X(03).
           02  MTSTRL    COMP  PIC  S9(4).
           02  MTSTRF    PICTURE X.
           02  FILLER REDEFINES MTSTRF.
             03 MTSTRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MTSTRI  PIC X(10).
           02  MTENDL    COMP  PIC  S9(4).
           02  MTENDF    PICTURE X.
           02  FILLER REDEFINES MTENDF.
             03 MTENDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MTENDI  PIC X(10).
           02  MRSNL    COMP  PIC  S9(4).
           02  MRSNF    PICTURE X.
           02  FILLER REDEFINES MRSNF.
           02  MCURRH    PICTURE X.
           02  MCURRO  PIC X(03).
           02  FILLER PICTURE X(3).
           02  MTSTRC    PICTURE X.
           02  MTSTRH    PICTURE X.
           02  MTSTRO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MTENDC    PICTURE X.
           02  MTENDH    PICTURE X.
           02  MTENDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MRSNC    PICTURE X.
           02  MRSNH    PICTURE X.
           02  MRSNO  PIC X(05).
