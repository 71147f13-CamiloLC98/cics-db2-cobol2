             03 CAMPO8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO8I  PIC X(10).
           02  NUMCAL    COMP  PIC  S9(4).
           02  NUMCAF    PICTURE X.
           02  FILLER REDEFINES NUMCAF.
             03 NUMCAA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NUMCAI  PIC X(4).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  CAMPO8H    PICTURE X.
           02  CAMPO8O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NUMCAH    PICTURE X.
           02  NUMCAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
