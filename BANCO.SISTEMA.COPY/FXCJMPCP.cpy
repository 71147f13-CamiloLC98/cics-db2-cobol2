             03 CAMPO6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO6I  PIC X(1).
           02  NUMCAL    COMP  PIC  S9(4).
           02  NUMCAF    PICTURE X.
           02  FILLER REDEFINES NUMCAF.
             03 NUMCAA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  NUMCAI  PIC X(4).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  CAMPO6H    PICTURE X.
           02  CAMPO6O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NUMCAH    PICTURE X.
           02  NUMCAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
