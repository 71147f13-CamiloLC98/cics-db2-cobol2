             03 CAMPO8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO8I  PIC X(1).
           02  CAMPO9L    COMP  PIC  S9(4).
           02  CAMPO9F    PICTURE X.
           02  FILLER REDEFINES CAMPO9F.
             03 CAMPO9A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO9I  PIC X(39).
           02  CAMPO10L    COMP  PIC  S9(4).
           02  CAMPO10F    PICTURE X.
           02  FILLER REDEFINES CAMPO10F.
             03 CAMPO10A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO10I  PIC X(39).
           02  CAMPO11L    COMP  PIC  S9(4).
           02  CAMPO11F    PICTURE X.
           02  FILLER REDEFINES CAMPO11F.
             03 CAMPO11A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO11I  PIC X(39).
           02  CAMPO12L    COMP  PIC  S9(4).
           02  CAMPO12F    PICTURE X.
           02  FILLER REDEFINES CAMPO12F.
             03 CAMPO12A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO12I  PIC X(39).
           02  CAMPO13L    COMP  PIC  S9(4).
           02  CAMPO13F    PICTURE X.
           02  FILLER REDEFINES CAMPO13F.
             03 CAMPO13A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO13I  PIC X(39).
           02  CAMPO14L    COMP  PIC  S9(4).
           02  CAMPO14F    PICTURE X.
           02  FILLER REDEFINES CAMPO14F.
             03 CAMPO14A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO14I  PIC X(39).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  CAMPO8H    PICTURE X.
           02  CAMPO8O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CAMPO9H    PICTURE X.
           02  CAMPO9O  PIC X(39).
           02  FILLER PICTURE X(3).
           02  CAMPO10H    PICTURE X.
           02  CAMPO10O  PIC X(39).
           02  FILLER PICTURE X(3).
           02  CAMPO11H    PICTURE X.
           02  CAMPO11O  PIC X(39).
           02  FILLER PICTURE X(3).
           02  CAMPO12H    PICTURE X.
           02  CAMPO12O  PIC X(39).
           02  FILLER PICTURE X(3).
           02  CAMPO13H    PICTURE X.
           02  CAMPO13O  PIC X(39).
           02  FILLER PICTURE X(3).
           02  CAMPO14H    PICTURE X.
           02  CAMPO14O  PIC X(39).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
