       01  GARAMPI.
           02  FILLER PIC X(12).
           02  CAMPO1L    COMP  PIC  S9(4).
           02  CAMPO1F    PICTURE X.
           02  FILLER REDEFINES CAMPO1F.
             03 CAMPO1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO1I  PIC X(9).
           02  CAMPO2L    COMP  PIC  S9(4).
           02  CAMPO2F    PICTURE X.
           02  FILLER REDEFINES CAMPO2F.
             03 CAMPO2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO2I  PIC X(1).
           02  CAMPO3L    COMP  PIC  S9(4).
           02  CAMPO3F    PICTURE X.
           02  FILLER REDEFINES CAMPO3F.
             03 CAMPO3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO3I  PIC X(10).
           02  CAMPO4L    COMP  PIC  S9(4).
           02  CAMPO4F    PICTURE X.
           02  FILLER REDEFINES CAMPO4F.
             03 CAMPO4A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO4I  PIC X(40).
           02  CAMPO5L    COMP  PIC  S9(4).
           02  CAMPO5F    PICTURE X.
           02  FILLER REDEFINES CAMPO5F.
             03 CAMPO5A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO5I  PIC X(13).
           02  CAMPO6L    COMP  PIC  S9(4).
           02  CAMPO6F    PICTURE X.
           02  FILLER REDEFINES CAMPO6F.
             03 CAMPO6A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO6I  PIC X(8).
           02  CAMPO7L    COMP  PIC  S9(4).
           02  CAMPO7F    PICTURE X.
           02  FILLER REDEFINES CAMPO7F.
             03 CAMPO7A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO7I  PIC X(19).
           02  CAMPO8L    COMP  PIC  S9(4).
           02  CAMPO8F    PICTURE X.
           02  FILLER REDEFINES CAMPO8F.
             03 CAMPO8A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO8I  PIC X(19).
           02  CAMPO9L    COMP  PIC  S9(4).
           02  CAMPO9F    PICTURE X.
           02  FILLER REDEFINES CAMPO9F.
             03 CAMPO9A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO9I  PIC X(10).
           02  CAMPO10L    COMP  PIC  S9(4).
           02  CAMPO10F    PICTURE X.
           02  FILLER REDEFINES CAMPO10F.
             03 CAMPO10A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO10I  PIC X(4).
           02  CAMPO11L    COMP  PIC  S9(4).
           02  CAMPO11F    PICTURE X.
           02  FILLER REDEFINES CAMPO11F.
             03 CAMPO11A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO11I  PIC X(9).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(60).
       01  GARAMPO REDEFINES GARAMPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CAMPO1H    PICTURE X.
           02  CAMPO1O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CAMPO2H    PICTURE X.
           02  CAMPO2O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CAMPO3H    PICTURE X.
           02  CAMPO3O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CAMPO4H    PICTURE X.
           02  CAMPO4O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CAMPO5H    PICTURE X.
           02  CAMPO5O  PIC X(13).
           02  FILLER PICTURE X(3).
           02  CAMPO6H    PICTURE X.
           02  CAMPO6O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CAMPO7H    PICTURE X.
           02  CAMPO7O  PIC X(19).
           02  FILLER PICTURE X(3).
           02  CAMPO8H    PICTURE X.
           02  CAMPO8O  PIC X(19).
           02  FILLER PICTURE X(3).
           02  CAMPO9H    PICTURE X.
           02  CAMPO9O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CAMPO10H    PICTURE X.
           02  CAMPO10O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CAMPO11H    PICTURE X.
           02  CAMPO11O  PIC X(9).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
