             03 IDIOMA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  IDIOMI  PIC X(2).
           02  PAISL    COMP  PIC  S9(4).
           02  PAISF    PICTURE X.
           02  FILLER REDEFINES PAISF.
             03 PAISA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PAISI  PIC X(2).
           02  PFIS1L    COMP  PIC  S9(4).
           02  PFIS1F    PICTURE X.
           02  FILLER REDEFINES PFIS1F.
             03 PFIS1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PFIS1I  PIC X(2).
           02  TIN1L    COMP  PIC  S9(4).
           02  TIN1F    PICTURE X.
           02  FILLER REDEFINES TIN1F.
             03 TIN1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TIN1I  PIC X(20).
           02  PFIS2L    COMP  PIC  S9(4).
           02  PFIS2F    PICTURE X.
           02  FILLER REDEFINES PFIS2F.
             03 PFIS2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  PFIS2I  PIC X(2).
           02  TIN2L    COMP  PIC  S9(4).
           02  TIN2F    PICTURE X.
           02  FILLER REDEFINES TIN2F.
             03 TIN2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TIN2I  PIC X(20).
           02  TEXTRL    COMP  PIC  S9(4).
           02  TEXTRF    PICTURE X.
           02  FILLER REDEFINES TEXTRF.
             03 TEXTRA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  TEXTRI  PIC X(1).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  IDIOMH    PICTURE X.
           02  IDIOMO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  PAISH    PICTURE X.
           02  PAISO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  PFIS1H    PICTURE X.
           02  PFIS1O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  TIN1H    PICTURE X.
           02  TIN1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PFIS2H    PICTURE X.
           02  PFIS2O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  TIN2H    PICTURE X.
           02  TIN2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TEXTRH    PICTURE X.
           02  TEXTRO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
