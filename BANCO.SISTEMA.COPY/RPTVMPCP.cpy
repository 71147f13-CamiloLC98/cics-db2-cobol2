       01  RPTVMPI.
           02  FILLER PIC X(12).
           02  CAMPO1L    COMP  PIC  S9(4).
           02  CAMPO1F    PICTURE X.
           02  FILLER REDEFINES CAMPO1F.
             03 CAMPO1A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO1I  PIC X(8).
           02  CAMPO2L    COMP  PIC  S9(4).
           02  CAMPO2F    PICTURE X.
           02  FILLER REDEFINES CAMPO2F.
             03 CAMPO2A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO2I  PIC X(10).
           02  CAMPO3L    COMP  PIC  S9(4).
           02  CAMPO3F    PICTURE X.
           02  FILLER REDEFINES CAMPO3F.
             03 CAMPO3A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  CAMPO3I  PIC X(10).
           02  LIN01L    COMP  PIC  S9(4).
           02  LIN01F    PICTURE X.
           02  FILLER REDEFINES LIN01F.
             03 LIN01A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN01I  PIC X(79).
           02  LIN02L    COMP  PIC  S9(4).
           02  LIN02F    PICTURE X.
           02  FILLER REDEFINES LIN02F.
             03 LIN02A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN02I  PIC X(79).
           02  LIN03L    COMP  PIC  S9(4).
           02  LIN03F    PICTURE X.
           02  FILLER REDEFINES LIN03F.
             03 LIN03A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN03I  PIC X(79).
           02  LIN04L    COMP  PIC  S9(4).
           02  LIN04F    PICTURE X.
           02  FILLER REDEFINES LIN04F.
             03 LIN04A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN04I  PIC X(79).
           02  LIN05L    COMP  PIC  S9(4).
           02  LIN05F    PICTURE X.
           02  FILLER REDEFINES LIN05F.
             03 LIN05A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN05I  PIC X(79).
           02  LIN06L    COMP  PIC  S9(4).
           02  LIN06F    PICTURE X.
           02  FILLER REDEFINES LIN06F.
             03 LIN06A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN06I  PIC X(79).
           02  LIN07L    COMP  PIC  S9(4).
           02  LIN07F    PICTURE X.
           02  FILLER REDEFINES LIN07F.
             03 LIN07A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN07I  PIC X(79).
           02  LIN08L    COMP  PIC  S9(4).
           02  LIN08F    PICTURE X.
           02  FILLER REDEFINES LIN08F.
             03 LIN08A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN08I  PIC X(79).
           02  LIN09L    COMP  PIC  S9(4).
           02  LIN09F    PICTURE X.
           02  FILLER REDEFINES LIN09F.
             03 LIN09A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN09I  PIC X(79).
           02  LIN10L    COMP  PIC  S9(4).
           02  LIN10F    PICTURE X.
           02  FILLER REDEFINES LIN10F.
             03 LIN10A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN10I  PIC X(79).
           02  LIN11L    COMP  PIC  S9(4).
           02  LIN11F    PICTURE X.
           02  FILLER REDEFINES LIN11F.
             03 LIN11A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN11I  PIC X(79).
           02  LIN12L    COMP  PIC  S9(4).
           02  LIN12F    PICTURE X.
           02  FILLER REDEFINES LIN12F.
             03 LIN12A    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  LIN12I  PIC X(79).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(1).
           02  MSGI  PIC X(60).
       01  RPTVMPO REDEFINES RPTVMPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CAMPO1H    PICTURE X.
           02  CAMPO1O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CAMPO2H    PICTURE X.
           02  CAMPO2O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CAMPO3H    PICTURE X.
           02  CAMPO3O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LIN01H    PICTURE X.
           02  LIN01O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN02H    PICTURE X.
           02  LIN02O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN03H    PICTURE X.
           02  LIN03O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN04H    PICTURE X.
           02  LIN04O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN05H    PICTURE X.
           02  LIN05O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN06H    PICTURE X.
           02  LIN06O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN07H    PICTURE X.
           02  LIN07O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN08H    PICTURE X.
           02  LIN08O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN09H    PICTURE X.
           02  LIN09O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN10H    PICTURE X.
           02  LIN10O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN11H    PICTURE X.
           02  LIN11O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIN12H    PICTURE X.
           02  LIN12O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
