      ******************************************************************
      * CAMPOS DE TRABAJO PARA 853-CONSULTAR-CARGO-VIGENTE (VER        *
      * AVISCTPR.cpy). EL LLAMADOR CARGA LA CUENTA A LA QUE SE LE VA A *
      * COBRAR EN WS-AV-CUENTA (EN BLANCO = TARIFA GENERAL, SIN MIRAR  *
      * AVISOS DE UNA CUENTA) Y EL CODIGO EN CL-CODIGO-CARGO           *
      ******************************************************************
       01  WS-CARGO-AVISADO.
           03  WS-AV-CUENTA             PIC X(10).
