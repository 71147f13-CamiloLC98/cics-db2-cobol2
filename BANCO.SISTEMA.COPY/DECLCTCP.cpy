      ******************************************************************
      * CAMPOS DE TRABAJO PARA 851-VALIDAR-DECLARACION-CAMBIO Y        *
      * 852-REGISTRAR-DECLARACION-CAMBIO (VER DECLCTPR.cpy). SE        *
      * REUTILIZAN, VIA COPY, EN FXCJCOB/TRNFCOB. EL LLAMADOR CARGA    *
      * LA DECLARACION EN CL-ESTDECCAM (TADECCAM) Y CONSULTA           *
      * WS-DX-EXIGIDA Y WS-DX-VALIDA; SI NO ES VALIDA, EL MOTIVO QUEDA *
      * EN WS-DX-MOTIVO LISTO PARA LA PANTALLA Y LA OPERACION NO SE    *
      * HACE. EL UMBRAL ES EN PESOS (TAPARAM 'UMBRAL-DECL-CAMBIO')     *
      ******************************************************************
       01  WS-DECLARAR-CAMBIO.
           03  WS-DX-UMBRAL-DEF         PIC S9(13)V9(2) COMP-3
                                                  VALUE 40000000.
           03  WS-DX-UMBRAL             PIC S9(13)V9(2) COMP-3.
           03  WS-DX-MOTIVO             PIC X(60).
           03  WS-DX-EXIGE-FALG         PIC X(1).
               88  WS-DX-EXIGIDA                    VALUE 'Y'.
           03  WS-DX-VALIDA-FALG        PIC X(1).
               88  WS-DX-VALIDA                     VALUE 'Y'.
           03  WS-DX-GRABADA-FALG       PIC X(1).
               88  WS-DX-GRABADA                    VALUE 'Y'.
