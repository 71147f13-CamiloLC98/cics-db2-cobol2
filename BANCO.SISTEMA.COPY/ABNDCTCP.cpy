      ******************************************************************
      * CAMPOS DE TRABAJO DE LA CAPTURA DE ABENDS DE LOS PROGRAMAS EN  *
      * LINEA (VER ABNDCTPR.cpy). REQUIERE EXEC SQL INCLUDE TAABEND.   *
      * CADA PARRAFO PROPIO DEL PROGRAMA MUEVE SU NOMBRE A             *
      * WS-AB-PARRAFO AL ENTRAR; EL PARRAFO 990-CAPTURAR-ABEND DEL     *
      * PROGRAMA CARGA WS-AB-CUENTA (CAMPO1 DE LA PANTALLA O LA CUENTA *
      * DEL COMMAREA) Y LA FOTO DEL COMMAREA EN WS-AB-COMMAREA ANTES   *
      * DE LLAMAR 899-REGISTRAR-ABEND. LOS MODULOS DE LINK, SIN        *
      * TERMINAL, PRENDEN WS-AB-SIN-PANTALLA Y DEVUELVEN SU PROPIO     *
      * CODIGO DE RESPUESTA AL LLAMADOR                                *
      ******************************************************************
       01  WS-ABEND.
           03  WS-AB-PARRAFO            PIC X(32)       VALUE SPACES.
           03  WS-AB-CUENTA             PIC X(16)       VALUE SPACES.
           03  WS-AB-COMMAREA           PIC X(200)      VALUE SPACES.
           03  WS-AB-CODIGO             PIC X(4).
           03  WS-AB-PROGRAMA           PIC X(8).
           03  WS-AB-INCIDENTE          PIC 9(9)        VALUE 0.
           03  WS-AB-SQLCODE-Z          PIC -ZZZZZZZZ9.
           03  WS-AB-PANTALLA-FALG      PIC X(1)        VALUE 'Y'.
               88  WS-AB-CON-PANTALLA               VALUE 'Y'.
               88  WS-AB-SIN-PANTALLA               VALUE 'N'.
           03  WS-AB-MENSAJE            PIC X(79).
           03  WS-AB-LOG                PIC X(132).
