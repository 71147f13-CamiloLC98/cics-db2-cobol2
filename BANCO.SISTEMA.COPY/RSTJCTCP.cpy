      ******************************************************************
      * CAMPOS DE TRABAJO PARA 855-EMITIR-CODIGO-RETIRO (VER           *
      * RSTJCTPR.cpy). SE REUTILIZAN, VIA COPY, EN LA PANTALLA DE      *
      * VENTANILLA RSTJCOB Y EN EL MODULO DE CANAL CONSCOB. EL         *
      * LLAMADOR CARGA CUENTA, MONTO, CANAL, USUARIO Y TERMINAL Y      *
      * RECIBE EN WS-RS-RESPUESTA UN CODIGO CON LA NUMERACION DE       *
      * POSTCACP.cpy ('00' EMITIDO); CON '00' TAMBIEN RECIBE EL ID DEL *
      * CODIGO, SU VENCIMIENTO Y EL CELULAR ENMASCARADO AL QUE SALE EL *
      * SMS. EL CODIGO EN CLARO NUNCA SE DEVUELVE AL LLAMADOR          *
      ******************************************************************
       01  WS-EMITIR-CODIGO-RETIRO.
           03  WS-RS-CUENTA             PIC X(10).
           03  WS-RS-MONTO              PIC S9(13)V9(2) COMP-3.
           03  WS-RS-CANAL              PIC X(3).
           03  WS-RS-USUARIO            PIC X(3).
           03  WS-RS-TERMINAL           PIC X(4).
           03  WS-RS-RESPUESTA          PIC X(2).
               88  WS-RS-OK                         VALUE '00'.
               88  WS-RS-ERROR-DB2                  VALUE '99'.
           03  WS-RS-ID                 PIC S9(9)       COMP.
           03  WS-RS-VENCE              PIC X(26).
           03  WS-RS-TELEFONO-MASC      PIC X(15).
      *
      *--- AUXILIARES INTERNOS DE 855/856/857
      *
           03  WS-RS-CODIGO             PIC X(6).
           03  WS-RS-SALDO              PIC S9(13)V9(2) COMP-3.
           03  WS-RS-RETENIDO           PIC S9(13)V9(2) COMP-3.
           03  WS-RS-SOBREGIRO          PIC S9(13)V9(2) COMP-3.
           03  WS-RS-DISPONIBLE         PIC S9(13)V9(2) COMP-3.
           03  WS-RS-ESTADO             PIC X(1).
           03  WS-RS-DORMANTE           PIC X(1).
           03  WS-RS-CEDULA             PIC X(10).
           03  WS-RS-SUCESION           PIC X(1).
           03  WS-RS-TELEFONO           PIC X(15).
           03  WS-RS-VIGENTES           PIC S9(9)       COMP.
           03  WS-RS-REPETIDOS          PIC S9(9)       COMP.
           03  WS-RS-GENERADOS          PIC S9(4)       COMP.
           03  WS-RS-ID-RETENCION       PIC S9(9)       COMP.
           03  WS-RS-ID-NOTIFICACION    PIC S9(9)       COMP.
           03  WS-RS-PARAM-VALOR        PIC S9(11)V9(4) COMP-3.
           03  WS-RS-HORAS              PIC S9(4)       COMP.
           03  WS-RS-MAX-CODIGOS        PIC S9(4)       COMP.
           03  WS-RS-MAX-MONTO          PIC S9(13)V9(2) COMP-3.
      *
      *--- VIGENCIA DEL CODIGO EN HORAS, CODIGOS VIGENTES PERMITIDOS
      *--- POR CUENTA Y TOPE POR CODIGO (EL MISMO TOPE POR OPERACION DE
      *--- RETIRO DE LA VENTANILLA), LEIDOS DE TAPARAM EN CADA EMISION
      *--- CON SUS VALORES COMPILADOS DE RESPALDO
      *
       01  WC-RSTJ-CONSTANTES.
           03  WC-RS-HORAS              PIC S9(4)       COMP
                                              VALUE 24.
           03  WC-RS-MAX-CODIGOS        PIC S9(4)       COMP
                                              VALUE 3.
           03  WC-RS-MAX-MONTO          PIC S9(13)V9(2) COMP-3
                                              VALUE 1000000,00.
           03  WC-RS-MAX-GENERADOS      PIC S9(4)       COMP
                                              VALUE 10.
