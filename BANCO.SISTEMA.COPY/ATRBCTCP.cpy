      ******************************************************************
      * CAMPOS DE TRABAJO PARA 832-VERIFICAR-ATRIBUCION (VER           *
      * ATRBCTPR.cpy). SE REUTILIZAN, VIA COPY, EN LOS PROGRAMAS DE    *
      * VENTANILLA CON LIMITE DE ATRIBUCION POR OPERADOR. EL LLAMADOR  *
      * CARGA WS-AT-CONCEPTO (CONCEPTO DE TAOPLIMT: 'DEPO' 'RETR'      *
      * 'TRNF' 'GIRO' 'FXCJ' 'BILL'), WS-AT-CUENTA Y WS-AT-MONTO, Y    *
      * CONSULTA WS-AT-AUTORIZADO; SI NO, EL MOTIVO QUEDA EN           *
      * WS-AT-MOTIVO LISTO PARA LA PANTALLA Y LA TRANSACCION NO SE     *
      * APLICA (QUEDA PARQUEADA EN TAOVERRD O FUE RECHAZADA)           *
      ******************************************************************
       01  WS-VERIFICAR-ATRIBUCION.
           03  WS-AT-CONCEPTO           PIC X(4).
           03  WS-AT-CUENTA             PIC X(10).
           03  WS-AT-MONTO              PIC S9(13)V9(2) COMP-3.
           03  WS-AT-LIMITE             PIC S9(13)V9(2) COMP-3.
           03  WS-AT-ID-ED              PIC ZZZZZZZZ9.
           03  WS-AT-MOTIVO             PIC X(60).
           03  WS-AT-FALG               PIC X(1).
               88  WS-AT-AUTORIZADO                 VALUE 'Y'.
      *
      *--- LIMITE DE UN OPERADOR SIN FILA EN TAOPLIMT PARA EL CONCEPTO:
      *--- TAPARAM ATRIB-DEF-<CONCEPTO>; SIN ESA CLAVE NO HAY TOPE
      *
           03  WS-AT-CLAVE-DEFECTO.
               05  FILLER               PIC X(10)  VALUE 'ATRIB-DEF-'.
               05  WS-AT-CLAVE-CONCEPTO PIC X(4).
               05  FILLER               PIC X(6)   VALUE SPACES.
           03  WS-AT-SIN-TOPE           PIC S9(11)V9(4) COMP-3
                                        VALUE 99999999999.
