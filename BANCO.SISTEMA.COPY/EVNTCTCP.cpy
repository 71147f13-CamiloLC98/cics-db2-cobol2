      ******************************************************************
      * CAMPOS DE TRABAJO PARA 882-REGISTRAR-EVENTO (VER               *
      * EVNTCTPR.cpy). SE REUTILIZAN, VIA COPY, EN TODO PROGRAMA QUE   *
      * MUEVE SALDOS DE TACUENT, EN LINEA O BATCH. EL PROGRAMA CARGA   *
      * UNA VEZ SU CANAL ('VEN' VENTANILLA, 'BAT' BATCH O EL CANAL DE  *
      * AUTOSERVICIO), USUARIO, PROGRAMA Y SUCURSAL DE LA OPERACION    *
      * (EN BLANCO SE TOMA LA SUCURSAL DE LA CUENTA); EN CADA          *
      * MOVIMIENTO CARGA CUENTA, TIPO (EL MISMO DE TATRANS) Y MONTO    *
      * CON SIGNO (POSITIVO ABONO, NEGATIVO CARGO) Y HACE PERFORM      *
      * DESPUES DEL UPDATE DEL SALDO. RECIBE EL SALDO RESULTANTE EN    *
      * WS-EV-SALDO. WS-EV-OK APAGADO INDICA UN ERROR SQL: EL          *
      * LLAMADOR DESHACE SU UNIDAD DE TRABAJO POR SU PROPIO CAMINO DE  *
      * FALLO, PORQUE UN CAMBIO DE SALDO SIN EVENTO ABRIRIA UN HUECO   *
      * EN EL FEED                                                     *
      ******************************************************************
       01  WS-REGISTRAR-EVENTO.
           03  WS-EV-CUENTA             PIC X(10).
           03  WS-EV-TIPO               PIC X(1).
           03  WS-EV-MONTO              PIC S9(13)V9(2) COMP-3.
           03  WS-EV-CANAL              PIC X(3).
           03  WS-EV-SUCURSAL           PIC X(4).
           03  WS-EV-USUARIO            PIC X(3).
           03  WS-EV-PROGRAMA           PIC X(8).
           03  WS-EV-SALDO              PIC S9(13)V9(2) COMP-3.
           03  WS-EV-SUCURSAL-CTA       PIC X(4).
           03  WS-EV-FALG               PIC X(1).
               88  WS-EV-OK                         VALUE 'Y'.
