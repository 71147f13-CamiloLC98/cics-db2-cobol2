           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TASUSPEN END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           COPY VALCTACP.

       01  WS-VARIABLES.
       COPY RUNCTLCP.
       COPY EXCPCTCP.
       COPY SUSPCTCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTE PROCESO (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy); LA SUCURSAL DEL
      *--- EVENTO ES LA DE LA CUENTA
      *
           MOVE 'BAT'          TO WS-EV-CANAL
           MOVE WC-USUARIO-NOMINA TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN OUTPUT RPT-FILE
           MOVE 'REPORTE DE DISPERSION DE NOMINA' TO RPT-LINEA
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - WS-GRAN-TOTAL
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-CUENTA-FONDEO   TO CL-NUMERO-CUENTA-T
           MOVE WC-USUARIO-NOMINA  TO CL-USUARIO
           MOVE WC-TERMINAL-NOMINA TO CL-TERMINAL
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,'T'
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           MOVE WS-MONTO-NUM TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE NOM-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-T
           MOVE WC-USUARIO-NOMINA  TO CL-USUARIO
           MOVE WC-TERMINAL-NOMINA TO CL-TERMINAL
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,'T'
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0
       COPY RUNCTLPR.
       COPY EXCPCTPR.
       COPY SUSPCTPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
