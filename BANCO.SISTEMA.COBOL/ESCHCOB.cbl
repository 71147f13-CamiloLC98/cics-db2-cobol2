           EXEC SQL INCLUDE TATRANHS END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- CUENTAS DORMANTES CUYA ULTIMA ACTIVIDAD (EN TATRANS O EN EL
      *--- ARCHIVO TATRANHS) QUEDO MAS ATRAS DEL PLAZO LEGAL. DORMCOB

       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.

       100-INICIO.
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTE PROCESO (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy); LA SUCURSAL DEL
      *--- EVENTO ES LA DE LA CUENTA
      *
           MOVE 'BAT'          TO WS-EV-CANAL
           MOVE WC-USUARIO-BATCH TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
      *
      *--- MODO POR SYSIN: 'A' (U OMITIDO) GENERA LAS CARTAS DE
      *--- PRE-TRASLADO POR LA COLA DE NOTIFICACIONES (TANOTIF TIPO
      *--- 'T', DESPACHADAS POR NOTDCOB); 'T' ES LA CORRIDA FINAL QUE
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - CL-SALDO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-T
           MOVE WC-USUARIO-BATCH  TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH TO CL-TERMINAL
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WC-CUENTA-GOBIERNO TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           MOVE CL-SALDO TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WC-CUENTA-GOBIERNO TO CL-NUMERO-CUENTA-T
           MOVE CL-SALDO           TO CL-MONTO
           EXEC SQL

       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
