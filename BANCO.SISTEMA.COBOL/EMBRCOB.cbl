           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TAEMBARG END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- CURSOR DE LOS EMBARGOS VIVOS: LOS ACTIVOS SE CAPTURAN Y
      *--- REMITEN, LOS LEVANTADOS POR EL JUZGADO DEVUELVEN AL SALDO

       COPY RUNCTLCP.
       COPY PARMCTCP.
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
           MOVE 'EMB'          TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT REM-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
                 IF SQLCODE NOT = 0
                    PERFORM 999-ERROR-DB2
                 END-IF
                 MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                 MOVE 'J' TO WS-EV-TIPO
                 COMPUTE WS-EV-MONTO = 0 - WS-MONTO-CAPTURA
                 PERFORM 882-REGISTRAR-EVENTO
                 IF NOT WS-EV-OK
                    PERFORM 999-ERROR-DB2
                 END-IF
                 PERFORM 220-SQL-CREAR-RETENCION-EMB
                 COMPUTE WS-MONTO-MOVTO = 0 - WS-MONTO-CAPTURA
                 PERFORM 270-SQL-CREAR-MOVTO-EMB
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'J' TO WS-EV-TIPO
              MOVE WS-MONTO-DEVOLVER TO WS-EV-MONTO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE WS-MONTO-DEVOLVER TO WS-MONTO-MOVTO
              PERFORM 270-SQL-CREAR-MOVTO-EMB
              PERFORM 250-LIBERAR-RETENCIONES-EMB

       COPY RUNCTLPR.
       COPY PARMCTPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
