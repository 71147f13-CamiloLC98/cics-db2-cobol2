           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPENDTR END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- CURSOR QUE RECORRE LAS TRANSACCIONES PENDIENTES CUYA FECHA
      *--- PROGRAMADA YA LLEGO (ESTADO_P = 'P' Y FECHA_PROGRAMADA
       COPY FERIACP.

       COPY FECNEGCP.
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
           MOVE 'BAT'          TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           PERFORM 870-LEER-FECHA-NEGOCIO
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-SISTEMA-CHAR
                 ELSE
                 IF CL-TIPO-TRANSACCION-P = 'D'
                    ADD CL-MONTO-P TO CL-SALDO
                    MOVE CL-MONTO-P TO WS-EV-MONTO
                    PERFORM 220-SQL-ACTUALIZAR-SALDO
                    PERFORM 230-SQL-CREAR-TRANSACCION
                    PERFORM 245-RETIRAR-O-REPROGRAMAR
                       PERFORM 262-ESCRIBIR-RECHAZADA-SALDO
                    ELSE
                       SUBTRACT CL-MONTO-P FROM CL-SALDO
                       COMPUTE WS-EV-MONTO = 0 - CL-MONTO-P
                       PERFORM 220-SQL-ACTUALIZAR-SALDO
                       PERFORM 230-SQL-CREAR-TRANSACCION
                       PERFORM 245-RETIRAR-O-REPROGRAMAR

       273-POSTEAR-AMBAS-PATAS.
           COMPUTE CL-SALDO = WS-ORIGEN-SALDO - CL-MONTO-P
           COMPUTE WS-EV-MONTO = 0 - CL-MONTO-P
           PERFORM 220-SQL-ACTUALIZAR-SALDO
           EXEC SQL
                UPDATE TACUENT
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-CUENTA-DESTINO-P TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           MOVE CL-MONTO-P TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-ID-PENDIENTE TO CL-REFERENCIA-TRANSFERENCIA
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-T
           COMPUTE CL-MONTO = 0 - CL-MONTO-P
           WRITE RPT-LINEA.

       220-SQL-ACTUALIZAR-SALDO.
      *
      *--- EL MONTO DEL EVENTO DE POSTEO (CON SIGNO) LO DEJA EL
      *--- LLAMADOR EN WS-EV-MONTO; EL TIPO ES EL DE LA PROGRAMADA
      *
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA       TO WS-EV-CUENTA
           MOVE CL-TIPO-TRANSACCION-P  TO WS-EV-TIPO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       230-SQL-CREAR-TRANSACCION.
       COPY FERIAPR.

       COPY FECNEGPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
