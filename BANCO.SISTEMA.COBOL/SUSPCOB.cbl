           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUSPMPCP.
       COPY EVNTCTCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           MOVE '000-MAIN-LOGIC' TO WS-AB-PARRAFO
           EXEC CICS HANDLE ABEND
                LABEL(990-CAPTURAR-ABEND)
                NOHANDLE
           END-EXEC
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-RETURN.

       100-INICIO.
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
           PERFORM 870-LEER-FECHA-NEGOCIO
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           MOVE 'CUENTA-SUSPENSO' TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-PUENTE-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('SUSPMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- CAMPO1I = CUENTA CORREGIDA), 'D' DEVOLVER AL ORIGEN
      *--- (CAMPO2I = ID), 'Q' CONSULTAR (CAMPO2I = ID)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ID Y ACCION (R/D/Q)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- CORREGIDA COMO UN PAR DE PATAS 'T' CON SIGNO (LA MISMA
      *--- CUENTA PUENTE DE TRANSFERENCIAS DEL MAPEO GL LAS ABSORBE)
      *
           MOVE '230-REAPLICAR' TO WS-AB-PARRAFO
           IF CL-ESTADO-SU NOT = 'P'
              MOVE 'EL SUSPENSO YA ESTA RESUELTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           MOVE CL-MONTO-SU TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO - :CL-MONTO-SU
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-CUENTA-PUENTE TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - CL-MONTO-SU
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           COMPUTE CL-MONTO = 0 - CL-MONTO-SU
           MOVE WS-CUENTA-PUENTE TO CL-NUMERO-CUENTA-T
           PERFORM 260-SQL-INSERTAR-PATA
      *--- EN NEGATIVO (TESORERIA GIRA LA DEVOLUCION CON EL REPORTE)
      *--- Y EL SUSPENSO QUEDA 'D'
      *
           MOVE '240-DEVOLVER' TO WS-AB-PARRAFO
           IF CL-ESTADO-SU NOT = 'P'
              MOVE 'EL SUSPENSO YA ESTA RESUELTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-CUENTA-PUENTE TO WS-EV-CUENTA
           MOVE 'W' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - CL-MONTO-SU
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           COMPUTE CL-MONTO = 0 - CL-MONTO-SU
           MOVE WS-CUENTA-PUENTE TO CL-NUMERO-CUENTA-T
           MOVE 'W' TO CL-TIPO-TRANSACCION
           PERFORM 300-RETURN.

       250-CONSULTAR.
           MOVE '250-CONSULTAR' TO WS-AB-PARRAFO
           MOVE CL-MONTO-SU TO WS-MONTO-ED
           MOVE CL-MOTIVO-SU TO CAMPO5O
           MOVE SPACES TO MSGO
           PERFORM 300-RETURN.

       260-SQL-INSERTAR-PATA.
           MOVE '260-SQL-INSERTAR-PATA' TO WS-AB-PARRAFO
           MOVE EIBOPID  TO CL-USUARIO
           MOVE EIBTRMID TO CL-TERMINAL
           EXEC SQL
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('SUSPMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('SUSP')
                COMMAREA(CH-COMMAREA)
       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER ABNDCTPR.cpy)
      *
           MOVE CAMPO1I     TO WS-AB-CUENTA
           MOVE CH-COMMAREA TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND.

       999-ERROR-DB2.
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           PERFORM 810-BUSCAR-ERROR-CATALOGO
