           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CURSOR QUE LISTA LAS RETENCIONES DE LA CUENTA, LAS VIVAS
      *--- PRIMERO, PARA QUE EL CAJERO PUEDA MOSTRARLE AL CLIENTE POR

       COPY VALCTACP.
       COPY RETEMPCP.
       COPY EVNTCTCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(81).

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
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
      *
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
      *--- LOCAL, OCURRE CUANDO EL PROGRAMA ES LLAMADO CON XCTL O LINK
      *
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('RETEMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
           END-IF.

       210-PROCESAR-DATOS.
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              PERFORM 110-ENVIAR-MAPA-VACIO
              PERFORM 300-RETURN
      *--- DECISION DE SUPERVISOR Y EXIGE MOTIVO; QUEDA REGISTRADO
      *--- QUIEN LO HIZO EN USUARIO_LIBERA
      *
           MOVE '212-ACCION-SOBRE-RETENCION' TO WS-AB-PARRAFO
           PERFORM 213-VALIDAR-SUPERVISOR
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE EL MOTIVO DE LA ACCION' TO MSGO
           END-EVALUATE.

       213-VALIDAR-SUPERVISOR.
           MOVE '213-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
      *--- MONTO SALE DE SALDO_RETENIDO Y ENTRA AL SALDO, Y LA
      *--- RETENCION QUEDA 'L' CON QUIEN Y POR QUE
      *
           MOVE '214-LIBERAR-ANTICIPADO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA-R TO CL-NUMERO-CUENTA
           EXEC SQL
                UPDATE TACUENT
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'N' TO WS-EV-TIPO
           MOVE CL-MONTO-R TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE EIBOPID       TO CL-USUARIO-LIBERA
           MOVE CAMPO5I       TO CL-MOTIVO-LIBERA
           EXEC SQL
           MOVE 'RETENCION LIBERADA ANTICIPADAMENTE' TO MSGO.

       215-EXTENDER-RETENCION.
           MOVE '215-EXTENDER-RETENCION' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES OR CAMPO4I NOT NUMERIC
              MOVE 'DIGITE LA NUEVA FECHA DE LIBERACION (YYYYMMDD)'
                                                              TO MSGO
           MOVE 'FECHA DE LIBERACION EXTENDIDA' TO MSGO.

       211-LISTAR-RETENCIONES.
           MOVE '211-LISTAR-RETENCIONES' TO WS-AB-PARRAFO
           MOVE SPACES TO RET1O
           MOVE SPACES TO RET2O
           MOVE SPACES TO RET3O
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('RETEMP')
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
           EXEC CICS
                RETURN
                TRANSID('RETE')

       COPY VALCTAPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.
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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
