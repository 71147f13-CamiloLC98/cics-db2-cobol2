           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-SESIONES-ABIERTAS    PIC S9(9)       COMP.
       COPY BRDYMPCP.
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
           IF EIBCALEN > 0
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('BRDYMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 'C' CERRARLO. ABRIR Y CERRAR EL DIA ES FUNCION DE
      *--- SUPERVISOR
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE SUCURSAL Y ACCION (A/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       211-VALIDAR-SUPERVISOR.
           MOVE '211-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       230-ABRIR-DIA.
           MOVE '230-ABRIR-DIA' TO WS-AB-PARRAFO
           MOVE CAMPO1I(1:4) TO CL-SUCURSAL-BD
           MOVE 'A'          TO CL-ESTADO-BD
           MOVE EIBOPID      TO CL-USUARIO-ABRE-BD
      *--- NO MAPEADA) BLOQUEAN EL CIERRE DE CUALQUIER SUCURSAL POR
      *--- PRUDENCIA
      *
           MOVE '240-CERRAR-DIA' TO WS-AB-PARRAFO
           MOVE CAMPO1I(1:4) TO CL-SUCURSAL-SES
           EXEC SQL
                SELECT COUNT(*)
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('BRDYMP')
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
                TRANSID('BRDY')
                COMMAREA(CH-COMMAREA)
       COPY ERRCTAPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.
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
