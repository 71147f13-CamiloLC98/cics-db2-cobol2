           EXEC SQL INCLUDE TACAJFU END-EXEC.
           EXEC SQL INCLUDE TACAJVIS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CAJA-JUST            PIC X(4)    JUST RIGHT.
       COPY CAJFMPCP.
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
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CAJFMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 'V' REGISTRAR VISITA (CAMPO3 CAJA, CAMPO4 CEDULA
      *--- VERIFICADA), 'L' LIBERAR LA CAJILLA, 'C' CONSULTAR
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE SUCURSAL+CAJA Y ACCION (A/V/L/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       230-ARRENDAR.
           MOVE '230-ARRENDAR' TO WS-AB-PARRAFO
           IF CL-ESTADO-CF NOT = 'V'
              MOVE 'LA CAJILLA NO ESTA VACANTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- PRESENTADA IGUAL A LA DEL CONTRATO. CADA ACCESO QUEDA EN
      *--- LA BITACORA TACAJVIS CON EL OPERADOR QUE ACOMPANO
      *
           MOVE '240-REGISTRAR-VISITA' TO WS-AB-PARRAFO
           IF CL-ESTADO-CF = 'M'
              MOVE 'CAJILLA EN MORA, ACCESO BLOQUEADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-IF.

       250-LIBERAR.
           MOVE '250-LIBERAR' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACAJFU
                SET    ESTADO_CF          = 'V'
           PERFORM 300-RETURN.

       260-CONSULTAR.
           MOVE '260-CONSULTAR' TO WS-AB-PARRAFO
           MOVE SPACES TO MSGO
           STRING 'TAMANO=' CL-TAMANO-CF
                  ' ESTADO=' CL-ESTADO-CF
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
                MAP('CAJFMP')
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
                TRANSID('CAJF')
                COMMAREA(CH-COMMAREA)

       COPY ERRCTAPR.
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
