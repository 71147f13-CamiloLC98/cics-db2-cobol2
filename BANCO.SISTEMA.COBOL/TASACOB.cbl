           EXEC SQL INCLUDE TATASAS END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
      *
       COPY TASAMPCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(61).

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
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('TASAMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- EL MISMO CRITERIO DE 205-VALIDAR-ROL EN MENUPGM) PUEDE
      *--- CARGAR O CORREGIR LA TASA DEL DIA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 211-VALIDAR-SUPERVISOR
           IF CAMPO1I = LOW-VALUES OR CAMPO1I = SPACES
              MOVE 'FALTA LA MONEDA' TO MSGO
           END-IF.

       211-VALIDAR-SUPERVISOR.
           MOVE '211-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       212-CARGAR-TASA-DIA.
           MOVE '212-CARGAR-TASA-DIA' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO3I = LOW-VALUES
              MOVE 'DEBE DIGITAR TASA DE COMPRA Y DE VENTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- EL RESULTADO QUEDA EN WS-TASA-NUM Y WS-TASA-VALIDA
      *-------------------------------------------------------------
       213-PARSEAR-TASA-CAMPO2.
           MOVE '213-PARSEAR-TASA-CAMPO2' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-TASA-FALG
           MOVE SPACES TO WS-TASA-ENTERA
           MOVE SPACES TO WS-TASA-DECIMAL
           PERFORM 218-ARMAR-TASA.

       215-PARSEAR-TASA-CAMPO3.
           MOVE '215-PARSEAR-TASA-CAMPO3' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-TASA-FALG
           MOVE SPACES TO WS-TASA-ENTERA
           MOVE SPACES TO WS-TASA-DECIMAL
           PERFORM 218-ARMAR-TASA.

       218-ARMAR-TASA.
           MOVE '218-ARMAR-TASA' TO WS-AB-PARRAFO
           MOVE WS-TASA-ENTERA TO WS-TASA-ENTERA-J
           INSPECT WS-TASA-ENTERA-J REPLACING ALL ' ' BY ZEROES
           INSPECT WS-TASA-ENTERA-J REPLACING ALL '_' BY ZEROES
           END-IF.

       214-CONSULTAR-TASA-DIA.
           MOVE '214-CONSULTAR-TASA-DIA' TO WS-AB-PARRAFO
           MOVE WC-MONEDA-LOCAL TO CL-MONEDA-DESTINO
           EXEC SQL
                SELECT
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('TASAMP')
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
                TRANSID('TASA')
           END-EXEC.

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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
