           EXEC SQL INCLUDE TAPARMLG END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
      *
       COPY PARMMPCP.
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
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('PARMMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- DE SUPERVISOR (ANTES ERA UN CAMBIO DE PROGRAMA CON
      *--- COMPILACION Y BIND)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 211-VALIDAR-SUPERVISOR
           IF CAMPO1I = LOW-VALUES OR CAMPO1I = SPACES
              MOVE 'FALTA LA CLAVE DEL PARAMETRO' TO MSGO
           END-IF.

       211-VALIDAR-SUPERVISOR.
           MOVE '211-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       212-CARGAR-PARAMETRO.
           MOVE '212-CARGAR-PARAMETRO' TO WS-AB-PARRAFO
           PERFORM 213-PARSEAR-VALOR
           IF NOT WS-VALOR-VALIDO
              MOVE 'VALOR DEL PARAMETRO INVALIDO' TO MSGO
           PERFORM 300-RETURN.

       215-SQL-INSERTAR-LOG.
           MOVE '215-SQL-INSERTAR-LOG' TO WS-AB-PARRAFO
           MOVE CL-PARAM-CLAVE    TO CL-PARAM-CLAVE-PL
           IF WS-HAY-ANTERIOR
              MOVE WS-VALOR-ANTERIOR TO CL-VALOR-ANTERIOR
      *--- RESULTADO QUEDA EN WS-VAL-NUM Y WS-VALOR-VALIDO
      *-------------------------------------------------------------
       213-PARSEAR-VALOR.
           MOVE '213-PARSEAR-VALOR' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-VALOR-FALG
           MOVE SPACES TO WS-VAL-ENTERA
           MOVE SPACES TO WS-VAL-DECIMAL
           END-IF.

       214-CONSULTAR-PARAMETRO.
           MOVE '214-CONSULTAR-PARAMETRO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           IF SQLCODE = 0
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
                MAP('PARMMP')
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
                TRANSID('PARM')

       COPY PARMCTPR.
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
