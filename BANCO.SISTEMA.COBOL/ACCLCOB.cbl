           EXEC SQL INCLUDE TAACCLOG END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- ACCESOS REGISTRADOS SOBRE LA CUENTA CONSULTADA, DEL MAS
      *--- RECIENTE AL MAS VIEJO, CON RANGO DE FECHAS OPCIONAL: LA
       COPY ACCLMPCP.
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
           EXEC CICS SEND MAP('ACCLMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- LA BITACORA DE ACCESOS ES EN SI MISMA DATO SENSIBLE: SOLO
      *--- LA CONSULTA UN SUPERVISOR
      *
           MOVE '211-PREPARAR-CONSULTA' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       210-PROCESAR-DATOS.
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 211-PREPARAR-CONSULTA
           MOVE SPACES TO ACC1O
           MOVE SPACES TO ACC2O
           PERFORM 300-RETURN.

       213-FORMATEAR-LINEA.
           MOVE '213-FORMATEAR-LINEA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-LINEA-ACC
           STRING CL-FECHA-HORA-AL(1:19) DELIMITED BY SIZE
                  ' OPER='               DELIMITED BY SIZE
      *--- WRITEQ TD DEL EXPORTE DE MOVSCOB), PARA EL EXPEDIENTE
      *--- ESCRITO DE CUMPLIMIENTO
      *
           MOVE '214-EXPORTAR-ACCESOS' TO WS-AB-PARRAFO
           PERFORM 211-PREPARAR-CONSULTA
           MOVE 0 TO WS-EXPORTADOS
           MOVE 'N' TO WS-CONTINUAR
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
                MAP('ACCLMP')
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
                TRANSID('ACCL')

       COPY VALCTAPR.
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
