           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CURSOR PAGINADO SOBRE TAAUDIT CON FILTROS OPCIONALES DE
      *--- OPERADOR, CODIGO DE TRANSACCION Y RANGO DE FECHA. SI EL
       COPY AUDIMPCP.
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
      *--- EN AUDCTAPR.cpy): LA CONSULTA DEL LOG TAMBIEN QUEDA EN EL
      *--- LOG
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
      *
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('AUDIMP')
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

       214-PAGINA-ANTERIOR.
           MOVE '214-PAGINA-ANTERIOR' TO WS-AB-PARRAFO
           MOVE CH-COMUN(1:9) TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR TO WS-OFFSET-ACTUAL
           SUBTRACT WC-FILAS-PAGINA FROM WS-OFFSET-ACTUAL
           PERFORM 212-CONSULTAR-PAGINA.

       215-PAGINA-SIGUIENTE.
           MOVE '215-PAGINA-SIGUIENTE' TO WS-AB-PARRAFO
           MOVE CH-COMUN(1:9) TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR TO WS-OFFSET-ACTUAL
           ADD WC-FILAS-PAGINA TO WS-OFFSET-ACTUAL
      *--- SUPERVISOR: EL LOG DE SESIONES NO SE ABRE A CUALQUIER
      *--- OPERADOR DE VENTANILLA
      *
           MOVE '212-CONSULTAR-PAGINA' TO WS-AB-PARRAFO
           PERFORM 211-VALIDAR-SUPERVISOR
           IF CAMPO1I = LOW-VALUES OR CAMPO1I = SPACES
              MOVE SPACES TO WS-FILTRO-USUARIO
           PERFORM 300-RETURN.

       211-VALIDAR-SUPERVISOR.
           MOVE '211-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       213-LEER-PAGINA.
           MOVE '213-LEER-PAGINA' TO WS-AB-PARRAFO
           MOVE SPACES TO AUD1O
           MOVE SPACES TO AUD2O
           MOVE SPACES TO AUD3O
           END-IF.

       217-FORMATEAR-LINEA.
           MOVE '217-FORMATEAR-LINEA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-LINEA-AUD
           STRING CL-FECHA-HORA-AUD(1:19) DELIMITED BY SIZE
                  ' OPER='                DELIMITED BY SIZE
           END-STRING.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('AUDIMP')
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
                TRANSID('AUDI')
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
