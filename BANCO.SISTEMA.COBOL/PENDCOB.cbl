           EXEC SQL INCLUDE TAPENDTR END-EXEC.
           EXEC SQL INCLUDE TAFERIAD END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CURSOR QUE RECORRE LAS TRANSACCIONES PROGRAMADAS VIVAS
      *--- (PENDIENTES 'P' Y SUSPENDIDAS 'S') DE LA CUENTA, EN ORDEN
       COPY PENDMPCP.
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
      *--- FECHA DE CORRIDA, USADA EN 214-CREAR-ORDEN-PERMANENTE PARA
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('PENDMP')
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
           PERFORM 211-LISTAR-PENDIENTES.

       211-LISTAR-PENDIENTES.
           MOVE '211-LISTAR-PENDIENTES' TO WS-AB-PARRAFO
           MOVE SPACES TO PEN1O
           MOVE SPACES TO PEN2O
           MOVE SPACES TO PEN3O
           PERFORM 300-RETURN.

       213-FORMATEAR-LINEA.
           MOVE '213-FORMATEAR-LINEA' TO WS-AB-PARRAFO
           MOVE CL-ID-PENDIENTE TO WS-ID-PENDIENTE-ED
           MOVE CL-MONTO-P      TO WS-MONTO-P-ED
           MOVE SPACES          TO WS-LINEA-PEND
      *--- APLICADA O CANCELADA NO SE TOCA. QUEDA REGISTRADO EL
      *--- OPERADOR QUE CANCELO/SUSPENDIO EN USUARIO_CANCELA
      *
           MOVE '212-ACCION-SOBRE-PENDIENTE' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO WS-ID-CANCELAR
           INSPECT WS-ID-CANCELAR REPLACING ALL ' ' BY ZEROES
           INSPECT WS-ID-CANCELAR REPLACING ALL '_' BY ZEROES
      *--- PROGRAMADA DE DEPOCOB/RETRCOB, PERO CON FRECUENCIA_P, Y
      *--- TRPGCOB LA RUEDA EN CADA APLICACION EN VEZ DE RETIRARLA
      *
           MOVE '214-CREAR-ORDEN-PERMANENTE' TO WS-AB-PARRAFO
           IF CAMPO4I NOT = 'D' AND CAMPO4I NOT = 'R'
              MOVE 'TIPO DE ORDEN INVALIDO (D/R)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
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
                MAP('PENDMP')
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
                TRANSID('PEND')
       COPY VALCTAPR.
       COPY FERIAPR.
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
