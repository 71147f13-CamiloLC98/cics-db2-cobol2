           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
       COPY EXCPMPCP.
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
           EXEC CICS SEND MAP('EXCPMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- LA NOTA DE DISPOSICION DE CAMPO5I, 'Q' CONSULTAR UNA
      *--- EXCEPCION POR SU ID
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (S/C/Q)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       212-PARSEAR-ID.
           MOVE '212-PARSEAR-ID' TO WS-AB-PARRAFO
           MOVE CAMPO2I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
      *--- LA MAS VIEJA DE LAS NUEVAS (FIFO) QUEDA RECLAMADA POR ESTE
      *--- OPERADOR ('T' TOMADA) Y SE MUESTRA PARA TRABAJARLA
      *
           MOVE '230-RECLAMAR-SIGUIENTE' TO WS-AB-PARRAFO
           MOVE SPACES TO CL-PROGRAMA-EX
           IF CAMPO1I NOT = LOW-VALUES AND CAMPO1I NOT = SPACES
              MOVE CAMPO1I(1:8) TO CL-PROGRAMA-EX
           PERFORM 300-RETURN.

       240-CERRAR-EXCEPCION.
           MOVE '240-CERRAR-EXCEPCION' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE LA NOTA DE DISPOSICION' TO MSGO
           PERFORM 300-RETURN.

       250-CONSULTAR-EXCEPCION.
           MOVE '250-CONSULTAR-EXCEPCION' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           MOVE WS-ID-NUM TO CL-ID-EXCEPCION
           EXEC SQL
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
                MAP('EXCPMP')
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
                TRANSID('EXCP')
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
