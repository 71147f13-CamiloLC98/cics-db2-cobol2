           EXEC SQL INCLUDE TADOCREQ END-EXEC.
           EXEC SQL INCLUDE TADOCRCV END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-DOCS-EXIGIDOS        PIC 9(4).
       COPY DOCSMPCP.
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
           EXEC CICS SEND MAP('DOCSMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- FALTANTES. AL COMPLETARSE LA LISTA DEL PRODUCTO LA CUENTA
      *--- PASA DE 'R' (RESTRINGIDA) A 'A' EN EL MISMO PASO
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE CUENTA Y ACCION (R/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       230-MARCAR-RECIBIDO.
           MOVE '230-MARCAR-RECIBIDO' TO WS-AB-PARRAFO
           IF CAMPO3I(1:4) = LOW-VALUES OR CAMPO3I(1:4) = SPACES
              MOVE 'DIGITE EL CODIGO DEL DOCUMENTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       240-ACTIVAR-SI-COMPLETA.
           MOVE '240-ACTIVAR-SI-COMPLETA' TO WS-AB-PARRAFO
           PERFORM 245-CONTAR-DOCUMENTOS
           IF WS-DOCS-RECIBIDOS >= WS-DOCS-EXIGIDOS
              AND CL-ESTADO-CUENTA = 'R'
           END-IF.

       245-CONTAR-DOCUMENTOS.
           MOVE '245-CONTAR-DOCUMENTOS' TO WS-AB-PARRAFO
           MOVE CL-CODIGO-PRODUCTO TO CL-CODIGO-PRODUCTO-DR
           EXEC SQL
                SELECT COUNT(*)
           END-IF.

       250-CONSULTAR-FALTANTES.
           MOVE '250-CONSULTAR-FALTANTES' TO WS-AB-PARRAFO
           PERFORM 245-CONTAR-DOCUMENTOS
           COMPUTE WS-FALTANTES-ED =
                   WS-DOCS-EXIGIDOS - WS-DOCS-RECIBIDOS
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
                MAP('DOCSMP')
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
                TRANSID('DOCS')
                COMMAREA(CH-COMMAREA)
       COPY VALCTAPR.
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
