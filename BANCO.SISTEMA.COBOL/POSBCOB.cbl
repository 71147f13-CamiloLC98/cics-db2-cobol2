           EXEC SQL INCLUDE TABRANCH END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- POSICION NETA (DEPOSITOS - RETIROS) POR CAJA DE LA SUCURSAL
      *--- EN EL DIA, PARA EL DETALLE POR GAVETA DE LA PANTALLA
       COPY POSBMPCP.
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
           EXEC CICS SEND MAP('POSBMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- POSICION DEL DIA CUANTAS VECES QUIERA SIN ESPERAR EL
      *--- CUADRE DE LA TARDE
      *
           MOVE '210-CONSULTAR-POSICION' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO1I = SPACES
              MOVE 'DIGITE LA SUCURSAL' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       230-FORMATEAR-POSICION.
           MOVE '230-FORMATEAR-POSICION' TO WS-AB-PARRAFO
           MOVE WS-DEP-CANT TO WS-CANT-ED
           MOVE WS-DEP-COP  TO WS-MONTO-COP-ED
           MOVE WS-DEP-USD  TO WS-MONTO-USD-ED
           MOVE 'POSICION AL MOMENTO, ENTER REFRESCA' TO MSGO.

       212-LEER-POSICION-GAVETAS.
           MOVE '212-LEER-POSICION-GAVETAS' TO WS-AB-PARRAFO
           MOVE 0 TO WS-TL-MAX
           EXEC SQL OPEN C_POSTILL END-EXEC
           IF SQLCODE NOT = 0
           EXEC SQL CLOSE C_POSTILL END-EXEC.

       213-FORMATEAR-UNA-GAVETA.
           MOVE '213-FORMATEAR-UNA-GAVETA' TO WS-AB-PARRAFO
           MOVE WS-TL-NETO(WS-TL-IDX) TO WS-TL-NETO-ED
           IF WS-TL-IDX < 4
              COMPUTE WS-TL-POS = (WS-TL-IDX - 1) * 20 + 1
      *--- OPERADOR/CAJA; EL CONTEO COMPLETO YA VIENE DEL SELECT DE
      *--- ARRIBA AUNQUE NO QUEPAN TODAS EN LA LINEA
      *
           MOVE '214-FORMATEAR-SESIONES' TO WS-AB-PARRAFO
           MOVE SPACES TO LINEA5O
           MOVE WS-SESIONES-ABIERTAS TO WS-CANT-ED
           STRING 'SESIONES ' WS-CANT-ED ':' DELIMITED BY SIZE
           EXEC SQL CLOSE C_POSSES END-EXEC.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('POSBMP')
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
                TRANSID('POSB')
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
