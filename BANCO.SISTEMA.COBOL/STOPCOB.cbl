           EXEC SQL INCLUDE TASTOPPG END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-NUM-JUST             PIC X(13)   JUST RIGHT.
       COPY STOPMPCP.
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
           MOVE 'DIAS-VIGENCIA-STOP' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-VIGENCIA TO WS-PM-DEFECTO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('STOPMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- LA ORDEN). CAMPO4 ES LA FECHA DE VENCIMIENTO AAAA-MM-DD
      *--- (VACIA TOMA LA VIGENCIA POR DEFECTO)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO1I = LOW-VALUES
              MOVE 'DIGITE CUENTA Y ACCION (A/M/L)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       212-PARSEAR-NUMERO.
           MOVE '212-PARSEAR-NUMERO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-NUM-ENTERO
           INSPECT WS-NUM-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-NUM-JUST REPLACING ALL ' ' BY ZEROES
           END-IF.

       230-COLOCAR-ORDEN.
           MOVE '230-COLOCAR-ORDEN' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
           END-IF.

       240-LEVANTAR-ORDEN.
           MOVE '240-LEVANTAR-ORDEN' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO WS-NUM-JUST
           PERFORM 212-PARSEAR-NUMERO
           IF WS-NUM-ENTERO = 0
           END-EVALUATE.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('STOPMP')
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
                TRANSID('STOP')
                COMMAREA(CH-COMMAREA)
       COPY ERRCTAPR.
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
           PERFORM 810-BUSCAR-ERROR-CATALOGO
