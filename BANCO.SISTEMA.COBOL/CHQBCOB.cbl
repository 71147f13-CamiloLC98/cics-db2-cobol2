           EXEC SQL INCLUDE TACHQLIB END-EXEC.
           EXEC SQL INCLUDE TACHEQUE END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-NUM-JUST             PIC X(9)    JUST RIGHT.
       COPY CHQBMPCP.
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
           EXEC CICS SEND MAP('CHQBMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 'D' MARCAR CHEQUE DANADO, 'S' SUSPENDER CHEQUE,
      *--- 'C' CONSULTAR CHEQUE (CAMPO3I = NUMERO DE CHEQUE)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE CUENTA Y ACCION (O/D/S/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       212-PARSEAR-CAMPO3.
           MOVE '212-PARSEAR-CAMPO3' TO WS-AB-PARRAFO
           MOVE 0 TO WS-NUM-ENTERO
           IF CAMPO3I NOT = LOW-VALUES AND CAMPO3I NOT = SPACES
              UNSTRING CAMPO3I DELIMITED BY '_'
      *--- LA ULTIMA SERIE EMITIDA DE LA CUENTA (O EN 1 SI ES LA
      *--- PRIMERA), ASI LAS SERIES NUNCA SE SOLAPAN
      *
           MOVE '230-ORDENAR-CHEQUERA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT ESTADO_CUENTA
      *--- SERIAL DEBE CAER EN UNA SERIE EMITIDA DE LA CUENTA Y NO
      *--- TENER YA UNA NOVEDAD (UN CHEQUE PAGADO NO SE ANULA)
      *
           MOVE '240-MARCAR-NOVEDAD' TO WS-AB-PARRAFO
           IF WS-NUM-ENTERO = 0
              MOVE 'DIGITE EL NUMERO DE CHEQUE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-IF.

       250-CONSULTAR-CHEQUE.
           MOVE '250-CONSULTAR-CHEQUE' TO WS-AB-PARRAFO
           IF WS-NUM-ENTERO = 0
              MOVE 'DIGITE EL NUMERO DE CHEQUE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
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
                MAP('CHQBMP')
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
                TRANSID('CHQB')
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
