           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAALERTA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
       COPY ALRTMPCP.
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
           EXEC CICS SEND MAP('ALRTMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- O 'V' PARA VER CUANTAS REGLAS ACTIVAS TIENE LA CUENTA),
      *--- CAMPO3I = UMBRAL EN PESOS (O EL TIPO DE REGLA A INACTIVAR)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE CUENTA Y TIPO DE REGLA (D/S/C/P/X/V)'
                   TO MSGO
           END-EVALUATE.

       230-SUSCRIBIR-REGLA.
           MOVE '230-SUSCRIBIR-REGLA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT NUMERO_CUENTA
           END-IF.

       240-INACTIVAR-REGLA.
           MOVE '240-INACTIVAR-REGLA' TO WS-AB-PARRAFO
           MOVE CAMPO1I       TO CL-NUMERO-CUENTA-SB
           MOVE CAMPO3I(1:1)  TO CL-TIPO-REGLA-SB
           EXEC SQL
           PERFORM 300-RETURN.

       250-VER-REGLAS.
           MOVE '250-VER-REGLAS' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-NUMERO-CUENTA-SB
           EXEC SQL
                SELECT COUNT(*)
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
                MAP('ALRTMP')
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
                TRANSID('ALRT')
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
