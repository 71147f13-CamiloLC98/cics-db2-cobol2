           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAMANDAT END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
       COPY MANDMPCP.
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
           EXEC CICS SEND MAP('MANDMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- AAAA-MM-DD, CAMPO5 NOMBRE DEL APODERADO), 'I' INACTIVAR
      *--- (CAMPO1 CUENTA, CAMPO3 CEDULA), 'C' CONSULTAR
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO1I = LOW-VALUES
              OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE CUENTA, APODERADO Y ACCION (A/I/C)'
           END-EVALUATE.

       230-REGISTRAR-PODER.
           MOVE '230-REGISTRAR-PODER' TO WS-AB-PARRAFO
           IF CAMPO4I(1:10) = LOW-VALUES OR CAMPO4I(1:10) = SPACES
              OR CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE VENCIMIENTO Y NOMBRE DEL APODERADO'
           PERFORM 300-RETURN.

       240-INACTIVAR-PODER.
           MOVE '240-INACTIVAR-PODER' TO WS-AB-PARRAFO
           MOVE CAMPO1I       TO CL-NUMERO-CUENTA-MD
           MOVE CAMPO3I(1:10) TO CL-CEDULA-APODERADO-MD
           EXEC SQL
           PERFORM 300-RETURN.

       250-CONSULTAR-PODER.
           MOVE '250-CONSULTAR-PODER' TO WS-AB-PARRAFO
           MOVE CAMPO1I       TO CL-NUMERO-CUENTA-MD
           MOVE CAMPO3I(1:10) TO CL-CEDULA-APODERADO-MD
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
                MAP('MANDMP')
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
                TRANSID('MAND')
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
