           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CEDULA-SOBREVIVE     PIC X(10).
       COPY DUPMMPCP.
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
           EXEC CICS SEND MAP('DUPMMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 'S' DE CONFIRMACION. SOLO SUPERVISOR: LA FUSION MUEVE
      *--- CUENTAS DE PERSONA Y NO TIENE DESHACER AUTOMATICO
      *
           MOVE '210-FUSIONAR-CLIENTES' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE CEDULA SOBREVIVIENTE Y DUPLICADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- SOBREVIVIENTE YA TIENE CONTACTO, EL CONTACTO DEL DUPLICADO
      *--- SE ELIMINA EN VEZ DE DUPLICAR LA CLAVE
      *
           MOVE '230-REAPUNTAR-REGISTROS' TO WS-AB-PARRAFO
           MOVE WS-CEDULA-SOBREVIVE TO CL-CEDULA-CLIENTE
           MOVE WS-NOMBRE-SOBREVIVE TO CL-NOMBRE-CLIENTE
           MOVE WS-CEDULA-DUPLICADA TO CL-CEDULA-CLIENTE-M
      *--- SOBREVIVIENTE) Y LAS DEMAS SE REAPUNTAN, MISMO CRITERIO DEL
      *--- -803 DE TACONTAC EN 230-REAPUNTAR-REGISTROS
      *
           MOVE '231-REAPUNTAR-TITULARIDADES' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-TIT-FALG
           EXEC SQL OPEN C_TITULAR_DUP END-EXEC
           IF SQLCODE NOT = 0
           EXEC SQL CLOSE C_TITULAR_DUP END-EXEC.

       232-REAPUNTAR-UNA-TITULARIDAD.
           MOVE '232-REAPUNTAR-UNA-TITULARIDAD' TO WS-AB-PARRAFO
           MOVE WS-CEDULA-SOBREVIVE TO CL-CEDULA-CLIENTE-H
           EXEC SQL
                UPDATE TATITULAR
      *--- CEDULA EN LA QUE SE FUSIONO, QUE ES LA CONSTANCIA DURABLE
      *--- DE LA FUSION (LA INVOCACION YA QUEDO EN TAAUDIT)
      *
           MOVE '240-MARCAR-FUSIONADO' TO WS-AB-PARRAFO
           MOVE WS-CEDULA-DUPLICADA TO CL-CEDULA-CLIENTE-M
           MOVE WS-CEDULA-SOBREVIVE TO CL-CEDULA-FUSIONADA
           EXEC SQL
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('DUPMMP')
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
                TRANSID('DUPM')
                COMMAREA(CH-COMMAREA)
       COPY AUDCTAPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR EN LA FUSION, NO SE APLICO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

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
