           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAESTLOG END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
       COPY BAPRMPCP.
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
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
      *--- LOCAL, OCURRE CUANDO EL PROGRAMA ES LLAMADO CON XCTL O LINK
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('BAPRMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- LA CUENTA A REVISAR Y CAMPO2I ES LA DECISION DEL SEGUNDO
      *--- OPERADOR: 'S' APRUEBA EL DESBLOQUEO, 'N' LO RECHAZA.
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'FALTAN DATOS OBLIGATORIOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- SE BUSCA LA SOLICITUD DE DESBLOQUEO PENDIENTE MAS RECIENTE
      *--- PARA LA CUENTA. SI NO HAY NINGUNA, NO HAY NADA QUE APROBAR.
      *
           MOVE '212-CONSULTAR-PENDIENTE' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-NUMERO-CUENTA-L
           MOVE 'P'     TO CL-ESTADO-APROBACION
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
                MAP('BAPRMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
      *--- 999-FALLO-APROBACION, MISMO PATRON DE TRNFCOB/215-CONFIRMAR-
      *--- TRANSFERENCIA)
      *
           MOVE '224-SQL-APROBAR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-APRUEBA
           MOVE 'A'     TO CL-ESTADO-APROBACION
           EXEC SQL
           PERFORM 300-RETURN.

       225-SQL-RECHAZAR.
           MOVE '225-SQL-RECHAZAR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-APRUEBA
           MOVE 'R'     TO CL-ESTADO-APROBACION
           EXEC SQL
           END-IF.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('BAPR')
                COMMAREA(CH-COMMAREA)
      *--- SE DESHACEN TODOS LOS CAMBIOS YA APLICADOS EN ESTA UNIDAD
      *--- DE TRABAJO ANTES DE AVISAR AL OPERADOR
      *
           MOVE '999-FALLO-APROBACION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL PROCESAR LA APROBACION, NO SE APLICO'
                                                            TO MSGO
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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
