           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAFAVCTA END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
       COPY FAVOMPCP.
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
           EXEC CICS SEND MAP('FAVOMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- EN ESA POSICION. SI CAMPO2I VIENE EN BLANCO SE MUESTRA LA
      *--- LISTA ACTUAL DE FAVORITOS EN VEZ DE GRABAR NADA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
      *--- EN CLNTCOB, PARA NO ARMAR MSGO CON UN STRING QUE SE
      *--- REESCRIBE SOBRE SI MISMO EN CADA VUELTA DEL PERFORM
      *
           MOVE '215-MOSTRAR-FAVORITOS' TO WS-AB-PARRAFO
           MOVE SPACES TO MSGO
           MOVE EIBOPID TO CL-OPERADOR-ID-F
           PERFORM VARYING WS-FAV-INDICE FROM 1 BY 1
      *--- UPSERT MANUAL: SI YA HAY UNA FILA PARA ESTE OPERADOR Y ESTA
      *--- POSICION SE ACTUALIZA, SI NO EXISTE SE INSERTA
      *
           MOVE '225-GUARDAR-FAVORITO' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID-F
           MOVE CAMPO1I TO CL-ORDEN
           MOVE 0 TO WS-FAV-EXISTE
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
                MAP('FAVOMP')
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
                TRANSID(WC-TRANSACCION)
                COMMAREA(CH-COMMAREA)
                LENGTH(61)
           END-EXEC.

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
           MOVE SQLCODE     TO DB2-SQLCODE
           MOVE DB2-SQLCODE TO DB2-SQLCODE-Z
           MOVE SPACES TO MSGO
