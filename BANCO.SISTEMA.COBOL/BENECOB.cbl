           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TABENEF END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
       COPY BENEMPCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(81).

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
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
      *
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('BENEMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
           END-IF.

       210-PROCESAR-DATOS.
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO3I = LOW-VALUES
              OR CAMPO3I NOT NUMERIC
              MOVE 'DIGITE LA CUENTA Y EL ORDEN (1 A 5)' TO MSGO
      *--- REGISTRADO AL GUARDAR, QUE ES LA CONFIRMACION DE A QUIEN
      *--- SE LE VA A PAGAR DE AHORA EN ADELANTE
      *
           MOVE '211-GUARDAR-BENEFICIARIO' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES
              MOVE 'DIGITE LA CUENTA DEL BENEFICIARIO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-IF.

       212-QUITAR-BENEFICIARIO.
           MOVE '212-QUITAR-BENEFICIARIO' TO WS-AB-PARRAFO
           EXEC SQL
                DELETE FROM TABENEF
                WHERE  NUMERO_CUENTA_BN = :CL-NUMERO-CUENTA-BN
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('BENEMP')
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
           EXEC CICS
                RETURN
                TRANSID('BENE')

       COPY VALCTAPR.
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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
