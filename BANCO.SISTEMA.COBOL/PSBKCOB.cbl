           EXEC SQL INCLUDE TATRANHS END-EXEC.
           EXEC SQL INCLUDE TAPASBK END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- MOVIMIENTOS AUN NO IMPRESOS EN LA LIBRETA, EN ORDEN DE ID:
      *--- LOS VIVOS DE TATRANS Y, PARA EL CLIENTE QUE NO VIENE HACE
       COPY PSBKMPCP.
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
           EXEC CICS SEND MAP('PSBKMP')
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
           IF CAMPO1I = LOW-VALUES
              PERFORM 110-ENVIAR-MAPA-VACIO
              PERFORM 300-RETURN
      *--- LIBRETA DESDE CERO (LIBRETA 1, PAGINA 1, LINEA 1, NADA
      *--- IMPRESO)
      *
           MOVE '211-LEER-POSICION-LIBRETA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-NUMERO-CUENTA-PB
           EXEC SQL
                SELECT
      *--- IMPRESION CON EL PUNTERO YA AVANZADO: LO QUE FALTA SALE EN
      *--- LA LIBRETA NUEVA
      *
           MOVE '212-IMPRIMIR-PENDIENTES' TO WS-AB-PARRAFO
           MOVE 0 TO WS-IMPRESOS
           MOVE 'N' TO WS-LLENA-FALG
           MOVE 'N' TO WS-CONTINUAR
           PERFORM 300-RETURN.

       213-IMPRIMIR-LINEA.
           MOVE '213-IMPRIMIR-LINEA' TO WS-AB-PARRAFO
           MOVE WS-MONTO-MOVTO TO WS-MONTO-ED
           MOVE SPACES TO WS-LINEA-LIBRETA
           STRING WS-FECHA-MOVTO(1:10) DELIMITED BY SIZE
           END-IF.

       214-EMITIR-LIBRETA-NUEVA.
           MOVE '214-EMITIR-LIBRETA-NUEVA' TO WS-AB-PARRAFO
           ADD 1 TO CL-LIBRETA-NRO
           MOVE 1 TO CL-LINEA-ACTUAL
           MOVE 1 TO CL-PAGINA-ACTUAL
           PERFORM 300-RETURN.

       215-SQL-GRABAR-POSICION.
           MOVE '215-SQL-GRABAR-POSICION' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TAPASBK
                SET    ULT_ID_IMPRESO     = :CL-ULT-ID-IMPRESO
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('PSBKMP')
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
                TRANSID('PSBK')

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
