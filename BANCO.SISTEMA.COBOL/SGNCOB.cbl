           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-FONDO-JUST           PIC X(15)   JUST RIGHT.
       COPY SGNMPCP.
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
           EXEC CICS SEND MAP('SGNMP')
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
           EVALUATE CAMPO1I
                WHEN '1'
                     PERFORM 211-ABRIR-SESION
      *--- SUCURSAL DEBE ESTAR ABIERTO EN BRDYCOB ANTES DE ABRIR
      *--- SESIONES (VER 894-VERIFICAR-DIA-SUCURSAL)
      *
           MOVE '211-ABRIR-SESION' TO WS-AB-PARRAFO
           PERFORM 870-LEER-FECHA-NEGOCIO
           PERFORM 880-DERIVAR-SUCURSAL
           PERFORM 894-VERIFICAR-DIA-SUCURSAL
      *--- CONTEO DE ENTREGA SE DECLARA EN CAJACOB COMO SIEMPRE Y EL
      *--- CORTE POR SESION SALE EN CUADCOB
      *
           MOVE '212-CERRAR-SESION' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-SES
           EXEC SQL
                SELECT ID_SESION
      *--- ENTRE AMBOS CONTEOS QUEDA EN EL LIBRO DE SOBRANTES/
      *--- FALTANTES (TACUADRE) EN EL MOMENTO DEL CORTE
      *
           MOVE '213-RELEVAR-SESION' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-SES
           EXEC SQL
                SELECT ID_SESION, TILL_ID_S
      *--- MISMO FORMATO DE DENOMCP) EL TOTAL SE CALCULA DE ELLA; SI
      *--- NO, SE PARSEA EL TOTAL DIGITADO
      *
           MOVE '214-CALCULAR-CONTEO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-SUMA-DENOM
           IF WS-DN-CADENA NOT = LOW-VALUES
              AND WS-DN-CADENA NOT = SPACES
           END-IF.

       999-FALLO-RELEVO.
           MOVE '999-FALLO-RELEVO' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR EN EL RELEVO, NO SE APLICO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
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
                MAP('SGNMP')
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
                TRANSID('SGNN')
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY BRDYCTPR.
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
