           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TADISPUT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY DISPMPCP.
       COPY EVNTCTCP.
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
           PERFORM 870-LEER-FECHA-NEGOCIO
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           PERFORM 880-DERIVAR-SUCURSAL
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE WS-SC-SUCURSAL TO WS-EV-SUCURSAL
           MOVE 'DIAS-PLAZO-DISPUTA' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-PLAZO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('DISPMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 'N' RESOLVER NEGADA (REVERSA EL PROVISIONAL), 'C' CONSULTA
      *--- CON ANTIGUEDAD DEL CASO
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ID Y ACCION (A/P/F/N/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- Y MONTO DEL ORIGINAL Y EL PLAZO REGULATORIO CORRE DESDE
      *--- HOY. UNA TRANSACCION CON CASO VIVO NO SE DISPUTA DOS VECES
      *
           MOVE '230-ABRIR-CASO' TO WS-AB-PARRAFO
           MOVE WS-ID-NUM TO CL-ID-TRANSACTION
           EXEC SQL
                SELECT
           END-IF.

       235-BUSCAR-CASO.
           MOVE '235-BUSCAR-CASO' TO WS-AB-PARRAFO
           MOVE WS-ID-NUM TO CL-ID-DISPUTA
           EXEC SQL
                SELECT
      *--- CONTABILICE APARTE), AMARRADO AL ORIGINAL POR
      *--- REFERENCIA_TRANSFERENCIA COMO LAS REVERSAS DE REVSCOB
      *
           MOVE '240-APLICAR-PROVISIONAL' TO WS-AB-PARRAFO
           PERFORM 235-BUSCAR-CASO
           IF CL-ESTADO-DP NOT = WC-DISP-ABIERTA
              MOVE 'EL CASO NO ESTA ABIERTO SIN PROVISIONAL' TO MSGO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE 'P' TO WS-EV-TIPO
                     MOVE CL-MONTO-DP TO WS-EV-MONTO
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-ERROR-DB2
                     END-IF
                WHEN 100
                     MOVE 'EL SALDO CAMBIO POR OTRA CAJA, REINTENTE'
                          TO MSGO
      *--- FALLO A FAVOR DEL CLIENTE: EL CREDITO PROVISIONAL QUEDA EN
      *--- FIRME (NO SE TOCA LA CUENTA) Y EL CASO SE CIERRA
      *
           MOVE '250-RESOLVER-FAVOR' TO WS-AB-PARRAFO
           PERFORM 235-BUSCAR-CASO
           IF CL-ESTADO-DP NOT = WC-DISP-ABIERTA
              AND CL-ESTADO-DP NOT = WC-DISP-PROVISIONAL
      *--- UNA PATA 'V' AMARRADA AL ID DEL PROVISIONAL (MISMO PATRON
      *--- DE REVSCOB) Y SE DEBITA LA CUENTA
      *
           MOVE '260-RESOLVER-NEGADA' TO WS-AB-PARRAFO
           PERFORM 235-BUSCAR-CASO
           IF CL-ESTADO-DP NOT = WC-DISP-ABIERTA
              AND CL-ESTADO-DP NOT = WC-DISP-PROVISIONAL
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                        MOVE 'V' TO WS-EV-TIPO
                        COMPUTE WS-EV-MONTO = 0 - CL-MONTO-DP
                        PERFORM 882-REGISTRAR-EVENTO
                        IF NOT WS-EV-OK
                           PERFORM 999-ERROR-DB2
                        END-IF
                   WHEN 100
                        MOVE 'EL SALDO CAMBIO POR OTRA CAJA, REINTENTE'
                             TO MSGO
      *--- CASO, PARA QUE EL SUPERVISOR VIGILE EL PLAZO REGULATORIO
      *--- DE FECHA_LIMITE_DP
      *
           MOVE '270-CONSULTAR-CASO' TO WS-AB-PARRAFO
           PERFORM 235-BUSCAR-CASO
           EXEC SQL
                SELECT DAYS(CURRENT DATE)
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
                MAP('DISPMP')
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
                TRANSID('DISP')
                COMMAREA(CH-COMMAREA)
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-FICHERO.
           MOVE '999-FALLO-FICHERO' TO WS-AB-PARRAFO
           IF SQLCODE >= 100
              MOVE 'CUENTA NO ENCONTRADA' TO  MSGO
              PERFORM 220-ENVIAR-MAPA
           END-IF.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO' TO MSGO
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
