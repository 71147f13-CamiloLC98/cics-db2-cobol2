           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAGARANT END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY GARCTCP.
       COPY CDTAMPCP.
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
           MOVE 'PCT-PENALIDAD-CDT' TO CL-PARAM-CLAVE
           MOVE WC-PCT-PENALIDAD TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CDTAMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 1 INSTRUCCION AL VENCIMIENTO P/R), 'Q' QUIEBRE ANTICIPADO
      *--- SUPERVISADO (CAMPO2 = ID DEL TITULO), 'C' CONSULTAR
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (A/Q/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       230-CONSTITUIR-CDT.
           MOVE '230-CONSTITUIR-CDT' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE CUENTA, MONTO, TASA Y PLAZO' TO MSGO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE 'F' TO WS-EV-TIPO
                     COMPUTE WS-EV-MONTO = 0 - WS-MONTO-NUM
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-ERROR-DB2
                     END-IF
                WHEN 100
                     MOVE 'EL SALDO CAMBIO POR OTRA CAJA, REINTENTE'
                          TO MSGO
      *--- 'I' Y RETENCION 'X', PARA QUE CERTCOB/TAXRCOB LAS SUMEN
      *--- SIN CASOS ESPECIALES
      *
           MOVE '240-QUEBRAR-CDT' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- UN TITULO PIGNORADO COMO GARANTIA DE UN PRESTAMO NO
      *--- PAGADO (TAGARANT) NO SE QUIEBRA HASTA CANCELAR LA DEUDA
      *
           MOVE CL-ID-PLAZO TO WS-GR-ID-PLAZO
           PERFORM 846-VERIFICAR-PIGNORACION
           IF WS-GR-PIGNORADO
              MOVE 'TITULO PIGNORADO A UN PRESTAMO, NO SE PUEDE QUEBRAR'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC SQL
                SELECT (DAYS(CURRENT DATE)
                       - DAYS(FECHA_APERTURA_PZ)) / 30
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'F' TO WS-EV-TIPO
           MOVE WS-PAGO-QUIEBRE TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE EIBOPID  TO CL-USUARIO
           MOVE EIBTRMID TO CL-TERMINAL
           PERFORM 880-DERIVAR-SUCURSAL
           PERFORM 300-RETURN.

       246-SQL-INSERTAR-PATA-QBR.
           MOVE '246-SQL-INSERTAR-PATA-QBR' TO WS-AB-PARRAFO
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
           END-IF.

       245-BUSCAR-TITULO.
           MOVE '245-BUSCAR-TITULO' TO WS-AB-PARRAFO
           MOVE CAMPO2I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           END-EVALUATE.

       250-CONSULTAR-CDT.
           MOVE '250-CONSULTAR-CDT' TO WS-AB-PARRAFO
           PERFORM 245-BUSCAR-TITULO
           MOVE CL-MONTO-PZ TO WS-PAGO-ED
           MOVE SPACES TO MSGO
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
                MAP('CDTAMP')
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
                TRANSID('CDTA')
                COMMAREA(CH-COMMAREA)
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY GARCTPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO NADA' TO MSGO
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
