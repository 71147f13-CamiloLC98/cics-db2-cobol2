           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TABILLER END-EXEC.
           EXEC SQL INCLUDE TABILPAG END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY ATRBCTCP.
       COPY BILLMPCP.
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
           MOVE 'CUENTA-RECAUDOS' TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-RECAUDOS-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('BILLMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- MONTO. EL RECIBO SALE POR LA COLA RECP CITANDO LA
      *--- REFERENCIA Y QUEDA COPIA EN TARECIBO
      *
           MOVE '210-PAGAR-FACTURA' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              OR CAMPO3I = LOW-VALUES OR CAMPO4I = LOW-VALUES
              MOVE 'DIGITE FACTURADOR, REFERENCIA, MONTO Y FORMA'
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- LIMITE DE ATRIBUCION DEL CAJERO (TAOPLIMT 'BILL'): POR
      *--- ENCIMA, EL PAGO QUEDA PARQUEADO HASTA QUE UN SUPERVISOR LO
      *--- APRUEBE EN OVRDCOB (VER 832-VERIFICAR-ATRIBUCION)
      *
           MOVE 'BILL'       TO WS-AT-CONCEPTO
           IF CAMPO6I = 'C'
              MOVE CAMPO1I   TO WS-AT-CUENTA
           ELSE
              MOVE SPACES    TO WS-AT-CUENTA
           END-IF
           MOVE WS-MONTO-NUM TO WS-AT-MONTO
           PERFORM 832-VERIFICAR-ATRIBUCION
           IF NOT WS-AT-AUTORIZADO
              MOVE WS-AT-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE SPACES TO CL-CUENTA-PAGADOR-BP
           IF CAMPO6I = 'C'
              PERFORM 230-DEBITAR-CUENTA
      *--- PAGO CONTRA CUENTA: MISMO CAMINO DE DEBITO DE RETRCOB
      *--- (DISPONIBLE = SALDO MENOS RETENIDO) CON SU PATA 'R'
      *
           MOVE '230-DEBITAR-CUENTA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE 'R' TO WS-EV-TIPO
                     COMPUTE WS-EV-MONTO = 0 - WS-MONTO-NUM
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-FALLO-TRANSACCION
                     END-IF
                WHEN 100
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'EL SALDO CAMBIO POR OTRA CAJA, CONFIRME DE N
      *--- EL EFECTIVO QUE ENTRO POR CAJA. BILSCOB DESCARGA LA PUENTE
      *--- AL LIQUIDAR CON EL CONVENIO
      *
           MOVE '245-ABONAR-RECAUDOS' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-RECAUDOS TO CL-NUMERO-CUENTA
           EXEC SQL
                UPDATE TACUENT
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'D' TO WS-EV-TIPO
           MOVE WS-MONTO-NUM TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-MONTO-NUM TO CL-MONTO
           MOVE EIBOPID  TO CL-USUARIO
           MOVE EIBTRMID TO CL-TERMINAL
           END-IF.

       240-REGISTRAR-PAGO.
           MOVE '240-REGISTRAR-PAGO' TO WS-AB-PARRAFO
           MOVE CAMPO4I(1:4)  TO CL-CODIGO-BL-BP
           MOVE CAMPO3I(1:20) TO CL-REFERENCIA-BP
           MOVE WS-MONTO-NUM  TO CL-MONTO-BP
      *--- LA REFERENCIA DE LA FACTURA, Y COPIA EN TARECIBO PARA LA
      *--- REIMPRESION DE RPRTCOB (LLAVE = ID DEL PAGO)
      *
           MOVE '250-IMPRIMIR-RECIBO' TO WS-AB-PARRAFO
           MOVE CL-ID-PAGO-BP TO WS-ID-PAGO-ED
           MOVE WS-MONTO-NUM  TO WS-MONTO-ED
           MOVE SPACES TO WS-RECIBO-LINEA
           END-EXEC.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('BILLMP')
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
                TRANSID('BILL')
                COMMAREA(CH-COMMAREA)
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY ATRBCTPR.
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
