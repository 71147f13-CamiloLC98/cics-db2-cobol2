           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TASNAPCT END-EXEC.
           EXEC SQL INCLUDE TACERTIF END-EXEC.
           EXEC SQL INCLUDE TAFEEWVR END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-SALDO-PROMEDIO       PIC S9(13)V9(2) COMP-3.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY CRTBMPCP.
       COPY EVNTCTCP.
       COPY AVISCTCP.
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
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CRTBMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- TARIFARIO (CUALQUIER OTRO VALOR EMITE SIN COBRO, POR
      *--- EJEMPLO POR CORTESIA DEL GERENTE)
      *
           MOVE '210-EMITIR-CERTIFICADO' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE EL NUMERO DE CUENTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- (FOTOS PERIODICAS DE SNAPCOB). SIN FOTOS SE CERTIFICA EL
      *--- SALDO ACTUAL COMO PROMEDIO, QUE ES LO QUE HAY
      *
           MOVE '211-CALCULAR-PROMEDIO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-S
           EXEC SQL
                SELECT COALESCE(AVG(SALDO_S), :CL-SALDO)
      *--- PARA ESAS SE CONSERVA LA APROXIMACION VIEJA: EL PRIMER
      *--- MOVIMIENTO REGISTRADO EN TATRANS
      *
           MOVE '212-CALCULAR-ANTIGUEDAD' TO WS-AB-PARRAFO
           MOVE 0 TO WS-ANTIGUEDAD-MESES
           EXEC SQL
                SELECT (DAYS(CURRENT DATE)
      *--- TRANSACCION 'G', RESPETANDO LAS EXONERACIONES DE TAFEEWVR,
      *--- IGUAL QUE LA COMISION DE RETIRO EN RETRCOB/POSTCOB
      *
           MOVE '213-COBRAR-CARGO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-MONTO-CARGO
           IF CAMPO2I NOT = 'S'
              CONTINUE
           ELSE
              MOVE WC-CARGO-CERTIFICADO TO CL-CODIGO-CARGO
              MOVE CL-NUMERO-CUENTA TO WS-AV-CUENTA
              PERFORM 853-CONSULTAR-CARGO-VIGENTE
              IF SQLCODE = 0
                 MOVE CL-MONTO-CARGO TO WS-MONTO-CARGO
              ELSE
                    END-EXEC
                    EVALUATE SQLCODE
                         WHEN 0
                              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                              MOVE 'G' TO WS-EV-TIPO
                              COMPUTE WS-EV-MONTO = 0 - WS-MONTO-CARGO
                              PERFORM 882-REGISTRAR-EVENTO
                              IF NOT WS-EV-OK
                                 PERFORM 999-ERROR-DB2
                              END-IF
                         WHEN 100
                              MOVE 'EL SALDO CAMBIO, REINTENTE'
                                   TO MSGO
           END-IF.

       214-REGISTRAR-CERTIFICADO.
           MOVE '214-REGISTRAR-CERTIFICADO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-CE
           MOVE CL-SALDO          TO CL-SALDO-CE
           MOVE WS-SALDO-PROMEDIO TO CL-SALDO-PROMEDIO-CE
      *--- DE LOS RECIBOS DE DEPOCOB/RETRCOB, CON SU NUMERO DE
      *--- CONTROL IMPRESO
      *
           MOVE '215-IMPRIMIR-CERTIFICADO' TO WS-AB-PARRAFO
           MOVE CL-ID-CERTIFICADO   TO WS-ID-CERT-ED
           MOVE CL-SALDO            TO WS-SALDO-ED
           MOVE WS-SALDO-PROMEDIO   TO WS-PROMEDIO-ED
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
                MAP('CRTBMP')
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
                TRANSID('CRTB')
                COMMAREA(CH-COMMAREA)
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.
       COPY AVISCTPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE EMITIO' TO MSGO
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
