           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAGIROS END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY GIROMPCP.
       COPY GMFCTCP.
       COPY ATRBCTCP.
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
           MOVE 'CUENTA-GIROS' TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-GIROS-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('GIROMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- (SUPERVISOR, TRAS EL PLAZO DE INDEMNIDAD; CAMPO2 = SERIAL)
      *--- CON REEMBOLSO A LA CUENTA DEL COMPRADOR, 'C' CONSULTAR
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (E/V/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       230-EMITIR-GIRO.
           MOVE '230-EMITIR-GIRO' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO5I = LOW-VALUES
              OR CAMPO5I = SPACES
              MOVE 'DIGITE MONTO Y BENEFICIARIO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- LIMITE DE ATRIBUCION DEL CAJERO (TAOPLIMT 'GIRO'): POR
      *--- ENCIMA, LA EMISION QUEDA PARQUEADA HASTA QUE UN SUPERVISOR
      *--- LA APRUEBE EN OVRDCOB (VER 832-VERIFICAR-ATRIBUCION). UN
      *--- GIRO EN EFECTIVO SE RECONOCE CON CUENTA EN BLANCO
      *
           MOVE 'GIRO'       TO WS-AT-CONCEPTO
           MOVE SPACES       TO WS-AT-CUENTA
           IF CAMPO1I NOT = LOW-VALUES
              MOVE CAMPO1I   TO WS-AT-CUENTA
           END-IF
           MOVE WS-MONTO-NUM TO WS-AT-MONTO
           PERFORM 832-VERIFICAR-ATRIBUCION
           IF NOT WS-AT-AUTORIZADO
              MOVE WS-AT-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE SPACES TO CL-CUENTA-COMPRADOR-GR
      *
      *--- CON CUENTA DEL COMPRADOR SE DEBITA COMO RETIRO 'R'; SIN
                   WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
                          AND ESTADO_CUENTA = 'A'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'CUENTA SIN FONDOS O NO DISPONIBLE' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
      *
      *--- EL DISPONIBLE DEBE CUBRIR EL GIRO MAS EL GMF DEL DEBITO
      *--- (VER 231-CALCULAR-GMF-GIRO)
      *
              PERFORM 231-CALCULAR-GMF-GIRO
              IF WS-DISPONIBLE < WS-MONTO-NUM + WS-GM-IMPUESTO
                 MOVE 'CUENTA SIN FONDOS O NO DISPONIBLE' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
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
                        MOVE 'EL SALDO CAMBIO POR OTRA CAJA, CONFIRME D
              MOVE WS-MONTO-NUM TO CL-MONTO
              MOVE 'R' TO CL-TIPO-TRANSACCION
              PERFORM 260-SQL-INSERTAR-MOVTO
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :CL-ID-TRANSACTION
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 232-COBRAR-GMF-GIRO
              MOVE CAMPO1I TO CL-CUENTA-COMPRADOR-GR
           END-IF
      *
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
           MOVE 'D' TO CL-TIPO-TRANSACCION
           PERFORM 260-SQL-INSERTAR-MOVTO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       231-CALCULAR-GMF-GIRO.
      *
      *--- GMF (4 POR MIL) QUE CAUSARIA EL DEBITO AL COMPRADOR, SIN
      *--- GRABAR NADA (VER 841-CALCULAR-GMF EN GMFCTPR.cpy). EL GIRO
      *--- COMPRADO EN EFECTIVO NO DEBITA CUENTA Y NO LO CAUSA
      *
           MOVE '231-CALCULAR-GMF-GIRO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO WS-GM-CUENTA
           MOVE WS-MONTO-NUM     TO WS-GM-MONTO
           MOVE WS-FN-FECHA      TO WS-GM-FECHA
           PERFORM 841-CALCULAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       232-COBRAR-GMF-GIRO.
      *
      *--- EL GMF DEL DEBITO AL COMPRADOR QUEDA COMO SU PROPIA
      *--- TRANSACCION TIPO 'M' AMARRADA AL ID DEL RETIRO (VER
      *--- 842-REGISTRAR-GMF EN GMFCTPR.cpy), EN LA MISMA UNIDAD DE
      *--- TRABAJO DE LA EMISION
      *
           MOVE '232-COBRAR-GMF-GIRO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO WS-GM-CUENTA
           MOVE WS-MONTO-NUM      TO WS-GM-MONTO
           MOVE WS-FN-FECHA       TO WS-GM-FECHA
           MOVE EIBOPID           TO WS-GM-USUARIO
           MOVE EIBTRMID          TO WS-GM-TERMINAL
           MOVE WS-SC-SUCURSAL    TO WS-GM-SUCURSAL
           MOVE CL-SESION-ID-T    TO WS-GM-SESION
           MOVE CL-ID-TRANSACTION TO WS-GM-REFERENCIA
           PERFORM 842-REGISTRAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       240-ANULAR-GIRO.
      *
      *--- ANULACION SUPERVISADA DE UN GIRO PERDIDO: SOLO TRAS EL
      *--- COMPRADOR (EL COMPRADO EN EFECTIVO SE REEMBOLSA POR CAJA
      *--- CON EL REPORTE EN LA MANO)
      *
           MOVE '240-ANULAR-GIRO' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - CL-MONTO-GR
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           COMPUTE CL-MONTO = 0 - CL-MONTO-GR
           MOVE 'T' TO CL-TIPO-TRANSACCION
           PERFORM 260-SQL-INSERTAR-MOVTO
              IF SQLCODE NOT = 0
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'T' TO WS-EV-TIPO
              MOVE CL-MONTO-GR TO WS-EV-MONTO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
              MOVE CL-MONTO-GR TO CL-MONTO
              MOVE 'T' TO CL-TIPO-TRANSACCION
              PERFORM 260-SQL-INSERTAR-MOVTO
           PERFORM 300-RETURN.

       245-BUSCAR-GIRO.
           MOVE '245-BUSCAR-GIRO' TO WS-AB-PARRAFO
           MOVE CAMPO2I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           END-EVALUATE.

       250-CONSULTAR-GIRO.
           MOVE '250-CONSULTAR-GIRO' TO WS-AB-PARRAFO
           PERFORM 245-BUSCAR-GIRO
           MOVE CL-BENEFICIARIO-GR(1:40) TO CAMPO5O
           MOVE SPACES TO MSGO
           PERFORM 300-RETURN.

       260-SQL-INSERTAR-MOVTO.
           MOVE '260-SQL-INSERTAR-MOVTO' TO WS-AB-PARRAFO
           MOVE EIBOPID  TO CL-USUARIO
           MOVE EIBTRMID TO CL-TERMINAL
           PERFORM 880-DERIVAR-SUCURSAL
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
                MAP('GIROMP')
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
                TRANSID('GIRO')
                COMMAREA(CH-COMMAREA)
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY GMFCTPR.
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
