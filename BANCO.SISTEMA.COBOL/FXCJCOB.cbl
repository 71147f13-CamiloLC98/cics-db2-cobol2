           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TATASAS END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TADEPTER END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
           EXEC SQL INCLUDE TANUMCAM END-EXEC.
           EXEC SQL INCLUDE TADECCAM END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY PARMCTCP.
       COPY DECLCTCP.
       COPY DENOMCP.
       COPY ATRBCTCP.
       COPY FXCJMPCP.
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
           MOVE 'CUENTA-FX' TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-FX-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('FXCJMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- Y CAMPO4I POS 1-12 TIPO+NUMERO DE DOCUMENTO
      *--- (OBLIGATORIOS SOBRE EL
      *--- UMBRAL DE IDENTIFICACION). LA TASA ES LA VIGENTE DEL DIA
      *--- EN TATASAS: SIN TASA CARGADA NO SE CAMBIA NADA. NUMCAI =
      *--- NUMERAL CAMBIARIO DE LA DECLARACION DE CAMBIO (OBLIGATORIO
      *--- SOBRE EL UMBRAL DEL REGIMEN CAMBIARIO)
      *
           MOVE '210-CAMBIAR-DIVISAS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE OPERACION (C/V) Y MONTO USD' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              END-IF
           END-IF
      *
      *--- DECLARACION DE CAMBIO (VER DECLCTPR.cpy): SOBRE EL UMBRAL
      *--- DEL REGIMEN CAMBIARIO EL CAMBIO NO PROCEDE SIN UN NUMERAL
      *--- VALIDO DEL SENTIDO DE LA OPERACION (LA COMPRA DEL BANCO ES
      *--- UN INGRESO DE DIVISAS, LA VENTA UN EGRESO). EL DECLARANTE
      *--- ES EL CLIENTE IDENTIFICADO EN CAMPO3I/CAMPO4I
      *
           MOVE WS-MONTO-COP TO CL-MONTO-COP-DX
           IF CAMPO6I = 'C'
              MOVE 'I' TO CL-TIPO-OPERACION-DX
           ELSE
              MOVE 'E' TO CL-TIPO-OPERACION-DX
           END-IF
           MOVE SPACES TO CL-NUMERAL-DX
           IF NUMCAI NOT = LOW-VALUES
              MOVE NUMCAI TO CL-NUMERAL-DX
           END-IF
           MOVE SPACES TO CL-NOMBRE-DX
           MOVE SPACES TO CL-TIPO-DOC-DX
           MOVE SPACES TO CL-NUMERO-DOC-DX
           IF CAMPO3I NOT = LOW-VALUES
              MOVE CAMPO3I(1:30) TO CL-NOMBRE-DX
           END-IF
           IF CAMPO4I NOT = LOW-VALUES
              MOVE CAMPO4I(1:2)  TO CL-TIPO-DOC-DX
              MOVE CAMPO4I(3:10) TO CL-NUMERO-DOC-DX
           END-IF
           PERFORM 851-VALIDAR-DECLARACION-CAMBIO
           IF NOT WS-DX-VALIDA
              MOVE WS-DX-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- LIMITE DE ATRIBUCION DEL CAJERO (TAOPLIMT 'FXCJ') SOBRE EL
      *--- EQUIVALENTE EN PESOS: POR ENCIMA, EL CAMBIO QUEDA PARQUEADO
      *--- HASTA QUE UN SUPERVISOR LO APRUEBE EN OVRDCOB (VER
      *--- 832-VERIFICAR-ATRIBUCION). SIN CUENTA DE CLIENTE, LA
      *--- SOLICITUD SE RECONOCE POR LA OPERACION (C/V) Y EL MONTO
      *
           MOVE 'FXCJ'       TO WS-AT-CONCEPTO
           MOVE CAMPO6I      TO WS-AT-CUENTA
           MOVE WS-MONTO-COP TO WS-AT-MONTO
           PERFORM 832-VERIFICAR-ATRIBUCION
           IF NOT WS-AT-AUTORIZADO
              MOVE WS-AT-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- LA PATA EN PESOS MUEVE EL LIBRO DE DENOMINACIONES DE LA
      *--- GAVETA SI EL CAJERO DIGITO EL CONTEO; LAS DOS PATAS DEL
      *--- CAMBIO SE POSTEAN EN SUS CUENTAS DE POSICION (VER 211/212)
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'Y' TO WS-EV-TIPO
           MOVE WS-MARGEN TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-MARGEN        TO CL-MONTO
           MOVE WS-TASA-APLICADA TO CL-TASA-CAMBIO
           MOVE EIBOPID          TO CL-USUARIO
           PERFORM 211-POSTEAR-PATA-USD
           PERFORM 212-POSTEAR-PATA-COP
      *
      *--- LA DECLARACION DE CAMBIO SE AMARRA A LA PATA EN PESOS, LA
      *--- MISMA LLAVE DE TADEPTER: SU ID SE TOMA YA, ANTES DE QUE OTRO
      *--- INSERT CAMBIE IDENTITY_VAL_LOCAL
      *
           IF WS-DX-EXIGIDA
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :CL-REFERENCIA-DX
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
      *
      *--- IDENTIFICACION DEL CLIENTE AMARRADA A LA PATA DE EFECTIVO
      *--- EN PESOS (TADEPTER, RECIEN INSERTADA POR 212: SU IDENTITY
      *--- ES LA ULTIMA), PARA QUE LA AGREGACION POR DOCUMENTO DE
              END-IF
           END-IF
           PERFORM 250-IMPRIMIR-RECIBO
           IF WS-DX-EXIGIDA
              PERFORM 213-REGISTRAR-DECLARACION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE WS-MONTO-COP TO WS-COP-ED
           MOVE SPACES TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       213-REGISTRAR-DECLARACION.
      *
      *--- DECLARACION DE CAMBIO VALIDADA EN 210 (TADECCAM ORIGEN 'F'),
      *--- EN LA MISMA UNIDAD DE TRABAJO DEL CAMBIO: SI NO SE PUEDE
      *--- GRABAR, EL CAMBIO SE DESHACE COMPLETO
      *
           MOVE '213-REGISTRAR-DECLARACION' TO WS-AB-PARRAFO
           MOVE 'F'                  TO CL-ORIGEN-DX
           MOVE SPACES               TO CL-NUMERO-CUENTA-DX
           MOVE WC-MONEDA-EXTRANJERA TO CL-MONEDA-DX
           MOVE WS-MONTO-USD         TO CL-MONTO-DIVISA-DX
           MOVE WS-MONTO-COP         TO CL-MONTO-COP-DX
           MOVE WS-TASA-APLICADA     TO CL-TASA-DX
           MOVE WS-SC-SUCURSAL       TO CL-SUCURSAL-DX
           MOVE WS-FN-FECHA          TO CL-FECHA-NEGOCIO-DX
           MOVE EIBOPID              TO CL-USUARIO-DX
           PERFORM 852-REGISTRAR-DECLARACION-CAMBIO
           IF NOT WS-DX-GRABADA
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       211-POSTEAR-PATA-USD.
      *
      *--- PATA DE LA DIVISA: LA POSICION USD DE LA CASA SE LLEVA EN
      *--- SIN CAJA/SESION: LOS DOLARES NO HACEN PARTE DEL CUADRE DE
      *--- LA GAVETA DE PESOS
      *
           MOVE '211-POSTEAR-PATA-USD' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-FXUSD TO CL-NUMERO-CUENTA
           IF CAMPO6I = 'C'
              MOVE 'D' TO CL-TIPO-TRANSACCION
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA    TO WS-EV-CUENTA
           MOVE CL-TIPO-TRANSACCION TO WS-EV-TIPO
           IF CL-TIPO-TRANSACCION = 'D'
              MOVE WS-MONTO-USD TO WS-EV-MONTO
           ELSE
              COMPUTE WS-EV-MONTO = 0 - WS-MONTO-USD
           END-IF
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-MONTO-USD     TO CL-MONTO
           MOVE WS-TASA-APLICADA TO CL-TASA-CAMBIO
           MOVE EIBOPID          TO CL-USUARIO
      *--- IDENTIFICACION DEL CLIENTE EN TADEPTER (REGIMEN DE
      *--- EFECTIVO GRANDE DE LCTRCOB)
      *
           MOVE '212-POSTEAR-PATA-COP' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-FXCOP TO CL-NUMERO-CUENTA
           IF CAMPO6I = 'C'
              MOVE 'R' TO CL-TIPO-TRANSACCION
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA    TO WS-EV-CUENTA
           MOVE CL-TIPO-TRANSACCION TO WS-EV-TIPO
           IF CL-TIPO-TRANSACCION = 'D'
              MOVE WS-MONTO-COP TO WS-EV-MONTO
           ELSE
              COMPUTE WS-EV-MONTO = 0 - WS-MONTO-COP
           END-IF
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-MONTO-COP     TO CL-MONTO
           MOVE WS-TASA-APLICADA TO CL-TASA-CAMBIO
           MOVE EIBOPID          TO CL-USUARIO
           END-IF.

       228-CONSULTAR-TILL-OPERADOR.
           MOVE '228-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
           MOVE SPACES TO CL-TILL-ID
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
      *--- RECIBO CON LA TASA Y AMBOS MONTOS POR LA COLA RECP, CON
      *--- COPIA EN TARECIBO (LLAVE = ID DEL MOVIMIENTO DE MARGEN)
      *
           MOVE '250-IMPRIMIR-RECIBO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-TRANSACTION-RB
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
                MAP('FXCJMP')
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
                TRANSID('FXCJ')
                COMMAREA(CH-COMMAREA)

       COPY ERRCTAPR.
       COPY PARMCTPR.
       COPY DECLCTPR.
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY DENOMPR.
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
