           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TAFERIAD END-EXEC.
           EXEC SQL INCLUDE TAFEESCH END-EXEC.
           EXEC SQL INCLUDE TATRANST END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TAMSGCAT END-EXEC.
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CAMPO2I-JUST         PIC X(10)   JUST RIGHT.
       COPY MENRCTCP.
       COPY PRACCTCP.
       COPY BRDYCTCP.
       COPY GMFCTCP.
       COPY ATRBCTCP.
       COPY CONFCTCP.
       COPY EVNTCTCP.
       COPY AVISCTCP.
       COPY OFLNCTCP.
       COPY DFHAID.
       COPY DDCICS.

       COPY FECNEGCP.
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
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
      *
      *--- SI DB2 NO RESPONDE LA CAJA NO SE DETIENE: PASA AL MODO
      *--- FUERA DE LINEA (VER 250-PROCESO-FUERA-LINEA Y OFLNCTPR.cpy)
      *
           PERFORM 875-VERIFICAR-DB2
           IF WS-OF-FUERA-LINEA
              PERFORM 250-PROCESO-FUERA-LINEA
              PERFORM 300-RETURN
           END-IF
      *
      *--- EL MODO PRACTICA SE RESUELVE DE ENTRADA: TODA LA
      *--- CONVERSACION (CONSULTAS, VALIDACIONES Y MENSAJES) QUEDA EN
      *--- EL AMBIENTE DE ENTRENAMIENTO Y ROTULADA, NO SOLO EL POSTEO
           PERFORM 870-LEER-FECHA-NEGOCIO
           PERFORM 880-DERIVAR-SUCURSAL
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE WS-SC-SUCURSAL TO WS-EV-SUCURSAL
      *
      *--- EL DIA OPERATIVO DE LA SUCURSAL DEBE ESTAR ABIERTO EN
      *--- BRDYCOB ANTES DE POSTEAR: SE ACABAN LOS MOVIMIENTOS DE LAS
      *--- 6 AM ANTES DE ABRIR LA BOVEDA (VER 894-VERIFICAR-DIA-
           END-IF.

       105-CARGAR-PARAMETROS.
           MOVE '105-CARGAR-PARAMETROS' TO WS-AB-PARRAFO
           MOVE 'MAX-MONTO-TRANS-RET' TO CL-PARAM-CLAVE
           MOVE WC-MAX-MONTO-TRANSACCION TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-VENTANA-DUPLICADO.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('RETRMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- CONFIRMACION) ESTE ENTER LA CONFIRMA, SIN VOLVER A VALIDAR
      *--- LOS CAMPOS DE LA PANTALLA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CH-CONF-PENDIENTE = 'Y'
              PERFORM 219-CONFIRMAR-RETIRO
              PERFORM 300-RETURN
           END-IF
      *
      *--- UNA CONFIRMACION FUERA DE LINEA QUE QUEDO ABIERTA CUANDO
      *--- DB2 VOLVIO NO SE APLICA A CIEGAS: SE DIGITA DE NUEVO Y PASA
      *--- POR TODAS LAS VALIDACIONES EN LINEA (PIN INCLUIDO)
      *
           IF CH-CONF-PENDIENTE = 'F'
              MOVE 'N' TO CH-CONF-PENDIENTE
              MOVE 'SISTEMA DE NUEVO EN LINEA: DIGITE OTRA VEZ LA OPERAC
      -           'ION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- VALIDAR CAMPOS DE ENTRADA ANTES DE CONSULTAR DB2
      *
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
      *--- NUMERO DE CUENTA OBVIAMENTE MAL DIGITADO SIN GASTAR UN
      *--- VIAJE A LA BASE DE DATOS
      *
           MOVE '212-CONSULTAR-CUENTA-DB2' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- CONFLICTO DE INTERES: NADIE TRANSA SOBRE SU PROPIA CUENTA
      *--- NI LA DE UNA PARTE RELACIONADA (VER 837-VERIFICAR-CONFLICTO)
      *
           MOVE CAMPO1I TO WS-CI-CUENTA
           PERFORM 837-VERIFICAR-CONFLICTO
           IF WS-CI-CONFLICTO
              MOVE WS-CI-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO CL-NUMERO-CUENTA
           PERFORM 222-SQL-CONSULTA
      *
      *--- SALDO_RETENIDO (FONDOS EN RETENCION POR UN DEPOSITO GRANDE
      *--- AUN NO LIBERADO POR EL BATCH RETNCOB, VER DEPOCOB) NO ESTA
      *--- DISPONIBLE PARA RETIRO, POR ESO SE DESCUENTA ANTES DE SUMAR
      *--- EL SOBREGIRO. EL DISPONIBLE DEBE CUBRIR EL RETIRO MAS SU
      *--- GMF (VER 238-CALCULAR-GMF-RETIRO)
      *
              PERFORM 238-CALCULAR-GMF-RETIRO
              COMPUTE WS-SALDO-DISPONIBLE = CL-SALDO - CL-SALDO-RETENIDO
                                           + CL-LIMITE-SOBREGIRO
              IF WS-CAMPO2I-NUM + WS-GM-IMPUESTO > WS-SALDO-DISPONIBLE
                 MOVE 'SALDO INSUFICIENTE' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
                 END-IF
              END-IF
      *
      *--- LIMITE DE ATRIBUCION DEL CAJERO (TAOPLIMT 'RETR'): POR
      *--- ENCIMA, EL RETIRO QUEDA PARQUEADO HASTA QUE UN SUPERVISOR
      *--- LO APRUEBE EN OVRDCOB, ADEMAS DE LA RECONFIRMACION DE ALTO
      *--- VALOR (VER 832-VERIFICAR-ATRIBUCION)
      *
              MOVE 'RETR'           TO WS-AT-CONCEPTO
              MOVE CL-NUMERO-CUENTA TO WS-AT-CUENTA
              MOVE WS-CAMPO2I-NUM   TO WS-AT-MONTO
              PERFORM 832-VERIFICAR-ATRIBUCION
              IF NOT WS-AT-AUTORIZADO
                 MOVE WS-AT-MOTIVO TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
      *
      *--- SI SE DIGITO CAMPO4I (FECHA PROGRAMADA) EL RETIRO NO SE
      *--- APLICA DE INMEDIATO, SE DEJA PENDIENTE EN TAPENDTR PARA QUE
      *--- LO APLIQUE EL BATCH DE TRANSACCIONES PROGRAMADAS (TRPGCOB)
      *--- TABLA VIVA). LA CONFIRMACION SIGUE EL MISMO DOBLE ENTER Y
      *--- EL POSTEO CAE AL AMBIENTE DE PRACTICA EN 219
      *
           MOVE '246-CONSULTAR-PRACTICA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
      *--- (IGUAL QUE HACE DEPOCOB PARA SU CONFIRMACION DE DEPOSITO) Y
      *--- SE PIDE UN SEGUNDO ENTER ANTES DE APLICAR EL RETIRO
      *
           MOVE '211-PEDIR-CONFIRMACION' TO WS-AB-PARRAFO
           MOVE 'Y'               TO CH-CONF-PENDIENTE
           MOVE CL-NUMERO-CUENTA  TO CH-CONF-CUENTA
           MOVE WS-CAMPO2I-NUM    TO CH-CONF-MONTO
      *--- FUERA DE PRECISION O BASURA EN CAMPO2I NO LLEGUE A LA
      *--- ARITMETICA DE 212-CONSULTAR-CUENTA-DB2
      *
           MOVE '213-RELLENAR-CAMPO2I' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-CAMPO2I-FALG
           UNSTRING CAMPO2I DELIMITED BY '_'
               INTO WS-CAMPO2I-JUST
      *--- TATRANS.TASA_CAMBIO (224-SQL-CREAR-TRANSACCION)
      *-------------------------------------------------------------
       215-CONVERTIR-MONEDA.
           MOVE '215-CONVERTIR-MONEDA' TO WS-AB-PARRAFO
           MOVE 1.0000 TO WS-TASA-APLICADA
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
                        OR CAMPO3I = CL-MONEDA-CUENTA
      *--- PARA HOY NO SE PUEDE POSTEAR EL RETIRO EN OTRA MONEDA:
      *--- SE RECHAZA EN VEZ DE POSTEAR A UNA TASA VIEJA
      *
           MOVE '230-SQL-CONSULTAR-TASA-DIA' TO WS-AB-PARRAFO
           MOVE WC-MONEDA-EXTRANJERA TO CL-MONEDA-ORIGEN
           MOVE WC-MONEDA-LOCAL      TO CL-MONEDA-DESTINO
           EXEC SQL
      *--- SE DEJA EL RETIRO PENDIENTE EN TAPENDTR, YA CONVERTIDO A LA
      *--- MONEDA DE LA CUENTA, PARA QUE LO APLIQUE TRPGCOB
      *
           MOVE '217-PROGRAMAR-RETIRO' TO WS-AB-PARRAFO
           IF CAMPO4I < WS-FECHA-SISTEMA
              MOVE 'LA FECHA PROGRAMADA NO PUEDE SER ANTERIOR A HOY'
                                                              TO MSGO
           PERFORM 225-SQL-CREAR-PENDIENTE.

       233-RODAR-FECHA-HABIL.
           MOVE '233-RODAR-FECHA-HABIL' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-FH-FECHA
           STRING CAMPO4I(1:4) '-' CAMPO4I(5:2) '-' CAMPO4I(7:2)
                  DELIMITED BY SIZE
      *--- SUMA LOS RETIROS YA REGISTRADOS HOY EN TATRANS PARA LA
      *--- CUENTA, USADO PARA EL TOPE DIARIO DE 212-CONSULTAR-CUENTA-DB2
      *
           MOVE '214-SQL-TOTAL-DIARIO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COALESCE(SUM(MONTO), 0)
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
      *--- LA CUENTA Y A VALIDAR EL SALDO DISPONIBLE PORQUE PUDO HABER
      *--- CAMBIADO ENTRE LA PRIMERA PANTALLA Y ESTE SEGUNDO ENTER
      *
           MOVE '219-CONFIRMAR-RETIRO' TO WS-AB-PARRAFO
           MOVE 'N'              TO CH-CONF-PENDIENTE
      *
      *--- UN OPERADOR EN MODO PRACTICA POSTEA CONTRA EL AMBIENTE DE
           MOVE CH-COMUN(1:9)    TO WS-TASA-APLICADA
           PERFORM 222-SQL-CONSULTA
           IF SQLCODE = 0
              PERFORM 238-CALCULAR-GMF-RETIRO
              COMPUTE WS-SALDO-DISPONIBLE = CL-SALDO - CL-SALDO-RETENIDO
                                           + CL-LIMITE-SOBREGIRO
              IF WS-CAMPO2I-NUM + WS-GM-IMPUESTO > WS-SALDO-DISPONIBLE
                 MOVE 'SALDO INSUFICIENTE' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
      *--- MECANICA DE 218-VERIFICAR-CEDULA EN CLNTCOB. UNA CUENTA QUE
      *--- AUN NO TIENE PIN ASIGNADO SIGUE OPERANDO COMO ANTES
      *
           MOVE '231-VERIFICAR-PIN' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-K
           EXEC SQL
                SELECT PIN_CIFRADO
      *--- EL INTENTO FALLIDO TAMBIEN DISPARA LA ALERTA 'P' SI EL
      *--- CLIENTE LA TIENE SUSCRITA (VER 887-EVALUAR-ALERTAS)
      *
           MOVE '232-PIN-ERRADO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO WS-AL-CUENTA
           MOVE 'P'              TO WS-AL-EVENTO
           MOVE 0                TO WS-AL-MONTO
           PERFORM 300-RETURN.

       233-SQL-RESETEAR-INTENTOS.
           MOVE '233-SQL-RESETEAR-INTENTOS' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    INTENTOS_FALLIDOS = 0
      *--- TERMINAL) DENTRO DE LOS ULTIMOS WC-VENTANA-DUPLICADO
      *--- SEGUNDOS, Y SE RECHAZA EN VEZ DE POSTEARLA OTRA VEZ
      *
           MOVE '226-SQL-VERIFICAR-DUPLICADO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COUNT(*)
      *--- EN MODO PRACTICA TODA PANTALLA SALE ROTULADA, NO SOLO LA
      *--- DEL POSTEO FINAL
      *
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           IF WS-PR-EN-PRACTICA
              AND MSGO(1:16) NOT = '*** PRACTICA ***'
              MOVE MSGO TO WS-PR-MSG-AUX
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       222-SQL-CONSULTA.
           MOVE '222-SQL-CONSULTA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA
      *--- REGULATORIO/DE PRODUCTO DE 212-CONSULTAR-CUENTA-DB2. NO
      *--- CONFUNDIR CON 214-SQL-TOTAL-DIARIO, QUE SOLO MIRA HOY
      *
           MOVE '218-SQL-TOTAL-SEMANAL' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COALESCE(SUM(MONTO), 0)
      *--- UN SQLCODE 100 AQUI SIGNIFICA QUE OTRA CAJA MOVIO LA CUENTA
      *--- EN MEDIO DE LA CONVERSACION Y EL RETIRO NO SE APLICA
      *
           MOVE '223-SQL-ACTUALIZAR-SALDO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE 'R'              TO WS-EV-TIPO
                     COMPUTE WS-EV-MONTO = CL-SALDO - WS-SALDO-LEIDO
                     MOVE CL-SALDO TO WS-SALDO-LEIDO
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-FALLO-TRANSACCION
                     END-IF
                WHEN 100
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'EL SALDO CAMBIO POR OTRA CAJA, CONFIRME DE N
      *--- SE REGISTRA EL OPERADOR (EIBOPID) Y EL TERMINAL (EIBTRMID)
      *--- QUE DIGITO LA TRANSACCION PARA PODER RASTREARLA
      *
           MOVE '224-SQL-CREAR-TRANSACCION' TO WS-AB-PARRAFO
           MOVE WS-CAMPO2I-NUM TO CL-MONTO
           MOVE EIBOPID        TO CL-USUARIO
           MOVE EIBTRMID       TO CL-TERMINAL
           MOVE WS-TASA-APLICADA TO CL-TASA-CAMBIO
           PERFORM 228-CONSULTAR-TILL-OPERADOR
           MOVE CL-TILL-ID-T TO CL-TILL-ID-AQ
           PERFORM 884-VERIFICAR-ARQUEO
           PERFORM 241-CONSULTAR-SESION-OPERADOR
           EXEC SQL
                INSERT INTO TATRANS(
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 234-COBRAR-COMISION-RETIRO
              PERFORM 239-COBRAR-GMF-RETIRO
              PERFORM 242-REGISTRAR-DENOMINACIONES
              EXEC CICS SYNCPOINT END-EXEC
              PERFORM 229-ESCRIBIR-RECIBO-TDQ
      *--- CUENTA EXONERADA (TAFEEWVR) O UN TARIFARIO SIN FILA/EN
      *--- CERO NO COBRAN NADA
      *
           MOVE '234-COBRAR-COMISION-RETIRO' TO WS-AB-PARRAFO
           PERFORM 235-CONSULTAR-TARIFA-RETIRO
           IF WS-MONTO-COMISION > 0
              PERFORM 236-VERIFICAR-EXONERACION
           END-IF.

       235-CONSULTAR-TARIFA-RETIRO.
           MOVE '235-CONSULTAR-TARIFA-RETIRO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-MONTO-COMISION
           MOVE 'RETIRO' TO CL-CODIGO-CARGO
           MOVE CL-NUMERO-CUENTA TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           IF SQLCODE = 0
              MOVE CL-MONTO-CARGO TO WS-MONTO-COMISION
           ELSE
      *--- WS-DUPLICADOS SE REUTILIZA COMO CONTADOR GENERICO: QUEDA EN
      *--- CERO SI LA CUENTA NO ESTA EXONERADA DEL CARGO
      *
           MOVE '236-VERIFICAR-EXONERACION' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-W
           MOVE CL-CODIGO-CARGO  TO CL-CODIGO-CARGO-W
           EXEC SQL
           END-IF.

       237-SQL-INSERTAR-COMISION.
           MOVE '237-SQL-INSERTAR-COMISION' TO WS-AB-PARRAFO
           MOVE WS-MONTO-COMISION TO CL-MONTO
           EXEC SQL
                INSERT INTO TATRANS(
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       238-CALCULAR-GMF-RETIRO.
      *
      *--- GMF (4 POR MIL) QUE CAUSARIA EL RETIRO, SIN GRABAR NADA
      *--- (VER 841-CALCULAR-GMF EN GMFCTPR.cpy): SE SUMA AL MONTO AL
      *--- VALIDAR EL DISPONIBLE
      *
           MOVE '238-CALCULAR-GMF-RETIRO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO WS-GM-CUENTA
           MOVE WS-CAMPO2I-NUM   TO WS-GM-MONTO
           MOVE WS-FN-FECHA      TO WS-GM-FECHA
           PERFORM 841-CALCULAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       239-COBRAR-GMF-RETIRO.
      *
      *--- EL GMF DEL RETIRO SE DEBITA EN LA MISMA UNIDAD DE TRABAJO,
      *--- COMO SU PROPIA TRANSACCION TIPO 'M' AMARRADA AL ID DEL
      *--- RETIRO (VER 842-REGISTRAR-GMF EN GMFCTPR.cpy). VA DESPUES
      *--- DE LA COMISION PORQUE 842 DEBITA SIN CONDICIONAR AL SALDO
      *--- LEIDO; CL-SALDO SE AJUSTA PARA EL RECIBO
      *
           MOVE '239-COBRAR-GMF-RETIRO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO WS-GM-CUENTA
           MOVE WS-CAMPO2I-NUM    TO WS-GM-MONTO
           MOVE WS-FN-FECHA       TO WS-GM-FECHA
           MOVE EIBOPID           TO WS-GM-USUARIO
           MOVE EIBTRMID          TO WS-GM-TERMINAL
           MOVE WS-SC-SUCURSAL    TO WS-GM-SUCURSAL
           MOVE CL-SESION-ID-T    TO WS-GM-SESION
           MOVE CL-ID-TRANSACTION TO WS-GM-REFERENCIA
           PERFORM 842-REGISTRAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           SUBTRACT WS-GM-IMPUESTO FROM CL-SALDO
           MOVE CL-SALDO TO WS-SALDO-LEIDO.

       241-CONSULTAR-SESION-OPERADOR.
      *
      *--- SESION DE CAJA ABIERTA POR EL OPERADOR EN SGNCOB. SE
      *--- RECHAZA, SU ACTIVIDAD QUEDA CON SESION CERO (MISMO CRITERIO
      *--- QUE LA CAJA EN 228-CONSULTAR-TILL-OPERADOR)
      *
           MOVE '241-CONSULTAR-SESION-OPERADOR' TO WS-AB-PARRAFO
           MOVE 0 TO CL-SESION-ID-T
           MOVE EIBOPID TO CL-OPERADOR-SES
           EXEC SQL
      *--- EL OPERADOR TIENE CAJA, SE ACTUALIZA EL LIBRO DE
      *--- DENOMINACIONES DE LA GAVETA (TADENOM)
      *
           MOVE '242-REGISTRAR-DENOMINACIONES' TO WS-AB-PARRAFO
           IF CAMPO6I NOT = LOW-VALUES AND CAMPO6I NOT = SPACES
              AND CL-TILL-ID-T NOT = SPACES
              MOVE CAMPO6I TO WS-DN-CADENA
      *--- TIENE CAJA ASIGNADA EN TAOPERA NO SE RECHAZA EL RETIRO,
      *--- SOLO QUEDA SIN CAJA EN EL HISTORICO
      *
           MOVE '228-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
           MOVE SPACES TO CL-TILL-ID-T
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
      *--- PATRON DE WRITEQ TD QUE 222-EXPORTAR-MOVIMIENTOS EN MOVSCOB
      *--- Y 229-ESCRIBIR-RECIBO-TDQ EN DEPOCOB.
      *
           MOVE '229-ESCRIBIR-RECIBO-TDQ' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                INTO   :WS-RECIBO-TS
      *--- QUE DIGITO LA TRANSACCION, IGUAL QUE EN 224-SQL-CREAR-
      *--- TRANSACCION, PARA PODER RASTREARLA
      *
           MOVE '225-SQL-CREAR-PENDIENTE' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-P
           MOVE 'R'               TO CL-TIPO-TRANSACCION-P
           MOVE WS-CAMPO2I-NUM    TO CL-MONTO-P
      *--- CL-SALDO NI GRABAR NADA EN TATRANS. EL CAJERO SOLO NECESITA
      *--- CAMPO1I LLENO, NO HACE FALTA DIGITAR UN MONTO EN CAMPO2I
      *
           MOVE '227-CONSULTAR-DISPONIBLE' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              PERFORM 110-ENVIAR-MAPA-VACIO
              PERFORM 300-RETURN
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       250-PROCESO-FUERA-LINEA.
      *
      *--- DB2 NO RESPONDE: LA CAJA SIGUE PAGANDO RETIROS PEQUENOS
      *--- CONTRA EL CUPO FUERA DE LINEA DE CADA CUENTA EN EL SALDO DE
      *--- RESPALDO SALDOFF Y LOS DEJA EN EL DIARIO OFLJ, QUE OFRPCOB
      *--- POSTEA EN ORDEN CUANDO DB2 VUELVE (VER OFLNCTPR.cpy). MISMO
      *--- DOBLE ENTER DEL MODO EN LINEA, CON LA MARCA 'F' EN
      *--- CH-CONF-PENDIENTE
      *
           MOVE '250-PROCESO-FUERA-LINEA' TO WS-AB-PARRAFO
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0 OR EIBTRNID NOT = 'RETR'
              MOVE LOW-VALUES TO RETRMPI
              MOVE 'N' TO CH-CONF-PENDIENTE
              MOVE 'SISTEMA FUERA DE LINEA: RETIROS SOLO HASTA EL CUPO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
           ELSE
              EXEC CICS RECEIVE
                   MAP('RETRMP')
                   INTO(RETRMPO)
                   NOHANDLE
              END-EXEC
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHENTER
                        IF CH-CONF-PENDIENTE = 'F'
                           PERFORM 252-CONFIRMAR-FUERA-LINEA
                        ELSE
                           MOVE 'N' TO CH-CONF-PENDIENTE
                           PERFORM 251-VALIDAR-FUERA-LINEA
                        END-IF
              END-EVALUATE
           END-IF.

       251-VALIDAR-FUERA-LINEA.
      *
      *--- SIN DB2 SOLO SE PUEDE VALIDAR CONTRA EL SALDO DE RESPALDO.
      *--- EL CUPO (SF-LIMITE-OFFLINE) YA VIENE EN CERO DESDE OFSLCOB
      *--- PARA LO QUE EN LINEA EXIGE DB2 (TITULAR FALLECIDO, MENOR
      *--- CON TUTOR, CUENTA CON PIN), Y NO SE ATIENDEN APODERADOS,
      *--- RETIROS PROGRAMADOS NI EN OTRA MONEDA. LO QUE AL REPONERSE
      *--- YA NO PASE VA A TAEXCEPT DESDE OFRPCOB
      *
           MOVE '251-VALIDAR-FUERA-LINEA' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'FUERA DE LINEA: DIGITE CUENTA Y MONTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO7I NOT = LOW-VALUES AND CAMPO7I NOT = SPACES
              MOVE 'FUERA DE LINEA NO SE ATIENDEN APODERADOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO4I NOT = LOW-VALUES AND CAMPO4I NOT = SPACES
              MOVE 'FUERA DE LINEA NO SE PROGRAMAN RETIROS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 213-RELLENAR-CAMPO2I
           IF NOT WS-CAMPO2I-VALIDO
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-OF-CUENTA
           PERFORM 876-LEER-SALDO-FUERA-LINEA
           IF NOT WS-OF-CUENTA-HALLADA
              MOVE 'CUENTA SIN SALDO DE RESPALDO, ESPERE A QUE VUELVA DB
      -           '2' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SF-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              MOVE 'CUENTA BLOQUEADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SF-ESTADO-DORMANTE = 'S'
              MOVE 'CUENTA DORMANTE, NO SE MUEVE FUERA DE LINEA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO3I NOT = LOW-VALUES AND CAMPO3I NOT = SPACES
              AND CAMPO3I NOT = SF-MONEDA-CUENTA
              MOVE 'FUERA DE LINEA SOLO EN LA MONEDA DE LA CUENTA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-CAMPO2I-NUM > WC-MAX-MONTO-TRANSACCION
              MOVE 'MONTO SUPERA EL MAXIMO POR TRANSACCION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SF-LIMITE-OFFLINE = 0
              MOVE 'LA CUENTA NO TIENE CUPO DE RETIRO FUERA DE LINEA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-CAMPO2I-NUM > SF-LIMITE-OFFLINE
              MOVE 'MONTO SUPERA EL CUPO DE RETIRO FUERA DE LINEA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'F'              TO CH-CONF-PENDIENTE
           MOVE SF-NUMERO-CUENTA TO CH-CONF-CUENTA
           MOVE WS-CAMPO2I-NUM   TO CH-CONF-MONTO
           MOVE SPACES TO MSGO
           STRING 'FUERA DE LINEA: RETIRO ' DELIMITED BY SIZE
                  CH-CONF-MONTO    DELIMITED BY SIZE
                  ' CTA '          DELIMITED BY SIZE
                  CH-CONF-CUENTA   DELIMITED BY SIZE
                  ' ENTER=OK'      DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA.

       252-CONFIRMAR-FUERA-LINEA.
      *
      *--- SEGUNDO ENTER: 877 VUELVE A LEER EL CUPO CON BLOQUEO (OTRA
      *--- CAJA PUDO GASTARLO ENTRE LOS DOS ENTER), LO DESCUENTA Y
      *--- DEJA EL RETIRO EN EL DIARIO OFLJ. EL CLIENTE SE LLEVA UN
      *--- RECIBO MARCADO FUERA DE LINEA CON LA REFERENCIA DEL DIARIO
      *
           MOVE '252-CONFIRMAR-FUERA-LINEA' TO WS-AB-PARRAFO
           MOVE 'N'              TO CH-CONF-PENDIENTE
           MOVE CH-CONF-CUENTA   TO WS-OF-CUENTA
           MOVE CH-CONF-MONTO    TO WS-CAMPO2I-NUM
           MOVE WS-CAMPO2I-NUM   TO WS-OF-MONTO
           MOVE 'R'              TO WS-OF-TIPO
           MOVE SPACES           TO WS-OF-DEP-NOMBRE
           MOVE SPACES           TO WS-OF-DEP-DOC
           PERFORM 877-GRABAR-DIARIO-FUERA-LINEA
           MOVE SPACES TO MSGO
           IF WS-OF-GRABADO
              PERFORM 253-RECIBO-FUERA-LINEA
              STRING 'RETIRO FUERA DE LINEA REGISTRADO, REF '
                                        DELIMITED BY SIZE
                     OJ-REFERENCIA      DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'RETIRO NO REGISTRADO: ' DELIMITED BY SIZE
                     WS-OF-MOTIVO             DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA.

       253-RECIBO-FUERA-LINEA.
      *
      *--- RECIBO A LA COLA RECP ROTULADO FUERA DE LINEA: SIN SALDO NI
      *--- ID DE TATRANS (AUN NO EXISTEN) Y SIN COPIA EN TARECIBO; LA
      *--- REFERENCIA DEL DIARIO ES LO QUE AMARRA EL RECIBO CON EL
      *--- MOVIMIENTO QUE OFRPCOB POSTEE
      *
           MOVE '253-RECIBO-FUERA-LINEA' TO WS-AB-PARRAFO
           MOVE WS-OF-MONTO   TO WS-RECIBO-MONTO-ED
           MOVE SPACES        TO WS-RECIBO-LINEA
           STRING 'FUERA DE LINEA RETIRO CTA:' DELIMITED BY SIZE
                  OJ-NUMERO-CUENTA      DELIMITED BY SIZE
                  ' MONTO:'             DELIMITED BY SIZE
                  WS-RECIBO-MONTO-ED    DELIMITED BY SIZE
                  ' REF:'               DELIMITED BY SIZE
                  OJ-REFERENCIA         DELIMITED BY SIZE
                  ' HORA:'              DELIMITED BY SIZE
                  WS-OF-HORA            DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('RECP')
                FROM(WS-RECIBO-LINEA)
                LENGTH(LENGTH OF WS-RECIBO-LINEA)
                NOHANDLE
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS
                RETURN
                TRANSID('RETR')
       COPY PINCTAPR.
       COPY PARMCTPR.
       COPY DENOMPR.
       COPY ARQCTAPR.
       COPY FERIAPR.
       COPY MSGCTPR.
       COPY SUCECTPR.
       COPY PRACCTPR.
       COPY BRDYCTPR.
       COPY SUCTRMPR.
       COPY GMFCTPR.
       COPY ATRBCTPR.
       COPY CONFCTPR.
       COPY AUDCTAPR.

       999-FALLO-FICHERO.
           MOVE '999-FALLO-FICHERO' TO WS-AB-PARRAFO
           IF SQLCODE >= 100
              MOVE 'CUENTA NO ENCONTRADA' TO  MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- SYNCPOINT ROLLBACK PARA NO DEJAR EL SALDO DESCUADRADO
      *--- SIN SU TRANSACCION CORRESPONDIENTE EN TATRANS
      *
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR EL RETIRO, NO SE APLICO' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       COPY FECNEGPR.
       COPY EVNTCTPR.
       COPY AVISCTPR.
       COPY OFLNCTPR.
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
      *
