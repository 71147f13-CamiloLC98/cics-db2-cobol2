           EXEC SQL INCLUDE TACUENTT END-EXEC.
           EXEC SQL INCLUDE TATRANST END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
           EXEC SQL INCLUDE TANUMCAM END-EXEC.
           EXEC SQL INCLUDE TADECCAM END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CAMPO3I-JUST         PIC X(10)   JUST RIGHT.
       COPY PINCTACP.
       COPY FERIACP.
       COPY PARMCTCP.
       COPY DECLCTCP.
       COPY TRNFMPCP.
       COPY SUCECTCP.
       COPY MANDCTCP.
       COPY PRACCTCP.
       COPY BRDYCTCP.
       COPY SUCTRMCP.
       COPY GMFCTCP.
       COPY ATRBCTCP.
       COPY CONFCTCP.
       COPY FECNEGCP.
       COPY EVNTCTCP.
       COPY AVISCTCP.
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
      *--- EL MODO PRACTICA SE RESUELVE DE ENTRADA: TODA LA
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
      *--- BRDYCOB ANTES DE POSTEAR (VER 894-VERIFICAR-DIA-SUCURSAL
      *--- EN BRDYCTPR.cpy)
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('TRNFMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- UNA TRANSFERENCIA ENTRE CUENTAS PROPIAS Y 'X' UNA
      *--- INTERBANCARIA (VER 230-VALIDAR-EXTERNA)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CH-CONF-PENDIENTE = 'Y'
              PERFORM 215-CONFIRMAR-TRANSFERENCIA
              PERFORM 300-RETURN
           END-IF.

       242-RESOLVER-BENEFICIARIO.
           MOVE '242-RESOLVER-BENEFICIARIO' TO WS-AB-PARRAFO
           MOVE CAMPO1I      TO CL-NUMERO-CUENTA-BN
           MOVE CAMPO2I(1:1) TO CL-ORDEN-BN
           EXEC SQL
      *--- LOCALMENTE UN NUMERO DE CUENTA OBVIAMENTE MAL DIGITADO SIN
      *--- GASTAR UN VIAJE A LA BASE DE DATOS
      *
           MOVE '212-CONSULTAR-CUENTAS-DB2' TO WS-AB-PARRAFO
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
           MOVE CAMPO2I TO WS-CI-CUENTA
           PERFORM 837-VERIFICAR-CONFLICTO
           IF WS-CI-CONFLICTO
              MOVE WS-CI-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF

           MOVE CAMPO1I TO CL-NUMERO-CUENTA
           PERFORM 222-SQL-CONSULTA-ORIGEN
      *
      *--- EL SALDO RETENIDO (VER DEPOCOB/226-SQL-CREAR-RETENCION) SE
      *--- RESTA DEL DISPONIBLE, IGUAL QUE RETRCOB, PARA QUE UNA
      *--- TRANSFERENCIA NO PUEDA SACAR FONDOS QUE ESTAN EN RETENCION.
      *--- EL DISPONIBLE DEBE CUBRIR TAMBIEN EL GMF DEL DEBITO (VER
      *--- 243-CALCULAR-GMF-TRANSFER)
      *
           PERFORM 243-CALCULAR-GMF-TRANSFER
           COMPUTE WS-ORIGEN-DISPONIBLE = WS-ORIGEN-SALDO
                                         - WS-ORIGEN-RETENIDO
                                         + WS-ORIGEN-LIMITE
           IF WS-CAMPO3I-NUM + WS-GM-IMPUESTO > WS-ORIGEN-DISPONIBLE
              MOVE 'SALDO INSUFICIENTE EN LA CUENTA ORIGEN' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 247-VERIFICAR-ATRIBUCION
      *
      *--- CON FECHA PROGRAMADA DIGITADA (CAMPO7I) LA TRANSFERENCIA NO
      *--- SE APLICA AHORA: QUEDA EN TAPENDTR COMO TIPO 'T' PARA QUE
              PERFORM 240-PROGRAMAR-TRANSFERENCIA
           END-IF
           PERFORM 238-CONVERTIR-MONTO-TRANSFER
      *
      *--- ENTRE CUENTAS DE DISTINTA MONEDA EL TRASLADO ES UNA
      *--- OPERACION DE CAMBIO: SOBRE EL UMBRAL DEL REGIMEN CAMBIARIO
      *--- EXIGE DECLARACION CON NUMERAL (NUMCAI), VER
      *--- 248-VALIDAR-DECLARACION
      *
           MOVE 'T' TO CL-ORIGEN-DX
           MOVE SPACES TO CL-NUMERAL-DX
           IF NUMCAI NOT = LOW-VALUES
              MOVE NUMCAI TO CL-NUMERAL-DX
           END-IF
           PERFORM 248-VALIDAR-DECLARACION
           IF NOT WS-DX-VALIDA
              MOVE WS-DX-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 211-PEDIR-CONFIRMACION.

       247-VERIFICAR-ATRIBUCION.
      *
      *--- LIMITE DE ATRIBUCION DEL CAJERO (TAOPLIMT 'TRNF') SOBRE EL
      *--- MONTO DEBITADO AL ORIGEN, INTERNA O INTERBANCARIA: POR
      *--- ENCIMA, LA TRANSFERENCIA QUEDA PARQUEADA HASTA QUE UN
      *--- SUPERVISOR LA APRUEBE EN OVRDCOB (VER 832-VERIFICAR-
      *--- ATRIBUCION)
      *
           MOVE '247-VERIFICAR-ATRIBUCION' TO WS-AB-PARRAFO
           MOVE 'TRNF'           TO WS-AT-CONCEPTO
           MOVE WS-ORIGEN-CUENTA TO WS-AT-CUENTA
           MOVE WS-CAMPO3I-NUM   TO WS-AT-MONTO
           PERFORM 832-VERIFICAR-ATRIBUCION
           IF NOT WS-AT-AUTORIZADO
              MOVE WS-AT-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       246-CONSULTAR-PRACTICA.
      *
      *--- MODO PRACTICA DESDE EL PRIMER ENTER: AMBAS CUENTAS Y LOS
      *--- CONFIRMACION SIGUE EL MISMO DOBLE ENTER Y LAS DOS PATAS
      *--- CAEN AL AMBIENTE DE PRACTICA EN 215
      *
           MOVE '246-CONSULTAR-PRACTICA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
      *
      *--- SE GUARDAN LAS CUENTAS Y EL MONTO YA VALIDADOS EN EL
      *--- COMMAREA Y SE PIDE UN SEGUNDO ENTER PARA CONFIRMAR
      *--- LA TRANSFERENCIA. CH-COMUN GUARDA LA CUENTA ORIGEN (1-10)
      *--- Y EL NUMERAL CAMBIARIO DECLARADO (11-14), Y
      *--- CH-CONF-CUENTA/CH-CONF-MONTO GUARDAN DESTINO Y MONTO,
      *--- EL MISMO MECANISMO DE CONFIRMACION QUE DEPOCOB
      *
           MOVE '211-PEDIR-CONFIRMACION' TO WS-AB-PARRAFO
           MOVE 'Y'              TO CH-CONF-PENDIENTE
           MOVE WS-ORIGEN-CUENTA  TO CH-COMUN(1:10)
           MOVE CL-NUMERAL-DX     TO CH-COMUN(11:4)
           MOVE WS-DESTINO-CUENTA TO CH-CONF-CUENTA
           MOVE WS-CAMPO3I-NUM    TO CH-CONF-MONTO
      *
      *--- CAMPO3I VIENE DE ESTA FORMA 1000______ Y SE NECESITA DE
      *--- ESTA FORMA 0000001000
      *-------------------------------------------------------------
           MOVE '213-RELLENAR-CAMPO3I' TO WS-AB-PARRAFO
           UNSTRING CAMPO3I DELIMITED BY '_'
               INTO WS-CAMPO3I-JUST
           END-UNSTRING
      *--- LAS ANTERIORES, Y SOLO SE CONFIRMA CON SYNCPOINT SI LAS
      *--- CUATRO TERMINAN BIEN
      *
           MOVE '215-CONFIRMAR-TRANSFERENCIA' TO WS-AB-PARRAFO
           MOVE 'N'               TO CH-CONF-PENDIENTE
           MOVE CH-COMUN(1:10)    TO WS-ORIGEN-CUENTA
           MOVE CH-CONF-CUENTA    TO WS-DESTINO-CUENTA
      *--- SEGUNDO ENTER. SE RESTA EL SALDO RETENIDO IGUAL QUE EN
      *--- 212-CONSULTAR-CUENTAS-DB2
      *
           PERFORM 243-CALCULAR-GMF-TRANSFER
           COMPUTE WS-ORIGEN-DISPONIBLE = CL-SALDO
                                         - CL-SALDO-RETENIDO
                                         + CL-LIMITE-SOBREGIRO
           IF WS-CAMPO3I-NUM + WS-GM-IMPUESTO > WS-ORIGEN-DISPONIBLE
              MOVE 'SALDO INSUFICIENTE EN LA CUENTA ORIGEN' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           SUBTRACT WS-CAMPO3I-NUM FROM CL-SALDO
           MOVE 'T' TO WS-EV-TIPO
           PERFORM 224-SQL-ACTUALIZAR-ORIGEN
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSFERENCIA
      *--- LA DESTINO, Y LA TASA APLICADA QUEDA EN AMBAS PATAS
      *
           PERFORM 238-CONVERTIR-MONTO-TRANSFER
      *
      *--- CON LA TASA DE ESTE MOMENTO SE REVALIDA LA DECLARACION DE
      *--- CAMBIO CON EL NUMERAL QUE QUEDO EN EL COMMAREA: SI YA NO
      *--- ALCANZA, SE DESHACE EL DEBITO Y NO SE TRANSFIERE
      *
           MOVE 'T'            TO CL-ORIGEN-DX
           MOVE CH-COMUN(11:4) TO CL-NUMERAL-DX
           PERFORM 248-VALIDAR-DECLARACION
           IF NOT WS-DX-VALIDA
              PERFORM 229-RECHAZAR-DECLARACION
           END-IF
           ADD WS-MONTO-CREDITO TO CL-SALDO
           PERFORM 225-SQL-ACTUALIZAR-DESTINO
           IF SQLCODE NOT = 0
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSFERENCIA
           END-IF
      *
      *--- LA DECLARACION DE CAMBIO SE AMARRA A LA PATA DEBITO RECIEN
      *--- INSERTADA (SU IDENTITY ES LA ULTIMA)
      *
           IF WS-DX-EXIGIDA
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :CL-REFERENCIA-DX
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 245-REGISTRAR-DECLARACION
           END-IF

           PERFORM 227-SQL-INSERTAR-TRANS-DESTINO
           IF SQLCODE NOT = 0
           END-IF

           PERFORM 237-COBRAR-COMISION-TRANSFER
           PERFORM 244-COBRAR-GMF-TRANSFER
      *
      *--- SUSCRIPCIONES DE ALERTA DEL TITULAR ORIGEN (VER
      *--- 887-EVALUAR-ALERTAS EN ALRTCTPR.cpy)
      *--- TRANSFERENCIA INTERBANCARIA: SE VALIDA SOLO LA CUENTA
      *--- ORIGEN (LA DESTINO VIVE EN OTRO BANCO) Y SE PIDE UN
      *--- SEGUNDO ENTER DE CONFIRMACION. LOS DATOS VALIDADOS QUEDAN
      *--- EN EL COMMAREA: ORIGEN Y NUMERAL CAMBIARIO EN CH-COMUN,
      *--- MONTO EN CH-CONF-MONTO Y BANCO+CUENTA EXTERNA EN CH-COMUN2
      *
           MOVE '230-VALIDAR-EXTERNA' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO3I = LOW-VALUES
              OR CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'FALTAN DATOS DE LA TRANSFERENCIA INTERBANCARIA'
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
           PERFORM 222-SQL-CONSULTA-ORIGEN
           IF SQLCODE NOT = 0
           MOVE CL-SALDO            TO WS-ORIGEN-SALDO
           MOVE CL-LIMITE-SOBREGIRO TO WS-ORIGEN-LIMITE
           MOVE CL-SALDO-RETENIDO   TO WS-ORIGEN-RETENIDO
           MOVE CL-MONEDA-CUENTA    TO WS-ORIGEN-MONEDA
           PERFORM 213-RELLENAR-CAMPO3I
           PERFORM 243-CALCULAR-GMF-TRANSFER
           COMPUTE WS-ORIGEN-DISPONIBLE = WS-ORIGEN-SALDO
                                         - WS-ORIGEN-RETENIDO
                                         + WS-ORIGEN-LIMITE
           IF WS-CAMPO3I-NUM + WS-GM-IMPUESTO > WS-ORIGEN-DISPONIBLE
              MOVE 'SALDO INSUFICIENTE EN LA CUENTA ORIGEN' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 247-VERIFICAR-ATRIBUCION
      *
      *--- UN GIRO AL EXTERIOR DE LA RED DESDE UNA CUENTA EN DIVISA ES
      *--- UN EGRESO DE DIVISAS: SOBRE EL UMBRAL EXIGE DECLARACION DE
      *--- CAMBIO CON NUMERAL (NUMCAI), VER 248-VALIDAR-DECLARACION
      *
           MOVE 'X' TO CL-ORIGEN-DX
           MOVE SPACES TO CL-NUMERAL-DX
           IF NUMCAI NOT = LOW-VALUES
              MOVE NUMCAI TO CL-NUMERAL-DX
           END-IF
           PERFORM 248-VALIDAR-DECLARACION
           IF NOT WS-DX-VALIDA
              MOVE WS-DX-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'X'               TO CH-CONF-PENDIENTE
           MOVE WS-ORIGEN-CUENTA  TO CH-COMUN(1:10)
           MOVE CL-NUMERAL-DX     TO CH-COMUN(11:4)
           MOVE WS-CAMPO3I-NUM    TO CH-CONF-MONTO
           MOVE CAMPO4I           TO CH-COMUN2(1:4)
           MOVE CAMPO5I           TO CH-COMUN2(5:16)
      *--- QUEDA EN TATRFEXT PARA QUE EL BATCH TRFXCOB LO ENVIE A
      *--- LIQUIDACION. TODO ES UNA SOLA UNIDAD DE TRABAJO
      *
           MOVE '232-CONFIRMAR-EXTERNA' TO WS-AB-PARRAFO
           MOVE 'N'              TO CH-CONF-PENDIENTE
           MOVE CH-COMUN(1:10)   TO WS-ORIGEN-CUENTA
           MOVE CH-CONF-MONTO    TO WS-CAMPO3I-NUM
              PERFORM 999-FALLO-FICHERO
           END-IF
           MOVE CL-SALDO TO WS-ORIGEN-SALDO-LEIDO
           MOVE CL-MONEDA-CUENTA TO WS-ORIGEN-MONEDA
      *
      *--- LA DECLARACION DE CAMBIO SE REVALIDA CON LA TASA DE ESTE
      *--- MOMENTO Y EL NUMERAL QUE QUEDO EN EL COMMAREA
      *
           MOVE 'X'            TO CL-ORIGEN-DX
           MOVE CH-COMUN(11:4) TO CL-NUMERAL-DX
           PERFORM 248-VALIDAR-DECLARACION
           IF NOT WS-DX-VALIDA
              MOVE WS-DX-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- SE VUELVE A VALIDAR EL DISPONIBLE PORQUE PUDO CAMBIAR ENTRE
      *--- LA PRIMERA PANTALLA Y ESTE SEGUNDO ENTER
      *
           PERFORM 243-CALCULAR-GMF-TRANSFER
           COMPUTE WS-ORIGEN-DISPONIBLE = CL-SALDO
                                         - CL-SALDO-RETENIDO
                                         + CL-LIMITE-SOBREGIRO
           IF WS-CAMPO3I-NUM + WS-GM-IMPUESTO > WS-ORIGEN-DISPONIBLE
              MOVE 'SALDO INSUFICIENTE EN LA CUENTA ORIGEN' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           SUBTRACT WS-CAMPO3I-NUM FROM CL-SALDO
           MOVE 'E' TO WS-EV-TIPO
           PERFORM 224-SQL-ACTUALIZAR-ORIGEN
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSFERENCIA
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSFERENCIA
           END-IF
      *
      *--- LA DECLARACION DE CAMBIO SE AMARRA AL ITEM DE TATRFEXT
      *--- RECIEN INSERTADO (SU ID_TRF_EXT ES LA ULTIMA IDENTITY); ASI
      *--- LA ENCUENTRA TRFXCOB ANTES DE ENVIARLO
      *
           IF WS-DX-EXIGIDA
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :CL-REFERENCIA-DX
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              PERFORM 245-REGISTRAR-DECLARACION
           END-IF
           PERFORM 244-COBRAR-GMF-TRANSFER
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'TRANSFERENCIA INTERBANCARIA ENCOLADA PARA ENVIO'
                                                              TO MSGO
      *--- CON EL ITEM DE TATRFEXT (Y CON EL REABONO SI EL OTRO BANCO
      *--- LA DEVUELVE, VER TRFXCOB)
      *
           MOVE '233-SQL-INSERTAR-TRANS-EXTERNA' TO WS-AB-PARRAFO
           MOVE WS-ORIGEN-CUENTA     TO CL-NUMERO-CUENTA-T
           MOVE EIBOPID              TO CL-USUARIO
           MOVE EIBTRMID             TO CL-TERMINAL
           END-EXEC.

       234-SQL-INSERTAR-TRF-EXT.
           MOVE '234-SQL-INSERTAR-TRF-EXT' TO WS-AB-PARRAFO
           MOVE WS-ORIGEN-CUENTA     TO CL-NUMERO-CUENTA-X
           MOVE CH-COMUN2(1:4)       TO CL-BANCO-DESTINO
           MOVE CH-COMUN2(5:16)      TO CL-CUENTA-EXTERNA
      *--- 218-VERIFICAR-CEDULA EN CLNTCOB. UNA CUENTA QUE AUN NO
      *--- TIENE PIN ASIGNADO SIGUE OPERANDO COMO ANTES
      *
           MOVE '235-VERIFICAR-PIN-ORIGEN' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-K
           EXEC SQL
                SELECT PIN_CIFRADO
           END-IF.

       236-PIN-ERRADO.
           MOVE '236-PIN-ERRADO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    INTENTOS_FALLIDOS = INTENTOS_FALLIDOS + 1
      *--- RELATIVO (SALDO = SALDO - COMISION) PORQUE CL-SALDO EN ESTE
      *--- PUNTO YA QUEDO CON EL SALDO DE LA CUENTA DESTINO
      *
           MOVE '237-COBRAR-COMISION-TRANSFER' TO WS-AB-PARRAFO
           MOVE 0 TO WS-MONTO-COMISION
           MOVE 'TRANSFER' TO CL-CODIGO-CARGO
           MOVE WS-ORIGEN-CUENTA TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           IF SQLCODE = 0
              MOVE CL-MONTO-CARGO TO WS-MONTO-COMISION
           ELSE
                 IF SQLCODE NOT = 0
                    PERFORM 999-FALLO-TRANSFERENCIA
                 END-IF
                 MOVE WS-ORIGEN-CUENTA TO WS-EV-CUENTA
                 MOVE 'G' TO WS-EV-TIPO
                 COMPUTE WS-EV-MONTO = 0 - CL-MONTO
                 PERFORM 882-REGISTRAR-EVENTO
                 IF NOT WS-EV-OK
                    PERFORM 999-FALLO-TRANSFERENCIA
                 END-IF
                 MOVE WS-ORIGEN-CUENTA TO CL-NUMERO-CUENTA-T
                 MOVE EIBOPID          TO CL-USUARIO
                 MOVE EIBTRMID         TO CL-TERMINAL
              END-IF
           END-IF.

       243-CALCULAR-GMF-TRANSFER.
      *
      *--- GMF (4 POR MIL) QUE CAUSARIA EL DEBITO A LA CUENTA ORIGEN,
      *--- SIN GRABAR NADA (VER 841-CALCULAR-GMF EN GMFCTPR.cpy): SE
      *--- SUMA AL MONTO AL VALIDAR EL DISPONIBLE
      *
           MOVE '243-CALCULAR-GMF-TRANSFER' TO WS-AB-PARRAFO
           MOVE WS-ORIGEN-CUENTA TO WS-GM-CUENTA
           MOVE WS-CAMPO3I-NUM   TO WS-GM-MONTO
           MOVE WS-FN-FECHA      TO WS-GM-FECHA
           PERFORM 841-CALCULAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       244-COBRAR-GMF-TRANSFER.
      *
      *--- EL GMF DEL DEBITO A LA CUENTA ORIGEN SE COBRA EN LA MISMA
      *--- UNIDAD DE TRABAJO COMO SU PROPIA TRANSACCION TIPO 'M',
      *--- CON LA MISMA REFERENCIA (EIBTASKN) DE LA TRANSFERENCIA QUE
      *--- LO GENERO (VER 842-REGISTRAR-GMF EN GMFCTPR.cpy). EL DEBITO
      *--- ES RELATIVO, IGUAL QUE LA COMISION EN 237
      *
           MOVE '244-COBRAR-GMF-TRANSFER' TO WS-AB-PARRAFO
           MOVE WS-ORIGEN-CUENTA TO WS-GM-CUENTA
           MOVE WS-CAMPO3I-NUM   TO WS-GM-MONTO
           MOVE WS-FN-FECHA      TO WS-GM-FECHA
           MOVE EIBOPID          TO WS-GM-USUARIO
           MOVE EIBTRMID         TO WS-GM-TERMINAL
           MOVE WS-SC-SUCURSAL   TO WS-GM-SUCURSAL
           MOVE 0                TO WS-GM-SESION
           MOVE EIBTASKN         TO WS-GM-REFERENCIA
           PERFORM 842-REGISTRAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-FALLO-TRANSFERENCIA
           END-IF.

       240-PROGRAMAR-TRANSFERENCIA.
      *
      *--- LAS TRANSFERENCIAS ENTRE MONEDAS SOLO SE APLICAN EN LINEA,
      *--- PROGRAMADA, CUANDO EL CLIENTE YA NO ESTA AL FRENTE. SE
      *--- RECHAZA AQUI MISMO, EN PANTALLA
      *
           MOVE '240-PROGRAMAR-TRANSFERENCIA' TO WS-AB-PARRAFO
           IF WS-ORIGEN-MONEDA NOT = WS-DESTINO-MONEDA
              MOVE 'ENTRE MONEDAS SOLO TRANSFERENCIA INMEDIATA, NO PROG
      -           'RAMADA' TO MSGO
              PERFORM 999-FALLO-TRANSFERENCIA
           END-IF.

       248-VALIDAR-DECLARACION.
      *
      *--- DECLARACION DE CAMBIO (VER DECLCTPR.cpy). CL-ORIGEN-DX 'T'
      *--- ES UN TRASLADO INTERNO: SOLO ES OPERACION DE CAMBIO ENTRE
      *--- MONEDAS DISTINTAS, Y DE PESOS A DIVISA EL BANCO VENDE LA
      *--- DIVISA (EGRESO) O AL REVES LA COMPRA (INGRESO), VALORADA A
      *--- LA TASA DEL TRASLADO. 'X' ES UNA TRANSFERENCIA
      *--- INTERBANCARIA: SOLO DESDE UNA CUENTA EN DIVISA, SIEMPRE
      *--- EGRESO, VALORADA A LA TASA MEDIA DEL DIA. EL DECLARANTE ES
      *--- EL TITULAR DE LA CUENTA ORIGEN
      *
           MOVE '248-VALIDAR-DECLARACION' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-DX-EXIGE-FALG
           MOVE 'Y' TO WS-DX-VALIDA-FALG
           MOVE SPACES TO WS-DX-MOTIVO
           IF CL-ORIGEN-DX = 'T'
              IF WS-ORIGEN-MONEDA NOT = WS-DESTINO-MONEDA
                 IF WS-ORIGEN-MONEDA = WC-MONEDA-LOCAL
                    MOVE 'E'               TO CL-TIPO-OPERACION-DX
                    MOVE WS-DESTINO-MONEDA TO CL-MONEDA-DX
                    MOVE WS-MONTO-CREDITO  TO CL-MONTO-DIVISA-DX
                    MOVE WS-CAMPO3I-NUM    TO CL-MONTO-COP-DX
                 ELSE
                    MOVE 'I'               TO CL-TIPO-OPERACION-DX
                    MOVE WS-ORIGEN-MONEDA  TO CL-MONEDA-DX
                    MOVE WS-CAMPO3I-NUM    TO CL-MONTO-DIVISA-DX
                    MOVE WS-MONTO-CREDITO  TO CL-MONTO-COP-DX
                 END-IF
                 MOVE WS-TASA-TRANSFER TO CL-TASA-DX
                 PERFORM 249-CONSULTAR-DECLARANTE
                 PERFORM 851-VALIDAR-DECLARACION-CAMBIO
              END-IF
           ELSE
              IF WS-ORIGEN-MONEDA NOT = WC-MONEDA-LOCAL
                 PERFORM 239-SQL-CONSULTAR-TASA-DIA
                 MOVE 'E'              TO CL-TIPO-OPERACION-DX
                 MOVE WS-ORIGEN-MONEDA TO CL-MONEDA-DX
                 MOVE WS-CAMPO3I-NUM   TO CL-MONTO-DIVISA-DX
                 COMPUTE CL-TASA-DX ROUNDED =
                         (CL-TASA-COMPRA + CL-TASA-VENTA) / 2
                 COMPUTE CL-MONTO-COP-DX ROUNDED =
                         WS-CAMPO3I-NUM * CL-TASA-DX
                 PERFORM 249-CONSULTAR-DECLARANTE
                 PERFORM 851-VALIDAR-DECLARACION-CAMBIO
              END-IF
           END-IF.

       249-CONSULTAR-DECLARANTE.
      *
      *--- TITULAR DE LA CUENTA ORIGEN, CON SU TIPO DE DOCUMENTO DE LA
      *--- FICHA DEL CLIENTE (TACLIENT) SI LA TIENE
      *
           MOVE '249-CONSULTAR-DECLARANTE' TO WS-AB-PARRAFO
           MOVE WS-ORIGEN-CUENTA TO CL-NUMERO-CUENTA-DX
           EXEC SQL
                SELECT C.CEDULA_CLIENTE
                      ,SUBSTR(C.NOMBRE_CLIENTE, 1, 30)
                      ,COALESCE(M.TIPO_DOCUMENTO, ' ')
                INTO   :CL-NUMERO-DOC-DX
                      ,:CL-NOMBRE-DX
                      ,:CL-TIPO-DOC-DX
                FROM   TACUENT C
                       LEFT OUTER JOIN TACLIENT M
                       ON M.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
                WHERE  C.NUMERO_CUENTA = :CL-NUMERO-CUENTA-DX
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       245-REGISTRAR-DECLARACION.
      *
      *--- DECLARACION VALIDADA EN 248 (TADECCAM), EN LA MISMA UNIDAD
      *--- DE TRABAJO DE LA TRANSFERENCIA: SI NO SE PUEDE GRABAR, LA
      *--- TRANSFERENCIA SE DESHACE COMPLETA
      *
           MOVE '245-REGISTRAR-DECLARACION' TO WS-AB-PARRAFO
           MOVE WS-ORIGEN-CUENTA TO CL-NUMERO-CUENTA-DX
           MOVE WS-SC-SUCURSAL   TO CL-SUCURSAL-DX
           MOVE WS-FN-FECHA      TO CL-FECHA-NEGOCIO-DX
           MOVE EIBOPID          TO CL-USUARIO-DX
           PERFORM 852-REGISTRAR-DECLARACION-CAMBIO
           IF NOT WS-DX-GRABADA
              PERFORM 999-FALLO-TRANSFERENCIA
           END-IF.

       229-RECHAZAR-DECLARACION.
      *
      *--- LA DECLARACION DE CAMBIO YA NO ES VALIDA EN EL SEGUNDO
      *--- ENTER (LA TASA MOVIO EL MONTO SOBRE EL UMBRAL): SE DESHACE
      *--- LO YA APLICADO Y EL CAJERO DEBE DIGITAR EL NUMERAL
      *
           MOVE '229-RECHAZAR-DECLARACION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE WS-DX-MOTIVO TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       238-CONVERTIR-MONTO-TRANSFER.
      *
      *--- CONVERSION ENTRE LAS MONEDAS DE LAS DOS CUENTAS A LA TASA
      *--- DE DEPOCOB/RETRCOB. SIN TASA CARGADA PARA HOY LA
      *--- TRANSFERENCIA ENTRE MONEDAS SE RECHAZA
      *
           MOVE '238-CONVERTIR-MONTO-TRANSFER' TO WS-AB-PARRAFO
           MOVE 1 TO WS-TASA-TRANSFER
           MOVE WS-CAMPO3I-NUM TO WS-MONTO-CREDITO
           IF WS-ORIGEN-MONEDA = WS-DESTINO-MONEDA
           END-IF.

       239-SQL-CONSULTAR-TASA-DIA.
           MOVE '239-SQL-CONSULTAR-TASA-DIA' TO WS-AB-PARRAFO
           MOVE WC-MONEDA-EXTRANJERA TO CL-MONEDA-ORIGEN
           MOVE WC-MONEDA-LOCAL      TO CL-MONEDA-DESTINO
           EXEC SQL
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
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

       222-SQL-CONSULTA-ORIGEN.
           MOVE '222-SQL-CONSULTA-ORIGEN' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA
           END-EXEC.

       223-SQL-CONSULTA-DESTINO.
           MOVE '223-SQL-CONSULTA-DESTINO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA
           END-EXEC.

       224-SQL-ACTUALIZAR-ORIGEN.
      *
      *--- EL TIPO DEL EVENTO ('T' INTERNA, 'E' INTERBANCARIA) LO DEJA
      *--- EL LLAMADOR EN WS-EV-TIPO
      *
           MOVE '224-SQL-ACTUALIZAR-ORIGEN' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
           END-EXEC
           IF SQLCODE = 100
              PERFORM 241-FALLO-CONCURRENCIA
           END-IF
           IF SQLCODE = 0
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              COMPUTE WS-EV-MONTO = CL-SALDO - WS-ORIGEN-SALDO-LEIDO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-FALLO-TRANSFERENCIA
              END-IF
           END-IF.

       225-SQL-ACTUALIZAR-DESTINO.
           MOVE '225-SQL-ACTUALIZAR-DESTINO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
           END-EXEC
           IF SQLCODE = 100
              PERFORM 241-FALLO-CONCURRENCIA
           END-IF
           IF SQLCODE = 0
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'T' TO WS-EV-TIPO
              COMPUTE WS-EV-MONTO = CL-SALDO - WS-DESTINO-SALDO-LEIDO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-FALLO-TRANSFERENCIA
              END-IF
           END-IF.

       241-FALLO-CONCURRENCIA.
      *--- UPDATE: SE DESHACE TODO Y EL CAJERO DEBE RECONFIRMAR
      *--- CONTRA EL SALDO FRESCO
      *
           MOVE '241-FALLO-CONCURRENCIA' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'EL SALDO CAMBIO POR OTRA CAJA, CONFIRME DE NUEVO'
                                                            TO MSGO
      *--- POR TAREA CICS, SE USA COMO REFERENCIA COMUN A LAS DOS
      *--- PATAS DE LA MISMA TRANSFERENCIA
      *
           MOVE '226-SQL-INSERTAR-TRANS-ORIGEN' TO WS-AB-PARRAFO
           MOVE WS-ORIGEN-CUENTA     TO CL-NUMERO-CUENTA-T
           MOVE EIBOPID              TO CL-USUARIO
           MOVE EIBTRMID             TO CL-TERMINAL
           END-EXEC.

       227-SQL-INSERTAR-TRANS-DESTINO.
           MOVE '227-SQL-INSERTAR-TRANS-DESTINO' TO WS-AB-PARRAFO
           MOVE WS-DESTINO-CUENTA    TO CL-NUMERO-CUENTA-T
           MOVE EIBOPID              TO CL-USUARIO
           MOVE EIBTRMID             TO CL-TERMINAL
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS
                RETURN
                TRANSID('TRNF')
       COPY PARMCTPR.
       COPY PINCTAPR.
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
      *--- SE DESHACEN TODOS LOS CAMBIOS YA APLICADOS EN ESTA UNIDAD
      *--- DE TRABAJO ANTES DE AVISAR AL OPERADOR
      *
           MOVE '999-FALLO-TRANSFERENCIA' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL PROCESAR LA TRANSFERENCIA, NO SE APLICO'
                                                            TO MSGO
           PERFORM 300-RETURN.

       COPY FECNEGPR.
       COPY EVNTCTPR.
       COPY AVISCTPR.
       COPY DECLCTPR.
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
