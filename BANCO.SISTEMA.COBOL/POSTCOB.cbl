           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TAALERTA END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAHOTCRD END-EXEC.
           EXEC SQL INCLUDE TACODRET END-EXEC.
           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-SALDO-DISPONIBLE     PIC S9(13)V9(2) COMP-3.
           03 WS-MONTO-COMISION       PIC S9(13)V9(2) COMP-3.
           03 WS-DUPLICADOS           PIC 9(9)        VALUE 0.
           03 WS-TOTAL-DIARIO-TARJ    PIC S9(13)V9(2) COMP-3.
           03 WS-CODIGO-VENCIDO       PIC X(1).
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
                                            VALUE 5000000,00.
          03 WC-VENTANA-DUPLICADO     PIC S9(4)    COMP
                                            VALUE 60.
      *
      *--- INTENTOS FALLIDOS DE CODIGO DE RETIRO SIN TARJETA POR
      *--- CELULAR ANTES DE BLOQUEAR SUS CODIGOS VIGENTES
      *
          03 WC-MAX-INTENTOS-CODIGO   PIC S9(4)    COMP
                                            VALUE 3.

       COPY VALCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUCECTCP.
       COPY ALRTCTCP.
       COPY GMFCTCP.
       COPY EVNTCTCP.
       COPY AVISCTCP.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
      *--- DEVUELVE CODIGOS DE RESPUESTA ESTRUCTURADOS EN VEZ DE
      *--- PANTALLAS
      *
           MOVE '000-MAIN-LOGIC' TO WS-AB-PARRAFO
           EXEC CICS HANDLE ABEND
                LABEL(990-CAPTURAR-ABEND)
                NOHANDLE
           END-EXEC
           PERFORM 100-INICIO
           EVALUATE PST-OPERACION
                WHEN 'C'
                     PERFORM 220-APLICAR-DEPOSITO
                WHEN 'R'
                     PERFORM 230-APLICAR-RETIRO
                WHEN 'T'
                     PERFORM 235-APLICAR-RETIRO-CODIGO
                WHEN OTHER
                     MOVE '05' TO PST-CODIGO-RESPUESTA
           END-EVALUATE
      *--- LA INVOCACION DEL CANAL TAMBIEN QUEDA EN TAAUDIT, CON EL
      *--- CANAL COMO USUARIO (NO HAY OPERADOR DE CAJA FIRMADO)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           MOVE PST-CANAL    TO CL-USUARIO-AUD
           MOVE PST-TERMINAL TO CL-TERMINAL-AUD
           MOVE 'POST'       TO CL-TRANSACCION-AUD
           MOVE WS-PM-VALOR TO WC-VENTANA-DUPLICADO
           PERFORM 870-LEER-FECHA-NEGOCIO
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE PST-CANAL      TO WS-EV-CANAL
           MOVE PST-CANAL      TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
      *
      *--- RETIRO SIN TARJETA: LA CUENTA SALE DEL CODIGO DE UN USO
      *--- (TACODRET), NO DEL CAJERO
      *
           IF PST-OPERACION = 'T'
              PERFORM 225-RESOLVER-CODIGO-RETIRO
           END-IF
      *
      *--- EL MISMO DIGITO DE VERIFICACION DE LAS PANTALLAS: UNA
      *--- CUENTA MAL ARMADA SE RECHAZA SIN IR A LA BASE DE DATOS
      *
           END-IF
           PERFORM 240-CONSULTAR-CUENTA.

       225-RESOLVER-CODIGO-RETIRO.
      *
      *--- SE BUSCA EL CODIGO MAS RECIENTE DEL CELULAR CON ESE VALOR
      *--- (UN CODIGO VIGENTE NUNCA SE REPITE PARA EL MISMO CELULAR,
      *--- VER 857-GENERAR-CODIGO-RETIRO). UN CODIGO QUE NO EXISTE
      *--- CUENTA COMO INTENTO FALLIDO CONTRA LOS CODIGOS VIGENTES DEL
      *--- CELULAR: AL LLEGAR AL TOPE QUEDAN 'B' Y EL BARRIDO NOCTURNO
      *--- RSTVCOB LIBERA SU RESERVA. EL CONTEO SE CONFIRMA AUNQUE EL
      *--- RETIRO SE RECHACE
      *
           MOVE '225-RESOLVER-CODIGO-RETIRO' TO WS-AB-PARRAFO
           MOVE PST-TELEFONO      TO CL-TELEFONO-CR
           MOVE PST-CODIGO-RETIRO TO CL-CODIGO-CR
           EXEC SQL
                SELECT
                   ID_CODIGO_CR
                  ,NUMERO_CUENTA_CR
                  ,MONTO_CR
                  ,ESTADO_CR
                  ,ID_RETENCION_CR
                  ,CASE WHEN FECHA_VENCE_CR <= CURRENT TIMESTAMP
                        THEN 'S' ELSE 'N' END
                INTO
                   :CL-ID-CODIGO-CR
                  ,:CL-NUMERO-CUENTA-CR
                  ,:CL-MONTO-CR
                  ,:CL-ESTADO-CR
                  ,:CL-ID-RETENCION-CR
                  ,:WS-CODIGO-VENCIDO
                FROM
                   TACODRET
                WHERE
                   TELEFONO_CR = :CL-TELEFONO-CR
                   AND CODIGO_CR = :CL-CODIGO-CR
                ORDER BY
                   FECHA_EMISION_CR DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     EXEC SQL
                          UPDATE TACODRET
                          SET    INTENTOS_CR = INTENTOS_CR + 1
                                ,ESTADO_CR =
                                 CASE WHEN INTENTOS_CR + 1 >=
                                           :WC-MAX-INTENTOS-CODIGO
                                      THEN 'B' ELSE ESTADO_CR END
                          WHERE  TELEFONO_CR = :CL-TELEFONO-CR
                                 AND ESTADO_CR = 'V'
                     END-EXEC
                     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                        PERFORM 999-ERROR-DB2
                     END-IF
                     EXEC CICS SYNCPOINT END-EXEC
                     MOVE '20' TO PST-CODIGO-RESPUESTA
                     PERFORM 300-RETORNAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-CR NOT = 'V' OR WS-CODIGO-VENCIDO = 'S'
              MOVE '21' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           END-IF
           IF PST-MONTO = 0
              MOVE CL-MONTO-CR TO PST-MONTO
           END-IF
           IF PST-MONTO NOT = CL-MONTO-CR
              MOVE '05' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           END-IF
           MOVE CL-NUMERO-CUENTA-CR TO PST-NUMERO-CUENTA.

       245-VALIDAR-TARJETA.
           MOVE '245-VALIDAR-TARJETA' TO WS-AB-PARRAFO
           MOVE PST-NUMERO-TARJETA TO CL-NUMERO-TARJETA
           EXEC SQL
                SELECT
                  ,CASE WHEN FECHA_VENCIM_TJ < CURRENT DATE
                        THEN 'V' ELSE ESTADO_TJ END
                  ,LIMITE_ATM_TJ
                  ,TARJETA_ANTERIOR_TJ
                INTO
                   :CL-NUMERO-CUENTA-TJ
                  ,:CL-ESTADO-TJ
                  ,:CL-LIMITE-ATM-TJ
                  ,:CL-TARJETA-ANTERIOR-TJ
                FROM
                   TATARJ
                WHERE
              PERFORM 300-RETORNAR
           END-IF
      *
      *--- PERDIDA O HURTADA: RESPUESTA PROPIA PARA QUE EL CAJERO
      *--- RETENGA EL PLASTICO EN LUGAR DE DEVOLVERLO
      *
           IF CL-ESTADO-TJ = 'P' OR CL-ESTADO-TJ = 'H'
              MOVE '15' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           END-IF
           IF CL-TARJETA-ANTERIOR-TJ NOT = SPACES
              PERFORM 246-RETIRAR-TARJETA-ANTERIOR
           END-IF
      *
      *--- TOPE DIARIO PROPIO DE LA TARJETA, SOLO PARA RETIROS: SE
      *--- SUMA LO YA RETIRADO HOY POR EL CANAL SOBRE LA CUENTA
      *--- ENLAZADA (EL CANAL QUEDA COMO USUARIO EN TATRANS). EN CERO
              END-IF
           END-IF.

       246-RETIRAR-TARJETA-ANTERIOR.
      *
      *--- PRIMER USO DE UNA TARJETA DE REPOSICION (RENTCOB): LA QUE
      *--- REEMPLAZA, SI SIGUE ACTIVA, QUEDA 'V' Y SE ENCOLA SU ALTA
      *--- EN LA LISTA NEGATIVA DEL SWITCH (TAHOTCRD, VER HOTCCOB).
      *--- EN LOS USOS SIGUIENTES EL UPDATE YA NO ENCUENTRA FILA
      *
           MOVE '246-RETIRAR-TARJETA-ANTERIOR' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TATARJ
                SET    ESTADO_TJ = 'V'
                WHERE  NUMERO_TARJETA = :CL-TARJETA-ANTERIOR-TJ
                       AND ESTADO_TJ = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              PERFORM 247-SQL-ENCOLAR-VENCIDA
           END-IF.

       247-SQL-ENCOLAR-VENCIDA.
           MOVE '247-SQL-ENCOLAR-VENCIDA' TO WS-AB-PARRAFO
           MOVE CL-TARJETA-ANTERIOR-TJ TO CL-NUMERO-TARJETA-HC
           MOVE CL-NUMERO-CUENTA-TJ    TO CL-NUMERO-CUENTA-HC
           MOVE PST-CANAL              TO CL-USUARIO-HC
           EXEC SQL
                INSERT INTO TAHOTCRD (
                    NUMERO_TARJETA_HC
                   ,NUMERO_CUENTA_HC
                   ,ACCION_HC
                   ,MOTIVO_HC
                   ,ESTADO_HC
                   ,USUARIO_HC
                   ,FECHA_NOVEDAD_HC
                ) VALUES (
                    :CL-NUMERO-TARJETA-HC
                   ,:CL-NUMERO-CUENTA-HC
                   ,'A'
                   ,'V'
                   ,'P'
                   ,:CL-USUARIO-HC
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       240-CONSULTAR-CUENTA.
           MOVE '240-CONSULTAR-CUENTA' TO WS-AB-PARRAFO
           MOVE PST-NUMERO-CUENTA TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT
                                        + CL-LIMITE-SOBREGIRO.

       210-CONSULTAR-SALDO.
           MOVE '210-CONSULTAR-SALDO' TO WS-AB-PARRAFO
           MOVE CL-SALDO           TO PST-SALDO-SALIDA
           MOVE WS-SALDO-DISPONIBLE TO PST-DISPONIBLE-SALIDA.

       220-APLICAR-DEPOSITO.
           MOVE '220-APLICAR-DEPOSITO' TO WS-AB-PARRAFO
           IF PST-MONTO <= 0
              MOVE '05' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           PERFORM 270-ACTUALIZAR-Y-REGISTRAR.

       230-APLICAR-RETIRO.
           MOVE '230-APLICAR-RETIRO' TO WS-AB-PARRAFO
           IF PST-MONTO <= 0
              MOVE '05' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
              MOVE '14' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           END-IF
      *
      *--- EL DISPONIBLE DEBE CUBRIR EL RETIRO MAS SU GMF, IGUAL QUE EN
      *--- LA VENTANILLA (VER 281-CALCULAR-GMF-RETIRO)
      *
           PERFORM 281-CALCULAR-GMF-RETIRO
           IF PST-MONTO + WS-GM-IMPUESTO > WS-SALDO-DISPONIBLE
              MOVE '04' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           END-IF
           COMPUTE CL-SALDO = WS-SALDO-LEIDO - PST-MONTO
           PERFORM 270-ACTUALIZAR-Y-REGISTRAR.

       235-APLICAR-RETIRO-CODIGO.
      *
      *--- RETIRO CONTRA LA RESERVA DEL CODIGO (VER 855-EMITIR-
      *--- CODIGO-RETIRO EN RSTJCTPR.cpy): EL MONTO YA ESTA APARTADO
      *--- EN SALDO_RETENIDO, ASI QUE EL DISPONIBLE SOLO DEBE CUBRIR EL
      *--- GMF. NO PASA POR 250-VERIFICAR-DUPLICADO: EL CODIGO ES DE UN
      *--- SOLO USO Y UN REENVIO DEL SWITCH YA LO ENCUENTRA CANJEADO
      *
           MOVE '235-APLICAR-RETIRO-CODIGO' TO WS-AB-PARRAFO
           MOVE PST-NUMERO-CUENTA TO WS-SU-CUENTA
           PERFORM 885-VERIFICAR-SUCESION
           IF WS-SU-FALLECIDO
              MOVE '14' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           END-IF
           PERFORM 281-CALCULAR-GMF-RETIRO
           IF WS-GM-IMPUESTO > WS-SALDO-DISPONIBLE
              MOVE '04' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
           END-IF
           MOVE 'R' TO CL-TIPO-TRANSACCION
           PERFORM 260-VERIFICAR-LIMITES
           IF CL-LIMITE-RETIRO-SEMANAL NOT = 0
              PERFORM 265-VERIFICAR-TOPE-SEMANAL
           END-IF
           COMPUTE CL-SALDO = WS-SALDO-LEIDO - PST-MONTO
           PERFORM 270-ACTUALIZAR-Y-REGISTRAR.

       236-CONSUMIR-CODIGO-RETIRO.
      *
      *--- EL CODIGO QUEDA CANJEADO CON EL RETIRO QUE LO PAGO Y SU
      *--- RESERVA SE CONSUME: SALE DE SALDO_RETENIDO PORQUE EL RETIRO
      *--- YA LA SACO DE SALDO. SI OTRO CAJERO LO CANJEO EN EL INTERIN
      *--- SE DESHACE TODO EL RETIRO
      *
           MOVE '236-CONSUMIR-CODIGO-RETIRO' TO WS-AB-PARRAFO
           MOVE PST-TERMINAL      TO CL-TERMINAL-USO-CR
           MOVE CL-ID-TRANSACTION TO CL-ID-TRANSACTION-CR
           EXEC SQL
                UPDATE TACODRET
                SET    ESTADO_CR = 'C'
                      ,FECHA_CIERRE_CR = CURRENT TIMESTAMP
                      ,TERMINAL_USO_CR = :CL-TERMINAL-USO-CR
                      ,ID_TRANSACTION_CR = :CL-ID-TRANSACTION-CR
                WHERE  ID_CODIGO_CR = :CL-ID-CODIGO-CR
                       AND ESTADO_CR = 'V'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE '21' TO PST-CODIGO-RESPUESTA
                     PERFORM 300-RETORNAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-ID-RETENCION-CR TO CL-ID-RETENCION
           EXEC SQL
                UPDATE TARETEN
                SET    ESTADO_R = 'U'
                WHERE  ID_RETENCION = :CL-ID-RETENCION
                       AND ESTADO_R = 'T'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO_RETENIDO = SALDO_RETENIDO - :CL-MONTO-CR
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           SUBTRACT CL-MONTO-CR FROM CL-SALDO-RETENIDO.

       250-VERIFICAR-DUPLICADO.
      *
      *--- LA MISMA GUARDA DE DOBLE ENVIO DE DEPOCOB/RETRCOB: UNA
      *--- DE LA VENTANA ES UN REENVIO DEL SWITCH, NO UNA OPERACION
      *--- NUEVA
      *
           MOVE '250-VERIFICAR-DUPLICADO' TO WS-AB-PARRAFO
           MOVE PST-MONTO    TO CL-MONTO
           MOVE PST-TERMINAL TO CL-TERMINAL
           EXEC SQL
           END-IF.

       260-VERIFICAR-LIMITES.
           MOVE '260-VERIFICAR-LIMITES' TO WS-AB-PARRAFO
           IF PST-MONTO > WC-MAX-MONTO-TRANSACCION
              MOVE '07' TO PST-CODIGO-RESPUESTA
              PERFORM 300-RETORNAR
      *--- CAJERO AUTOMATICO NO ES UNA PUERTA PARA SALTARSE EL TOPE
      *--- QUE LA VENTANILLA SI COBRA. EN CERO LA CUENTA NO TIENE TOPE
      *
           MOVE '265-VERIFICAR-TOPE-SEMANAL' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COALESCE(SUM(MONTO), 0)
      *--- REINTENTA. EL MOVIMIENTO QUEDA CON EL CANAL COMO USUARIO,
      *--- ASI EL HISTORICO DISTINGUE EL AUTOSERVICIO DE LA VENTANILLA
      *
           MOVE '270-ACTUALIZAR-Y-REGISTRAR' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE CL-TIPO-TRANSACCION TO WS-EV-TIPO
                     COMPUTE WS-EV-MONTO = CL-SALDO - WS-SALDO-LEIDO
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-ERROR-DB2
                     END-IF
                WHEN 100
                     MOVE '09' TO PST-CODIGO-RESPUESTA
                     PERFORM 300-RETORNAR
              PERFORM 999-ERROR-DB2
           END-IF
           IF CL-TIPO-TRANSACCION = 'R'
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :CL-ID-TRANSACTION
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF PST-OPERACION = 'T'
                 PERFORM 236-CONSUMIR-CODIGO-RETIRO
              END-IF
              PERFORM 280-COBRAR-COMISION-RETIRO
              PERFORM 282-COBRAR-GMF-RETIRO
      *
      *--- SUSCRIPCIONES DE ALERTA DEL CLIENTE TAMBIEN EN EL CANAL
      *--- (VER 887-EVALUAR-ALERTAS EN ALRTCTPR.cpy)
      *--- COMISION. SE COBRA EN LA MISMA UNIDAD DE TRABAJO DEL
      *--- RETIRO, COMO SU PROPIA TRANSACCION TIPO 'G'
      *
           MOVE '280-COBRAR-COMISION-RETIRO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-MONTO-COMISION
           MOVE 'RETIRO' TO CL-CODIGO-CARGO
           MOVE CL-NUMERO-CUENTA TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           IF SQLCODE = 0
              MOVE CL-MONTO-CARGO TO WS-MONTO-COMISION
           ELSE
                 END-EXEC
                 EVALUATE SQLCODE
                      WHEN 0
                           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                           MOVE 'G' TO WS-EV-TIPO
                           COMPUTE WS-EV-MONTO = 0 - WS-MONTO-COMISION
                           PERFORM 882-REGISTRAR-EVENTO
                           IF NOT WS-EV-OK
                              PERFORM 999-ERROR-DB2
                           END-IF
                      WHEN 100
                           MOVE '09' TO PST-CODIGO-RESPUESTA
                           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              END-IF
           END-IF.

       281-CALCULAR-GMF-RETIRO.
      *
      *--- GMF (4 POR MIL) QUE CAUSARIA EL RETIRO, SIN GRABAR NADA
      *--- (VER 841-CALCULAR-GMF EN GMFCTPR.cpy)
      *
           MOVE '281-CALCULAR-GMF-RETIRO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO WS-GM-CUENTA
           MOVE PST-MONTO        TO WS-GM-MONTO
           MOVE WS-FN-FECHA      TO WS-GM-FECHA
           PERFORM 841-CALCULAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       282-COBRAR-GMF-RETIRO.
      *
      *--- EL GMF DEL RETIRO DEL CANAL SE DEBITA EN LA MISMA UNIDAD DE
      *--- TRABAJO COMO SU PROPIA TRANSACCION TIPO 'M' AMARRADA AL ID
      *--- DEL RETIRO (VER 842-REGISTRAR-GMF EN GMFCTPR.cpy). VA
      *--- DESPUES DE LA COMISION, QUE CONDICIONA SU UPDATE AL SALDO
      *--- LEIDO; CL-SALDO SE AJUSTA PARA LA RESPUESTA AL CANAL
      *
           MOVE '282-COBRAR-GMF-RETIRO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO WS-GM-CUENTA
           MOVE PST-MONTO         TO WS-GM-MONTO
           MOVE WS-FN-FECHA       TO WS-GM-FECHA
           MOVE PST-CANAL         TO WS-GM-USUARIO
           MOVE PST-TERMINAL      TO WS-GM-TERMINAL
           MOVE SPACES            TO WS-GM-SUCURSAL
           MOVE 0                 TO WS-GM-SESION
           MOVE CL-ID-TRANSACTION TO WS-GM-REFERENCIA
           PERFORM 842-REGISTRAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF
           SUBTRACT WS-GM-IMPUESTO FROM CL-SALDO.

       300-RETORNAR.
      *
      *--- SE DEVUELVE EL CONTROL AL PROGRAMA QUE HIZO EL LINK; LAS
      *--- RESPUESTAS YA QUEDARON EN EL COMMAREA DEL LLAMADOR
      *
           MOVE '300-RETORNAR' TO WS-AB-PARRAFO
           EXEC CICS RETURN END-EXEC.

       COPY VALCTAPR.
       COPY FECNEGPR.
       COPY SUCECTPR.
       COPY ALRTCTPR.
       COPY GMFCTPR.
       COPY EVNTCTPR.
       COPY AVISCTPR.
       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER
      *--- ABNDCTPR.cpy). SIN TERMINAL: EL INCIDENTE QUEDA EN TAABEND
      *--- Y EL LLAMADOR RECIBE ERROR DE SISTEMA, IGUAL QUE EN
      *--- 999-ERROR-DB2
      *
           SET WS-AB-SIN-PANTALLA TO TRUE
           MOVE PST-NUMERO-CUENTA TO WS-AB-CUENTA
           MOVE DFHCOMMAREA       TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND
           MOVE '99' TO PST-CODIGO-RESPUESTA
           PERFORM 300-RETORNAR.

       999-ERROR-DB2.
      *
      *--- CUALQUIER ERROR DE BASE DE DATOS SE DESHACE Y SE DEVUELVE
      *--- COMO CODIGO DE SISTEMA: EL SWITCH DECIDE SI REINTENTA
      *
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE '99' TO PST-CODIGO-RESPUESTA
           PERFORM 300-RETORNAR.
