      *--- POS 13-22  NUMERO DE CUENTA
      *--- POS 23     'A' ACEPTADO / 'R' RECHAZADO
      *--- POS 24-63  MOTIVO DEL RECHAZO (BLANCO SI ACEPTADO)
      *
      *--- UN CHEQUE RETENIDO POR POSITIVE PAY (TAPPEXCP) NO SALE EN EL
      *--- RETORNO DE LA CORRIDA QUE LO RECIBE: SALE EN LA SIGUIENTE,
      *--- CON LA DECISION DEL CLIENTE O DEVUELTO POR DEFECTO, CON SU
      *--- REFERENCIA ORIGINAL (VER 205-APLICAR-DECISIONES-PP)
      *
       FD  CLRO-FILE
           RECORDING MODE IS F.
           EXEC SQL INCLUDE TASUSPEN END-EXEC.
           EXEC SQL INCLUDE TAGIROS END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAPPAFIL END-EXEC.
           EXEC SQL INCLUDE TAPPEMIS END-EXEC.
           EXEC SQL INCLUDE TAPPEXCP END-EXEC.
      *
      *--- EXCEPCIONES DE POSITIVE PAY DE CORRIDAS ANTERIORES QUE AUN
      *--- ESTAN PENDIENTES: SE RESUELVEN AL ARRANCAR ESTA CORRIDA, QUE
      *--- ES EL PLAZO DE DEVOLUCION
      *
           EXEC SQL
                DECLARE C_PP_PENDIENTES CURSOR FOR
                SELECT
                   ID_EXCEPCION_PX
                  ,NUMERO_CUENTA_PX
                  ,NUMERO_CHEQUE_PX
                  ,REFERENCIA_PX
                  ,MONTO_PX
                  ,DECISION_PX
                FROM
                   TAPPEXCP
                WHERE
                   ESTADO_PX = 'P'
                   AND FECHA_PRESENTA_PX < :WS-FN-FECHA
                ORDER BY
                   ID_EXCEPCION_PX
           END-EXEC.
           COPY VALCTACP.
           COPY ALRTCTCP.
           COPY EXCPCTCP.
           COPY SUSPCTCP.
           COPY GMFCTCP.

       01  WS-VARIABLES.
           03 WS-MONTO-NUM             PIC S9(13)V9(2) COMP-3.
      *
           03 WS-CUENTA-GIROS-N        PIC 9(10)       VALUE 0.
           03 WS-CUENTA-GIROS          PIC X(10)       VALUE SPACES.
      *
      *--- POSITIVE PAY: INSCRIPCION DE LA CUENTA DEL ITEM, MOTIVO DE
      *--- LA EXCEPCION ('N'/'M'/'A', VER TAPPEXCP) Y CONTADORES DE LO
      *--- RETENIDO HOY Y DE LO RESUELTO DE CORRIDAS ANTERIORES. LOS
      *--- CAMPOS EN DISPLAY REARMAN EL REGISTRO DE CAMARA DE UNA
      *--- EXCEPCION PARA REPROCESARLA
      *
           03 WS-PP-INSCRITA           PIC S9(9)       COMP.
           03 WS-PP-MOTIVO             PIC X(1).
           03 WS-PP-MONTO-EMITIDO      PIC S9(13)V9(2) COMP-3.
           03 WS-PP-MONTO-DISPLAY      PIC 9(13)V9(2).
           03 WS-PP-MONTO-DIGITOS REDEFINES WS-PP-MONTO-DISPLAY
                                       PIC X(15).
           03 WS-PP-CHEQUE-DISPLAY     PIC 9(9).
           03 WS-PP-RETENIDOS          PIC 9(9)        VALUE 0.
           03 WS-PP-PAGADOS            PIC 9(9)        VALUE 0.
           03 WS-PP-DEVUELTOS          PIC 9(9)        VALUE 0.
       01  SWITCHES.
           03 WS-CONTINUAR             PIC X           VALUE 'N'.
              88 WS-EXIT                               VALUE 'Y'.
              88 WS-CHEQUE-VALIDO                      VALUE 'Y'.
           03 WS-GIRO-FALG             PIC X           VALUE 'N'.
              88 WS-GIRO-PENDIENTE                     VALUE 'Y'.
           03 WS-PP-EXCEPCION-FALG     PIC X           VALUE 'N'.
              88 WS-PP-EXCEPCION                       VALUE 'Y'.
           03 WS-PP-REPROCESO-FALG     PIC X           VALUE 'N'.
              88 WS-PP-REPROCESO                       VALUE 'Y'.
           03 WS-PP-FIN-FALG           PIC X           VALUE 'N'.
              88 WS-PP-FIN-PENDIENTES                  VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE               PIC S9(9).
          05 DB2-SQLCODE-Z             PIC -ZZZZZZZZ9.

       COPY FECNEGCP.
       COPY RUNCTLCP.
       COPY EVNTCTCP.
       COPY AVISCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTE PROCESO (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy); LA SUCURSAL DEL
      *--- EVENTO ES LA DE LA CUENTA
      *
           MOVE 'BAT'          TO WS-EV-CANAL
           MOVE WC-USUARIO-CAMARA TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN INPUT CLRI-FILE
           OPEN OUTPUT RPT-FILE
           END-IF.

       200-PROCESO.
           PERFORM 205-APLICAR-DECISIONES-PP
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ CLRI-FILE
              END-READ
           END-PERFORM.

       205-APLICAR-DECISIONES-PP.
      *
      *--- ANTES DEL ARCHIVO DE HOY SE CIERRAN LAS EXCEPCIONES DE
      *--- POSITIVE PAY DE DIAS ANTERIORES: LA QUE EL CLIENTE MANDO
      *--- PAGAR SE REPROCESA POR EL FLUJO NORMAL DEL ITEM (SIGUE
      *--- SUJETA A NO PAGO Y FONDOS) Y LA QUE MANDO DEVOLVER, O QUE
      *--- QUEDO SIN DECISION, SE DEVUELVE A LA CAMARA
      *
           MOVE 'N' TO WS-PP-FIN-FALG
           EXEC SQL OPEN C_PP_PENDIENTES END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM UNTIL WS-PP-FIN-PENDIENTES
              EXEC SQL
                   FETCH C_PP_PENDIENTES
                   INTO  :CL-ID-EXCEPCION-PX
                        ,:CL-NUMERO-CUENTA-PX
                        ,:CL-NUMERO-CHEQUE-PX
                        ,:CL-REFERENCIA-PX
                        ,:CL-MONTO-PX
                        ,:CL-DECISION-PX
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 206-RESOLVER-EXCEPCION-PP
                   WHEN 100
                        SET WS-PP-FIN-PENDIENTES TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PP_PENDIENTES END-EXEC.

       206-RESOLVER-EXCEPCION-PP.
      *
      *--- SE REARMA EL REGISTRO DE CAMARA CON LOS DATOS GUARDADOS AL
      *--- RETENERLO, PARA QUE EL RETORNO Y EL DEBITO SALGAN CON LA
      *--- REFERENCIA ORIGINAL
      *
           MOVE CL-REFERENCIA-PX    TO CLI-REFERENCIA
           MOVE CL-NUMERO-CUENTA-PX TO CLI-NUMERO-CUENTA
           MOVE 'D'                 TO CLI-TIPO
           MOVE CL-MONTO-PX         TO WS-PP-MONTO-DISPLAY
           MOVE WS-PP-MONTO-DIGITOS TO CLI-MONTO
           MOVE CL-NUMERO-CHEQUE-PX TO WS-PP-CHEQUE-DISPLAY
           MOVE WS-PP-CHEQUE-DISPLAY TO CLI-NUMERO-CHEQUE
           IF CL-DECISION-PX = 'P'
              ADD 1 TO WS-PP-PAGADOS
              SET WS-PP-REPROCESO TO TRUE
              PERFORM 210-VALIDAR-ITEM
              MOVE 'N' TO WS-PP-REPROCESO-FALG
              EXEC SQL
                   UPDATE TAPPEXCP
                   SET    ESTADO_PX       = 'A'
                         ,FECHA_APLICA_PX = :WS-FN-FECHA
                   WHERE  ID_EXCEPCION_PX = :CL-ID-EXCEPCION-PX
              END-EXEC
           ELSE
              ADD 1 TO WS-PP-DEVUELTOS
              MOVE CL-MONTO-PX TO WS-MONTO-NUM
              IF CL-DECISION-PX = 'R'
                 MOVE 'POSITIVE PAY: DEVUELTO POR EL GIRADOR'
                      TO WS-MOTIVO-RECHAZO
                 MOVE 'C' TO CL-ORIGEN-DECISION-PX
              ELSE
                 MOVE 'POSITIVE PAY: SIN DECISION DEL GIRADOR'
                      TO WS-MOTIVO-RECHAZO
                 MOVE 'D' TO CL-ORIGEN-DECISION-PX
              END-IF
              PERFORM 260-ESCRIBIR-RECHAZO
              MOVE WC-USUARIO-CAMARA TO CL-USUARIO-DECISION-PX
              EXEC SQL
                   UPDATE TAPPEXCP
                   SET    ESTADO_PX       = 'X'
                         ,DECISION_PX     = 'R'
                         ,ORIGEN_DECISION_PX = :CL-ORIGEN-DECISION-PX
                         ,USUARIO_DECISION_PX =
                          CASE WHEN DECISION_PX = 'R'
                               THEN USUARIO_DECISION_PX
                               ELSE :CL-USUARIO-DECISION-PX END
                         ,FECHA_DECISION_PX =
                          CASE WHEN DECISION_PX = 'R'
                               THEN FECHA_DECISION_PX
                               ELSE CURRENT TIMESTAMP END
                         ,FECHA_APLICA_PX = :WS-FN-FECHA
                   WHERE  ID_EXCEPCION_PX = :CL-ID-EXCEPCION-PX
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       210-VALIDAR-ITEM.
      *
      *--- UN ITEM MAL FORMADO SE RECHAZA EN EL ARCHIVO DE RETORNO Y
           ELSE
              IF CLI-TIPO = 'C'
                 ADD WS-MONTO-NUM TO CL-SALDO
                 MOVE 'D'          TO WS-EV-TIPO
                 MOVE WS-MONTO-NUM TO WS-EV-MONTO
                 PERFORM 240-SQL-ACTUALIZAR-SALDO
                 PERFORM 250-SQL-CREAR-TRANSACCION
              ELSE
                    PERFORM 260-ESCRIBIR-RECHAZO
                    PERFORM 233-CAPTURAR-NO-PAGO
                 ELSE
      *
      *--- CUENTA INSCRITA EN POSITIVE PAY: UN CHEQUE QUE NO CASA CON
      *--- LO REPORTADO POR EL GIRADOR NO SE DEBITA NI SE DEVUELVE
      *--- HOY; QUEDA EN LA COLA TAPPEXCP ESPERANDO SU DECISION (VER
      *--- 236-VERIFICAR-POSITIVE-PAY)
      *
                 PERFORM 236-VERIFICAR-POSITIVE-PAY
                 IF WS-PP-EXCEPCION
                    PERFORM 239-RETENER-POSITIVE-PAY
                 ELSE
                    PERFORM 238-CALCULAR-GMF-CARGO
                    COMPUTE WS-SALDO-DISPONIBLE = CL-SALDO
                                                 - CL-SALDO-RETENIDO
                                                 + CL-LIMITE-SOBREGIRO
                    IF WS-MONTO-NUM + WS-GM-IMPUESTO
                                             > WS-SALDO-DISPONIBLE
                       MOVE 'FONDOS INSUFICIENTES' TO WS-MOTIVO-RECHAZO
                       PERFORM 260-ESCRIBIR-RECHAZO
                    ELSE
                       SUBTRACT WS-MONTO-NUM FROM CL-SALDO
                       MOVE 'R' TO WS-EV-TIPO
                       COMPUTE WS-EV-MONTO = 0 - WS-MONTO-NUM
                       PERFORM 240-SQL-ACTUALIZAR-SALDO
                       PERFORM 250-SQL-CREAR-TRANSACCION
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

       236-VERIFICAR-POSITIVE-PAY.
      *
      *--- SOLO CHEQUES (SERIAL DISTINTO DE CERO; LOS GIROS LLEGAN AQUI
      *--- CON SERIAL EN CERO) DE CUENTAS INSCRITAS, Y NO CUANDO EL
      *--- ITEM YA VIENE DE UNA DECISION DE PAGAR DEL CLIENTE. CASA EL
      *--- CHEQUE REPORTADO 'E' POR EL MISMO MONTO
      *
           MOVE 'N' TO WS-PP-EXCEPCION-FALG
           MOVE 0   TO WS-PP-MONTO-EMITIDO
           IF WS-NUMERO-CHEQUE > 0 AND NOT WS-PP-REPROCESO
              MOVE CLI-NUMERO-CUENTA TO CL-NUMERO-CUENTA-PA
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-PP-INSCRITA
                   FROM   TAPPAFIL
                   WHERE  NUMERO_CUENTA_PA = :CL-NUMERO-CUENTA-PA
                          AND ESTADO_PA = 'A'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-PP-INSCRITA > 0
                 MOVE CLI-NUMERO-CUENTA TO CL-NUMERO-CUENTA-PE
                 MOVE WS-NUMERO-CHEQUE  TO CL-NUMERO-CHEQUE-PE
                 EXEC SQL
                      SELECT MONTO_PE, ESTADO_PE
                      INTO   :CL-MONTO-PE, :CL-ESTADO-PE
                      FROM   TAPPEMIS
                      WHERE  NUMERO_CUENTA_PE = :CL-NUMERO-CUENTA-PE
                             AND NUMERO_CHEQUE_PE = :CL-NUMERO-CHEQUE-PE
                 END-EXEC
                 EVALUATE SQLCODE
                      WHEN 0
                           MOVE CL-MONTO-PE TO WS-PP-MONTO-EMITIDO
                           IF CL-ESTADO-PE = 'A'
                              MOVE 'A' TO WS-PP-MOTIVO
                              SET WS-PP-EXCEPCION TO TRUE
                           ELSE
                              IF CL-MONTO-PE NOT = WS-MONTO-NUM
                                 MOVE 'M' TO WS-PP-MOTIVO
                                 SET WS-PP-EXCEPCION TO TRUE
                              END-IF
                           END-IF
                      WHEN 100
                           MOVE 'N' TO WS-PP-MOTIVO
                           SET WS-PP-EXCEPCION TO TRUE
                      WHEN OTHER
                           PERFORM 999-ERROR-DB2
                 END-EVALUATE
              END-IF
           END-IF.

       239-RETENER-POSITIVE-PAY.
           MOVE CLI-NUMERO-CUENTA   TO CL-NUMERO-CUENTA-PX
           MOVE WS-NUMERO-CHEQUE    TO CL-NUMERO-CHEQUE-PX
           MOVE CLI-REFERENCIA      TO CL-REFERENCIA-PX
           MOVE WS-MONTO-NUM        TO CL-MONTO-PX
           MOVE WS-PP-MONTO-EMITIDO TO CL-MONTO-EMITIDO-PX
           MOVE WS-PP-MOTIVO        TO CL-MOTIVO-PX
           EXEC SQL
                INSERT INTO TAPPEXCP (
                    NUMERO_CUENTA_PX
                   ,NUMERO_CHEQUE_PX
                   ,REFERENCIA_PX
                   ,MONTO_PX
                   ,MONTO_EMITIDO_PX
                   ,MOTIVO_PX
                   ,FECHA_PRESENTA_PX
                   ,DECISION_PX
                   ,ESTADO_PX
                ) VALUES (
                    :CL-NUMERO-CUENTA-PX
                   ,:CL-NUMERO-CHEQUE-PX
                   ,:CL-REFERENCIA-PX
                   ,:CL-MONTO-PX
                   ,:CL-MONTO-EMITIDO-PX
                   ,:CL-MOTIVO-PX
                   ,:WS-FN-FECHA
                   ,' '
                   ,'P'
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-PP-RETENIDOS
           MOVE SPACES TO RPT-LINEA
           STRING 'POSITIVE PAY RETENIDO: REF=' DELIMITED BY SIZE
                  CLI-REFERENCIA           DELIMITED BY SIZE
                  ' CUENTA='               DELIMITED BY SIZE
                  CLI-NUMERO-CUENTA        DELIMITED BY SIZE
                  ' CHEQUE='               DELIMITED BY SIZE
                  CLI-NUMERO-CHEQUE        DELIMITED BY SIZE
                  ' MOTIVO='               DELIMITED BY SIZE
                  WS-PP-MOTIVO             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       232-VERIFICAR-NO-PAGO.
      *
      *--- BUSCA UNA ORDEN ACTIVA Y VIGENTE DE LA CUENTA QUE ATRAPE
      *
           MOVE 0 TO WS-MONTO-CARGO-STOP
           MOVE 'STOPPAG' TO CL-CODIGO-CARGO
           MOVE CLI-NUMERO-CUENTA TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           IF SQLCODE = 0
              MOVE CL-MONTO-CARGO TO WS-MONTO-CARGO-STOP
           ELSE
           END-IF
           IF WS-MONTO-CARGO-STOP > 0
              SUBTRACT WS-MONTO-CARGO-STOP FROM CL-SALDO
              MOVE 'G' TO WS-EV-TIPO
              COMPUTE WS-EV-MONTO = 0 - WS-MONTO-CARGO-STOP
              PERFORM 240-SQL-ACTUALIZAR-SALDO
              MOVE WC-USUARIO-CAMARA  TO CL-USUARIO
              MOVE WC-TERMINAL-CAMARA TO CL-TERMINAL
           END-IF.

       240-SQL-ACTUALIZAR-SALDO.
      *
      *--- EL TIPO Y EL MONTO DEL EVENTO DE POSTEO LOS DEJA EL LLAMADOR
      *--- EN WS-EV-TIPO Y WS-EV-MONTO
      *
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       250-SQL-CREAR-TRANSACCION.
                )
           END-EXEC
           IF SQLCODE = 0
              IF CLI-TIPO = 'D'
                 EXEC SQL
                      SELECT IDENTITY_VAL_LOCAL()
                      INTO   :CL-ID-TRANSACTION
                      FROM   SYSIBM.SYSDUMMY1
                 END-EXEC
              END-IF
      *
      *--- SI EL CARGO FUE UN CHEQUE, SU SERIAL QUEDA MARCADO PAGADO
      *--- EN TACHEQUE AMARRADO AL ID DEL DEBITO, PARA QUE EL MISMO
      *
              IF CLI-TIPO = 'D' AND WS-NUMERO-CHEQUE > 0
                 PERFORM 255-SQL-MARCAR-CHEQUE-PAGADO
                 PERFORM 258-SQL-MARCAR-PP-PAGADO
              END-IF
      *
      *--- SI EL CARGO FUE UN GIRO DE GERENCIA VALIDADO EN 237, SU
              IF CLI-TIPO = 'D' AND WS-GIRO-PENDIENTE
                 PERFORM 256-SQL-MARCAR-GIRO-PAGADO
              END-IF
              IF CLI-TIPO = 'D'
                 PERFORM 257-COBRAR-GMF-CARGO
              END-IF
      *
      *--- SUSCRIPCIONES DE ALERTA DEL CLIENTE: UN CARGO DE CAMARA
      *--- EVALUA LAS REGLAS DE DEBITO/PISO Y, SI FUE UN CHEQUE, LA
              PERFORM 999-ERROR-DB2
           END-IF.

       238-CALCULAR-GMF-CARGO.
      *
      *--- GMF (4 POR MIL) QUE CAUSARIA EL CARGO, SIN GRABAR NADA (VER
      *--- 841-CALCULAR-GMF EN GMFCTPR.cpy). EL PAGO DE UN GIRO DE
      *--- GERENCIA CONTRA LA CUENTA PUENTE NO LO CAUSA: EL GMF YA SE
      *--- COBRO AL COMPRADOR CUANDO GIROCOB EMITIO EL GIRO
      *
           MOVE 0 TO WS-GM-IMPUESTO
           IF CLI-NUMERO-CUENTA = WS-CUENTA-GIROS
              AND WS-CUENTA-GIROS NOT = SPACES
              CONTINUE
           ELSE
              MOVE CLI-NUMERO-CUENTA TO WS-GM-CUENTA
              MOVE WS-MONTO-NUM      TO WS-GM-MONTO
              MOVE WS-FN-FECHA       TO WS-GM-FECHA
              PERFORM 841-CALCULAR-GMF
              IF NOT WS-GM-OK
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       257-COBRAR-GMF-CARGO.
      *
      *--- EL GMF DEL CARGO DE CAMARA QUEDA COMO SU PROPIA TRANSACCION
      *--- TIPO 'M' AMARRADA AL ID DEL DEBITO (VER 842-REGISTRAR-GMF
      *--- EN GMFCTPR.cpy), CON EL MISMO USUARIO/TERMINAL DE CAMARA.
      *--- VA DESPUES DE MARCAR EL CHEQUE/GIRO PORQUE ESOS TOMAN EL ID
      *--- DEL DEBITO CON IDENTITY_VAL_LOCAL()
      *
           IF CLI-NUMERO-CUENTA = WS-CUENTA-GIROS
              AND WS-CUENTA-GIROS NOT = SPACES
              CONTINUE
           ELSE
              MOVE CLI-NUMERO-CUENTA  TO WS-GM-CUENTA
              MOVE WS-MONTO-NUM       TO WS-GM-MONTO
              MOVE WS-FN-FECHA        TO WS-GM-FECHA
              MOVE WC-USUARIO-CAMARA  TO WS-GM-USUARIO
              MOVE WC-TERMINAL-CAMARA TO WS-GM-TERMINAL
              MOVE SPACES             TO WS-GM-SUCURSAL
              MOVE 0                  TO WS-GM-SESION
              MOVE CL-ID-TRANSACTION  TO WS-GM-REFERENCIA
              PERFORM 842-REGISTRAR-GMF
              IF NOT WS-GM-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              SUBTRACT WS-GM-IMPUESTO FROM CL-SALDO
           END-IF.

       256-SQL-MARCAR-GIRO-PAGADO.
           MOVE 'N' TO WS-GIRO-FALG
           EXEC SQL
              PERFORM 999-ERROR-DB2
           END-IF.

       258-SQL-MARCAR-PP-PAGADO.
      *
      *--- SI EL GIRADOR LO TENIA REPORTADO EN POSITIVE PAY, EL CHEQUE
      *--- QUEDA PAGADO TAMBIEN EN TAPPEMIS (SIN FILA NO HAY NADA QUE
      *--- MARCAR)
      *
           MOVE CLI-NUMERO-CUENTA TO CL-NUMERO-CUENTA-PE
           MOVE WS-NUMERO-CHEQUE  TO CL-NUMERO-CHEQUE-PE
           EXEC SQL
                UPDATE TAPPEMIS
                SET    ESTADO_PE     = 'P'
                      ,FECHA_PAGO_PE = :WS-FN-FECHA
                WHERE  NUMERO_CUENTA_PE = :CL-NUMERO-CUENTA-PE
                       AND NUMERO_CHEQUE_PE = :CL-NUMERO-CHEQUE-PE
                       AND ESTADO_PE = 'E'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       260-ESCRIBIR-RECHAZO.
           ADD 1 TO WS-ITEMS-RECHAZADOS
      *
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CHEQUES RETENIDOS POR POSITIVE PAY: '
                                        DELIMITED BY SIZE
                  WS-PP-RETENIDOS       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'EXCEPCIONES PP REPROCESADAS A PAGO: '
                                        DELIMITED BY SIZE
                  WS-PP-PAGADOS         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'EXCEPCIONES PP DEVUELTAS: '
                                        DELIMITED BY SIZE
                  WS-PP-DEVUELTOS       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-REGISTROS-LEIDOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE CLRI-FILE
       COPY ALRTCTPR.
       COPY EXCPCTPR.
       COPY SUSPCTPR.
       COPY GMFCTPR.

       COPY FECNEGPR.

       COPY RUNCTLPR.
       COPY EVNTCTPR.
       COPY AVISCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
