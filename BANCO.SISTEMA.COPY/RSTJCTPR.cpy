      ******************************************************************
      * PARRAFOS COMPARTIDOS DE EMISION DE UN CODIGO DE RETIRO SIN     *
      * TARJETA, VIA COPY, PARA RSTJCOB (VENTANILLA) Y CONSCOB (CANAL).*
      * REQUIERE WORKING-STORAGE SECTION COPY RSTJCTCP Y EXEC SQL      *
      * INCLUDE TACUENT, TACLIENT, TACONTAC, TARETEN, TANOTIF,         *
      * TACODRET Y TAPARAM.                                            *
      * RESERVA EL MONTO DENTRO DEL SALDO (SUBE SALDO_RETENIDO, SALDO  *
      * NO CAMBIA: NO HAY MOVIMIENTO EN TATRANS NI EVENTO DE POSTEO    *
      * HASTA QUE EL CAJERO PAGA), LO DEJA COMO RETENCION TARETEN      *
      * INSTRUMENTO 'T', ENCOLA EL SMS CON EL CODIGO EN TANOTIF        *
      * (CODIGO 'Z', LO DESPACHA NOTDCOB) Y GRABA EL CODIGO VIGENTE EN *
      * TACODRET. POSTCOB (OPERACION 'T') LO CANJEA Y RSTVCOB LO VENCE *
      * Y LIBERA LA RESERVA.                                           *
      * LOS RECHAZOS DE NEGOCIO SE DETECTAN ANTES DE ESCRIBIR NADA;    *
      * WS-RS-ERROR-DB2 INDICA UN ERROR SQL Y EL LLAMADOR DESHACE SU   *
      * UNIDAD DE TRABAJO POR SU PROPIO CAMINO DE FALLO. TODO VA EN LA *
      * UNIDAD DE TRABAJO DEL LLAMADOR                                 *
      ******************************************************************
       855-EMITIR-CODIGO-RETIRO.
           MOVE '00' TO WS-RS-RESPUESTA
           MOVE 0 TO WS-RS-ID
           MOVE SPACES TO WS-RS-VENCE
           MOVE SPACES TO WS-RS-TELEFONO-MASC
           PERFORM 856-LEER-PARAMETROS-RSTJ
           EXEC SQL
                SELECT
                   SALDO
                  ,SALDO_RETENIDO
                  ,LIMITE_SOBREGIRO
                  ,ESTADO_CUENTA
                  ,ESTADO_DORMANTE
                  ,CEDULA_CLIENTE
                INTO
                   :WS-RS-SALDO
                  ,:WS-RS-RETENIDO
                  ,:WS-RS-SOBREGIRO
                  ,:WS-RS-ESTADO
                  ,:WS-RS-DORMANTE
                  ,:WS-RS-CEDULA
                FROM
                   TACUENT
                WHERE
                   NUMERO_CUENTA = :WS-RS-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE '01' TO WS-RS-RESPUESTA
                WHEN OTHER
                     MOVE '99' TO WS-RS-RESPUESTA
           END-EVALUATE
           IF WS-RS-OK
              EVALUATE TRUE
                   WHEN WS-RS-ESTADO NOT = 'A'
                        MOVE '02' TO WS-RS-RESPUESTA
                   WHEN WS-RS-DORMANTE = 'S'
                        MOVE '03' TO WS-RS-RESPUESTA
                   WHEN WS-RS-MONTO <= 0
                        MOVE '05' TO WS-RS-RESPUESTA
                   WHEN WS-RS-MONTO > WS-RS-MAX-MONTO
                        MOVE '07' TO WS-RS-RESPUESTA
                   WHEN OTHER
                        CONTINUE
              END-EVALUATE
           END-IF
      *
      *--- TITULAR FALLECIDO O SUCESION LIQUIDADA: MISMO CRITERIO DE
      *--- 885-VERIFICAR-SUCESION, LA RESERVA ES EL PRIMER PASO DE UN
      *--- DEBITO
      *
           IF WS-RS-OK
              MOVE SPACES TO WS-RS-SUCESION
              EXEC SQL
                   SELECT ESTADO_SUCESION
                   INTO   :WS-RS-SUCESION
                   FROM   TACLIENT
                   WHERE  CEDULA_CLIENTE_M = :WS-RS-CEDULA
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE '99' TO WS-RS-RESPUESTA
              END-IF
              IF WS-RS-SUCESION = 'F' OR WS-RS-SUCESION = 'L'
                 MOVE '14' TO WS-RS-RESPUESTA
              END-IF
           END-IF
      *
      *--- TOPE DE CODIGOS VIGENTES POR CUENTA: CADA CODIGO INMOVILIZA
      *--- SALDO HASTA QUE SE USA O VENCE
      *
           IF WS-RS-OK
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-RS-VIGENTES
                   FROM   TACODRET
                   WHERE  NUMERO_CUENTA_CR = :WS-RS-CUENTA
                          AND ESTADO_CR = 'V'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO WS-RS-RESPUESTA
              END-IF
              IF WS-RS-OK AND WS-RS-VIGENTES >= WS-RS-MAX-CODIGOS
                 MOVE '22' TO WS-RS-RESPUESTA
              END-IF
           END-IF
      *
      *--- EL DISPONIBLE (SALDO MENOS RETENIDO MAS SOBREGIRO, COMO EN
      *--- POSTCOB) DEBE CUBRIR LA RESERVA
      *
           IF WS-RS-OK
              COMPUTE WS-RS-DISPONIBLE = WS-RS-SALDO - WS-RS-RETENIDO
                                       + WS-RS-SOBREGIRO
              IF WS-RS-MONTO > WS-RS-DISPONIBLE
                 MOVE '04' TO WS-RS-RESPUESTA
              END-IF
           END-IF
      *
      *--- EL CODIGO SOLO VIAJA POR SMS AL CELULAR DEL TITULAR EN
      *--- TACONTAC; SIN CELULAR NO SE EMITE
      *
           IF WS-RS-OK
              MOVE SPACES TO WS-RS-TELEFONO
              EXEC SQL
                   SELECT TELEFONO
                         ,'*******' CONCAT RIGHT(RTRIM(TELEFONO), 4)
                   INTO   :WS-RS-TELEFONO
                         ,:WS-RS-TELEFONO-MASC
                   FROM   TACONTAC
                   WHERE  CEDULA_CLIENTE_C = :WS-RS-CEDULA
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE '99' TO WS-RS-RESPUESTA
              END-IF
              IF WS-RS-OK AND WS-RS-TELEFONO = SPACES
                 MOVE SPACES TO WS-RS-TELEFONO-MASC
                 MOVE '19' TO WS-RS-RESPUESTA
              END-IF
           END-IF
           IF WS-RS-OK
              PERFORM 857-GENERAR-CODIGO-RETIRO
           END-IF
           IF WS-RS-OK
              PERFORM 858-SQL-GRABAR-CODIGO-RETIRO
           END-IF.

       856-LEER-PARAMETROS-RSTJ.
      *
      *--- MISMO CRITERIO DE 840-LEER-PARAMETRO: SIN FILA VIGENTE EN
      *--- TAPARAM SE SIGUE CON EL VALOR COMPILADO
      *
           MOVE WC-RS-HORAS TO WS-RS-HORAS
           MOVE WC-RS-MAX-CODIGOS TO WS-RS-MAX-CODIGOS
           MOVE WC-RS-MAX-MONTO TO WS-RS-MAX-MONTO
           MOVE 'VIGENCIA-COD-RETIRO-HORAS' TO CL-PARAM-CLAVE
           PERFORM 859-SQL-PARAMETRO-RSTJ
           IF SQLCODE = 0
              MOVE WS-RS-PARAM-VALOR TO WS-RS-HORAS
           END-IF
           MOVE 'MAX-CODIGOS-RETIRO' TO CL-PARAM-CLAVE
           PERFORM 859-SQL-PARAMETRO-RSTJ
           IF SQLCODE = 0
              MOVE WS-RS-PARAM-VALOR TO WS-RS-MAX-CODIGOS
           END-IF
           MOVE 'MAX-MONTO-TRANS-RET' TO CL-PARAM-CLAVE
           PERFORM 859-SQL-PARAMETRO-RSTJ
           IF SQLCODE = 0
              MOVE WS-RS-PARAM-VALOR TO WS-RS-MAX-MONTO
           END-IF.

       857-GENERAR-CODIGO-RETIRO.
      *
      *--- CODIGO ALEATORIO DE 6 DIGITOS. NO PUEDE REPETIR UN CODIGO
      *--- VIGENTE DEL MISMO CELULAR, PORQUE EL CAJERO LO BUSCA POR
      *--- CELULAR MAS CODIGO; SE REINTENTA HASTA WC-RS-MAX-GENERADOS
      *--- VECES ANTES DE DARLO COMO ERROR
      *
           MOVE 0 TO WS-RS-GENERADOS
           MOVE 1 TO WS-RS-REPETIDOS
           PERFORM UNTIL WS-RS-REPETIDOS = 0
                      OR WS-RS-GENERADOS >= WC-RS-MAX-GENERADOS
                      OR NOT WS-RS-OK
              ADD 1 TO WS-RS-GENERADOS
              EXEC SQL
                   SELECT SUBSTR(DIGITS(INTEGER(RAND() * 1000000)),
                                 5, 6)
                   INTO   :WS-RS-CODIGO
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO WS-RS-RESPUESTA
              ELSE
                 EXEC SQL
                      SELECT COUNT(*)
                      INTO   :WS-RS-REPETIDOS
                      FROM   TACODRET
                      WHERE  TELEFONO_CR = :WS-RS-TELEFONO
                             AND CODIGO_CR = :WS-RS-CODIGO
                             AND ESTADO_CR = 'V'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE '99' TO WS-RS-RESPUESTA
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RS-REPETIDOS NOT = 0
              MOVE '99' TO WS-RS-RESPUESTA
           END-IF.

       858-SQL-GRABAR-CODIGO-RETIRO.
      *
      *--- RESERVA CONDICIONADA A LO LEIDO: SI OTRA OPERACION MOVIO LA
      *--- CUENTA EN EL INTERIN, CONCURRENCIA Y EL LLAMADOR REINTENTA
      *
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO_RETENIDO = SALDO_RETENIDO + :WS-RS-MONTO
                WHERE  NUMERO_CUENTA = :WS-RS-CUENTA
                       AND SALDO = :WS-RS-SALDO
                       AND SALDO_RETENIDO = :WS-RS-RETENIDO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE '09' TO WS-RS-RESPUESTA
                WHEN OTHER
                     MOVE '99' TO WS-RS-RESPUESTA
           END-EVALUATE
           IF WS-RS-OK
              MOVE WS-RS-CUENTA   TO CL-NUMERO-CUENTA-R
              MOVE WS-RS-MONTO    TO CL-MONTO-R
              MOVE 'T'            TO CL-ESTADO-R
              MOVE WS-RS-USUARIO  TO CL-USUARIO-R
              MOVE WS-RS-TERMINAL TO CL-TERMINAL-R
              MOVE 'T'            TO CL-INSTRUMENTO-R
              EXEC SQL
                   INSERT INTO TARETEN (
                       NUMERO_CUENTA_R
                      ,MONTO_R
                      ,FECHA_CREACION_R
                      ,FECHA_LIBERACION
                      ,ESTADO_R
                      ,USUARIO_R
                      ,TERMINAL_R
                      ,INSTRUMENTO_R
                   ) VALUES (
                       :CL-NUMERO-CUENTA-R
                      ,:CL-MONTO-R
                      ,CURRENT TIMESTAMP
                      ,DATE(CURRENT TIMESTAMP + :WS-RS-HORAS HOURS)
                      ,:CL-ESTADO-R
                      ,:CL-USUARIO-R
                      ,:CL-TERMINAL-R
                      ,:CL-INSTRUMENTO-R
                   )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO WS-RS-RESPUESTA
              ELSE
                 EXEC SQL
                      SELECT IDENTITY_VAL_LOCAL()
                      INTO   :WS-RS-ID-RETENCION
                      FROM   SYSIBM.SYSDUMMY1
                 END-EXEC
              END-IF
           END-IF
           IF WS-RS-OK
              MOVE WS-RS-CUENTA TO CL-NUMERO-CUENTA-N
              MOVE 'Z'          TO CL-ESTADO-NUEVO-N
              MOVE 'P'          TO CL-ESTADO-ENVIO
              EXEC SQL
                   INSERT INTO TANOTIF (
                       NUMERO_CUENTA_N
                      ,ESTADO_NUEVO_N
                      ,FECHA_HORA_N
                      ,ESTADO_ENVIO
                   ) VALUES (
                       :CL-NUMERO-CUENTA-N
                      ,:CL-ESTADO-NUEVO-N
                      ,CURRENT TIMESTAMP
                      ,:CL-ESTADO-ENVIO
                   )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO WS-RS-RESPUESTA
              ELSE
                 EXEC SQL
                      SELECT IDENTITY_VAL_LOCAL()
                      INTO   :WS-RS-ID-NOTIFICACION
                      FROM   SYSIBM.SYSDUMMY1
                 END-EXEC
              END-IF
           END-IF
           IF WS-RS-OK
              MOVE WS-RS-CUENTA          TO CL-NUMERO-CUENTA-CR
              MOVE WS-RS-CODIGO          TO CL-CODIGO-CR
              MOVE WS-RS-TELEFONO        TO CL-TELEFONO-CR
              MOVE WS-RS-MONTO           TO CL-MONTO-CR
              MOVE 'V'                   TO CL-ESTADO-CR
              MOVE WS-RS-ID-RETENCION    TO CL-ID-RETENCION-CR
              MOVE WS-RS-ID-NOTIFICACION TO CL-ID-NOTIFICACION-CR
              MOVE WS-RS-CANAL           TO CL-CANAL-EMISION-CR
              MOVE WS-RS-USUARIO         TO CL-USUARIO-CR
              MOVE WS-RS-TERMINAL        TO CL-TERMINAL-CR
              EXEC SQL
                   INSERT INTO TACODRET (
                       NUMERO_CUENTA_CR
                      ,CODIGO_CR
                      ,TELEFONO_CR
                      ,MONTO_CR
                      ,FECHA_EMISION_CR
                      ,FECHA_VENCE_CR
                      ,ESTADO_CR
                      ,ID_RETENCION_CR
                      ,ID_NOTIFICACION_CR
                      ,CANAL_EMISION_CR
                      ,USUARIO_CR
                      ,TERMINAL_CR
                   ) VALUES (
                       :CL-NUMERO-CUENTA-CR
                      ,:CL-CODIGO-CR
                      ,:CL-TELEFONO-CR
                      ,:CL-MONTO-CR
                      ,CURRENT TIMESTAMP
                      ,CURRENT TIMESTAMP + :WS-RS-HORAS HOURS
                      ,:CL-ESTADO-CR
                      ,:CL-ID-RETENCION-CR
                      ,:CL-ID-NOTIFICACION-CR
                      ,:CL-CANAL-EMISION-CR
                      ,:CL-USUARIO-CR
                      ,:CL-TERMINAL-CR
                   )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO WS-RS-RESPUESTA
              END-IF
           END-IF
           IF WS-RS-OK
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :WS-RS-ID
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              EXEC SQL
                   SELECT FECHA_VENCE_CR
                   INTO   :WS-RS-VENCE
                   FROM   TACODRET
                   WHERE  ID_CODIGO_CR = :WS-RS-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO WS-RS-RESPUESTA
              END-IF
           END-IF.

       859-SQL-PARAMETRO-RSTJ.
           MOVE 0 TO WS-RS-PARAM-VALOR
           EXEC SQL
                SELECT
                   PARAM_VALOR
                INTO
                   :WS-RS-PARAM-VALOR
                FROM
                   TAPARAM
                WHERE
                   PARAM_CLAVE = :CL-PARAM-CLAVE
                   AND FECHA_VIGENCIA_PM <= CURRENT DATE
                ORDER BY
                   FECHA_VIGENCIA_PM DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
