      ******************************************************************
      * PARRAFO COMPARTIDO DE LIMITE DE ATRIBUCION POR OPERADOR, VIA   *
      * COPY, PARA DEPOCOB/RETRCOB/TRNFCOB/GIROCOB/FXCJCOB/BILLCOB.    *
      * REQUIERE WORKING-STORAGE SECTION COPY ATRBCTCP Y PARMCTCP, EL  *
      * PARRAFO 840-LEER-PARAMETRO (PARMCTPR) Y EXEC SQL INCLUDE       *
      * TAOPLIMT, TAOVERRD Y TAPARAM. SI EL MONTO SUPERA EL LIMITE DEL *
      * CAJERO (EIBOPID) EN EL CONCEPTO, LA TRANSACCION SE PARQUEA EN  *
      * TAOVERRD PARA QUE UN SUPERVISOR LA RESUELVA EN OVRDCOB DESDE   *
      * SU TERMINAL. EL CAJERO VUELVE A PULSAR ENTER CON LOS MISMOS    *
      * DATOS: SI YA ESTA APROBADA SE CONSUME ('U') Y LA TRANSACCION   *
      * SIGUE; SI FUE RECHAZADA SE CANCELA ('X'); SI SIGUE PENDIENTE   *
      * SE LE RECUERDA EL NUMERO DE LA SOLICITUD. EL CAMBIO DE ESTADO  *
      * VA EN LA MISMA UNIDAD DE TRABAJO DEL LLAMADOR                  *
      ******************************************************************
       832-VERIFICAR-ATRIBUCION.
           MOVE 'N' TO WS-AT-FALG
           MOVE SPACES TO WS-AT-MOTIVO
           MOVE EIBOPID        TO CL-OPERADOR-ID-LM
           MOVE WS-AT-CONCEPTO TO CL-CONCEPTO-LM
           EXEC SQL
                SELECT MONTO_LIMITE_LM
                INTO   :CL-MONTO-LIMITE-LM
                FROM   TAOPLIMT
                WHERE  OPERADOR_ID_LM = :CL-OPERADOR-ID-LM
                       AND CONCEPTO_LM = :CL-CONCEPTO-LM
           END-EXEC
           IF SQLCODE = 0
              MOVE CL-MONTO-LIMITE-LM TO WS-AT-LIMITE
           ELSE
              MOVE WS-AT-CONCEPTO      TO WS-AT-CLAVE-CONCEPTO
              MOVE WS-AT-CLAVE-DEFECTO TO CL-PARAM-CLAVE
              MOVE WS-AT-SIN-TOPE      TO WS-PM-DEFECTO
              PERFORM 840-LEER-PARAMETRO
              MOVE WS-PM-VALOR         TO WS-AT-LIMITE
           END-IF
           IF WS-AT-MONTO <= WS-AT-LIMITE
              SET WS-AT-AUTORIZADO TO TRUE
           ELSE
              PERFORM 833-RESOLVER-OVERRIDE
           END-IF.

       833-RESOLVER-OVERRIDE.
           MOVE EIBOPID        TO CL-OPERADOR-SOLICITA-OV
           MOVE WS-AT-CONCEPTO TO CL-CONCEPTO-OV
           MOVE WS-AT-CUENTA   TO CL-NUMERO-CUENTA-OV
           MOVE WS-AT-MONTO    TO CL-MONTO-OV
           EXEC SQL
                SELECT
                   ID_OVERRIDE
                  ,ESTADO_OV
                  ,OPERADOR_APRUEBA_OV
                INTO
                   :CL-ID-OVERRIDE
                  ,:CL-ESTADO-OV
                  ,:CL-OPERADOR-APRUEBA-OV
                FROM
                   TAOVERRD
                WHERE
                   OPERADOR_SOLICITA_OV = :CL-OPERADOR-SOLICITA-OV
                   AND CONCEPTO_OV = :CL-CONCEPTO-OV
                   AND NUMERO_CUENTA_OV = :CL-NUMERO-CUENTA-OV
                   AND MONTO_OV = :CL-MONTO-OV
                   AND ESTADO_OV IN ('P', 'A', 'R')
                ORDER BY
                   ID_OVERRIDE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 836-APLICAR-DECISION
                WHEN 100
                     PERFORM 834-PARQUEAR-TRANSACCION
                WHEN OTHER
                     MOVE 'ERROR CONSULTANDO SOLICITUDES DE OVERRIDE'
                          TO WS-AT-MOTIVO
           END-EVALUATE.

       834-PARQUEAR-TRANSACCION.
           MOVE EIBTRMID     TO CL-TERMINAL-SOLICITA-OV
           MOVE WS-AT-LIMITE TO CL-LIMITE-CAJERO-OV
           EXEC SQL
                INSERT INTO TAOVERRD (
                    OPERADOR_SOLICITA_OV
                   ,TERMINAL_SOLICITA_OV
                   ,CONCEPTO_OV
                   ,NUMERO_CUENTA_OV
                   ,MONTO_OV
                   ,LIMITE_CAJERO_OV
                   ,ESTADO_OV
                   ,FECHA_HORA_SOLICITA_OV
                ) VALUES (
                    :CL-OPERADOR-SOLICITA-OV
                   ,:CL-TERMINAL-SOLICITA-OV
                   ,:CL-CONCEPTO-OV
                   ,:CL-NUMERO-CUENTA-OV
                   ,:CL-MONTO-OV
                   ,:CL-LIMITE-CAJERO-OV
                   ,'P'
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :CL-ID-OVERRIDE
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE CL-ID-OVERRIDE TO WS-AT-ID-ED
              STRING 'SUPERA SU ATRIBUCION, OVERRIDE ' WS-AT-ID-ED
                     ' PENDIENTE (OVRD)'
                     DELIMITED BY SIZE
                INTO WS-AT-MOTIVO
              END-STRING
           ELSE
              MOVE 'ERROR AL PARQUEAR LA TRANSACCION PARA OVERRIDE'
                   TO WS-AT-MOTIVO
           END-IF.

       836-APLICAR-DECISION.
           MOVE CL-ID-OVERRIDE TO WS-AT-ID-ED
           EVALUATE CL-ESTADO-OV
                WHEN 'A'
                     MOVE 'U' TO CL-ESTADO-OV
                     PERFORM 835-SQL-MARCAR-OVERRIDE
                     IF SQLCODE = 0
                        SET WS-AT-AUTORIZADO TO TRUE
                     END-IF
                WHEN 'R'
                     MOVE 'X' TO CL-ESTADO-OV
                     PERFORM 835-SQL-MARCAR-OVERRIDE
                     STRING 'OVERRIDE ' WS-AT-ID-ED
                            ' RECHAZADO POR ' CL-OPERADOR-APRUEBA-OV
                            ', TRANSACCION CANCELADA'
                            DELIMITED BY SIZE
                       INTO WS-AT-MOTIVO
                     END-STRING
                WHEN OTHER
                     STRING 'OVERRIDE ' WS-AT-ID-ED
                            ' AUN PENDIENTE DEL SUPERVISOR (OVRD)'
                            DELIMITED BY SIZE
                       INTO WS-AT-MOTIVO
                     END-STRING
           END-EVALUATE.

       835-SQL-MARCAR-OVERRIDE.
           EXEC SQL
                UPDATE TAOVERRD
                SET    ESTADO_OV = :CL-ESTADO-OV
                WHERE  ID_OVERRIDE = :CL-ID-OVERRIDE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ERROR ACTUALIZANDO LA SOLICITUD DE OVERRIDE'
                   TO WS-AT-MOTIVO
           END-IF.
