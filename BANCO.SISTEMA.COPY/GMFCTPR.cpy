      ******************************************************************
      * PARRAFOS COMPARTIDOS DEL GRAVAMEN A LOS MOVIMIENTOS            *
      * FINANCIEROS (GMF, 4 POR MIL), VIA COPY, PARA LOS CAMINOS DE    *
      * DEBITO DE RETRCOB/TRNFCOB/POSTCOB/CLRICOB/GIROCOB. REQUIERE    *
      * WORKING-STORAGE SECTION COPY GMFCTCP Y EVNTCTCP, PROCEDURE     *
      * DIVISION COPY EVNTCTPR Y EXEC SQL INCLUDE TAPARAM, TACUENT,    *
      * TATRANS, TAGMFEXE, TAGMFACU Y TAEVENTO.                        *
      * 841-CALCULAR-GMF SOLO LIQUIDA (NO ESCRIBE NADA), PARA QUE EL   *
      * LLAMADOR PUEDA EXIGIR FONDOS PARA DEBITO MAS IMPUESTO ANTES DE *
      * APLICAR; 842-REGISTRAR-GMF LIQUIDA DE NUEVO CONTRA EL CUPO     *
      * FRESCO Y APLICA: CONSUME EL CUPO EXENTO DEL MES EN TAGMFACU,   *
      * DEBITA EL IMPUESTO DE LA CUENTA Y LO DEJA EN TATRANS COMO SU   *
      * PROPIA LINEA TIPO 'M' AMARRADA AL DEBITO QUE LO GENERO         *
      * (REFERENCIA_TRANSFERENCIA = ID DEL DEBITO), CON SU EVENTO DE   *
      * POSTEO (882-REGISTRAR-EVENTO). TODO VA EN LA UNIDAD DE TRABAJO *
      * DEL LLAMADOR                                                   *
      ******************************************************************
       841-CALCULAR-GMF.
           SET WS-GM-OK TO TRUE
           MOVE 'N' TO WS-GM-EXENTA-FALG
           MOVE 0 TO WS-GM-IMPUESTO
           MOVE 0 TO WS-GM-BASE-EXENTA
           MOVE 0 TO WS-GM-BASE-GRAVADA
           MOVE 0 TO WS-GM-CUPO-USADO
           MOVE WS-GM-FECHA(1:7) TO WS-GM-PERIODO
           EXEC SQL
                SELECT CEDULA_CLIENTE, MONEDA_CUENTA
                INTO   :WS-GM-CEDULA, :WS-GM-MONEDA
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :WS-GM-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-GM-FALG
           ELSE
      *
      *--- EL GRAVAMEN SE LIQUIDA SOBRE MOVIMIENTOS EN PESOS; LOS
      *--- DEBITOS DE CUENTAS EN MONEDA EXTRANJERA NO LO GENERAN
      *
              IF WS-GM-MONEDA NOT = WC-GM-MONEDA-GRAVADA
                 CONTINUE
              ELSE
                 PERFORM 843-LEER-PARAMETROS-GMF
                 MOVE WS-GM-MONTO TO WS-GM-BASE-GRAVADA
                 PERFORM 844-APLICAR-EXENCION-GMF
                 COMPUTE WS-GM-IMPUESTO ROUNDED =
                         WS-GM-BASE-GRAVADA * WS-GM-TARIFA-MIL / 1000
              END-IF
           END-IF.

       842-REGISTRAR-GMF.
           PERFORM 841-CALCULAR-GMF
      *
      *--- CUPO EXENTO CONSUMIDO: SE SUMA AL ACUMULADO DEL MES DE LA
      *--- CEDULA (LA PRIMERA VEZ EN EL MES SE CREA LA FILA)
      *
           IF WS-GM-OK AND WS-GM-BASE-EXENTA > 0
              MOVE WS-GM-CEDULA      TO CL-CEDULA-GA
              MOVE WS-GM-PERIODO     TO CL-PERIODO-GA
              MOVE WS-GM-BASE-EXENTA TO CL-MONTO-EXENTO-GA
              EXEC SQL
                   UPDATE TAGMFACU
                   SET    MONTO_EXENTO_GA = MONTO_EXENTO_GA
                                          + :CL-MONTO-EXENTO-GA
                         ,FECHA_ACTUALIZA_GA = CURRENT TIMESTAMP
                   WHERE  CEDULA_GA = :CL-CEDULA-GA
                          AND PERIODO_GA = :CL-PERIODO-GA
              END-EXEC
              IF SQLCODE = 100
                 EXEC SQL
                      INSERT INTO TAGMFACU (
                          CEDULA_GA
                         ,PERIODO_GA
                         ,MONTO_EXENTO_GA
                         ,FECHA_ACTUALIZA_GA
                      ) VALUES (
                          :CL-CEDULA-GA
                         ,:CL-PERIODO-GA
                         ,:CL-MONTO-EXENTO-GA
                         ,CURRENT TIMESTAMP
                      )
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-GM-FALG
              END-IF
           END-IF
           IF WS-GM-OK AND WS-GM-IMPUESTO > 0
              EXEC SQL
                   UPDATE TACUENT
                   SET    SALDO = SALDO - :WS-GM-IMPUESTO
                   WHERE  NUMERO_CUENTA = :WS-GM-CUENTA
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-GM-FALG
              ELSE
                 EXEC SQL
                      INSERT INTO TATRANS (
                          NUMERO_CUENTA_T
                         ,TIPO_TRANSACCION
                         ,MONTO
                         ,FECHA_HORA
                         ,USUARIO
                         ,TERMINAL
                         ,REFERENCIA_TRANSFERENCIA
                         ,FECHA_NEGOCIO_T
                         ,SUCURSAL_T
                         ,SESION_ID_T
                      ) VALUES (
                          :WS-GM-CUENTA
                         ,'M'
                         ,:WS-GM-IMPUESTO
                         ,CURRENT TIMESTAMP
                         ,:WS-GM-USUARIO
                         ,:WS-GM-TERMINAL
                         ,:WS-GM-REFERENCIA
                         ,:WS-GM-FECHA
                         ,:WS-GM-SUCURSAL
                         ,:WS-GM-SESION
                      )
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO WS-GM-FALG
                 ELSE
                    MOVE WS-GM-CUENTA TO WS-EV-CUENTA
                    MOVE 'M'          TO WS-EV-TIPO
                    COMPUTE WS-EV-MONTO = 0 - WS-GM-IMPUESTO
                    PERFORM 882-REGISTRAR-EVENTO
                    IF NOT WS-EV-OK
                       MOVE 'N' TO WS-GM-FALG
                    END-IF
                 END-IF
              END-IF
           END-IF.

       843-LEER-PARAMETROS-GMF.
      *
      *--- MISMO CRITERIO DE 840-LEER-PARAMETRO: SIN FILA VIGENTE EN
      *--- TAPARAM SE SIGUE CON EL VALOR COMPILADO
      *
           MOVE 'GMF-TARIFA-MIL'  TO CL-PARAM-CLAVE
           MOVE WC-GM-TARIFA-MIL  TO WS-GM-PARAM-DEFECTO
           PERFORM 845-SQL-PARAMETRO-GMF
           MOVE WS-GM-PARAM-VALOR TO WS-GM-TARIFA-MIL
           MOVE 'GMF-TOPE-UVT'    TO CL-PARAM-CLAVE
           MOVE WC-GM-TOPE-UVT    TO WS-GM-PARAM-DEFECTO
           PERFORM 845-SQL-PARAMETRO-GMF
           MOVE WS-GM-PARAM-VALOR TO WS-GM-TOPE-UVT
           MOVE 'GMF-VALOR-UVT'   TO CL-PARAM-CLAVE
           MOVE WC-GM-VALOR-UVT   TO WS-GM-PARAM-DEFECTO
           PERFORM 845-SQL-PARAMETRO-GMF
           MOVE WS-GM-PARAM-VALOR TO WS-GM-VALOR-UVT
           COMPUTE WS-GM-TOPE-PESOS ROUNDED =
                   WS-GM-TOPE-UVT * WS-GM-VALOR-UVT.

       844-APLICAR-EXENCION-GMF.
      *
      *--- SI LA CUENTA ES LA MARCADA COMO EXENTA DE SU CEDULA, LA
      *--- PARTE DEL DEBITO QUE CABE EN EL CUPO LIBRE DEL MES NO SE
      *--- GRAVA; EL EXCESO SOBRE EL TOPE PAGA LA TARIFA NORMAL
      *
           MOVE WS-GM-CUENTA TO CL-NUMERO-CUENTA-GX
           EXEC SQL
                SELECT CEDULA_GX
                INTO   :CL-CEDULA-GX
                FROM   TAGMFEXE
                WHERE  NUMERO_CUENTA_GX = :CL-NUMERO-CUENTA-GX
                       AND ESTADO_GX = 'A'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-GM-CUENTA-EXENTA TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     MOVE 'N' TO WS-GM-FALG
           END-EVALUATE
           IF WS-GM-CUENTA-EXENTA
              MOVE WS-GM-CEDULA  TO CL-CEDULA-GA
              MOVE WS-GM-PERIODO TO CL-PERIODO-GA
              EXEC SQL
                   SELECT MONTO_EXENTO_GA
                   INTO   :WS-GM-CUPO-USADO
                   FROM   TAGMFACU
                   WHERE  CEDULA_GA = :CL-CEDULA-GA
                          AND PERIODO_GA = :CL-PERIODO-GA
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        MOVE 0 TO WS-GM-CUPO-USADO
                   WHEN OTHER
                        MOVE 'N' TO WS-GM-FALG
              END-EVALUATE
              COMPUTE WS-GM-CUPO-LIBRE = WS-GM-TOPE-PESOS
                                        - WS-GM-CUPO-USADO
              IF WS-GM-CUPO-LIBRE > 0
                 IF WS-GM-MONTO > WS-GM-CUPO-LIBRE
                    MOVE WS-GM-CUPO-LIBRE TO WS-GM-BASE-EXENTA
                 ELSE
                    MOVE WS-GM-MONTO TO WS-GM-BASE-EXENTA
                 END-IF
                 SUBTRACT WS-GM-BASE-EXENTA FROM WS-GM-BASE-GRAVADA
              END-IF
           END-IF.

       845-SQL-PARAMETRO-GMF.
           MOVE WS-GM-PARAM-DEFECTO TO WS-GM-PARAM-VALOR
           EXEC SQL
                SELECT
                   PARAM_VALOR
                INTO
                   :CL-PARAM-VALOR
                FROM
                   TAPARAM
                WHERE
                   PARAM_CLAVE = :CL-PARAM-CLAVE
                   AND FECHA_VIGENCIA_PM <= CURRENT DATE
                ORDER BY
                   FECHA_VIGENCIA_PM DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
              MOVE CL-PARAM-VALOR TO WS-GM-PARAM-VALOR
           END-IF.
