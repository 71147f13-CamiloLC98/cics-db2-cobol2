      ******************************************************************
      * PARRAFOS COMPARTIDOS DE GARANTIAS DE PRESTAMOS (TAGARANT), VIA *
      * COPY. REQUIEREN WORKING-STORAGE SECTION COPY GARCTCP Y EXEC    *
      * SQL INCLUDE TAGARANT, TAPLAZO Y TAPRESTA, Y EL 999-ERROR-DB2   *
      * DEL PROGRAMA LLAMADOR.                                         *
      * 846-VERIFICAR-PIGNORACION: EL CDT WS-GR-ID-PLAZO ESTA          *
      * PIGNORADO (WS-GR-PIGNORADO) SI RESPALDA CON UNA GARANTIA 'C'   *
      * ACTIVA UN PRESTAMO VIGENTE O CASTIGADO; WS-GR-ID-PRESTAMO      *
      * DEVUELVE EL PRESTAMO. PAGADO EL PRESTAMO EL CDT QUEDA LIBRE    *
      * SIN NECESIDAD DE LIBERAR LA GARANTIA A MANO.                   *
      * 847-CALCULAR-COBERTURA: VALOR DE LAS GARANTIAS REALES ACTIVAS  *
      * DEL PRESTAMO WS-GR-ID-PRESTAMO A LA FECHA WS-GR-FECHA (CDTS    *
      * VIGENTES POR SU CAPITAL, VEHICULOS E INMUEBLES POR EL AVALUO   *
      * NO VENCIDO; LOS CODEUDORES NO SUMAN) EN WS-GR-VALOR, SALDO DE  *
      * CAPITAL EN WS-GR-SALDO Y COBERTURA PORCENTUAL EN               *
      * WS-GR-COBERTURA (99999,99 CUANDO NO HAY SALDO QUE CUBRIR)      *
      ******************************************************************
       846-VERIFICAR-PIGNORACION.
           MOVE 'N' TO WS-GR-FALG
           MOVE 0   TO WS-GR-ID-PRESTAMO
           EXEC SQL
                SELECT
                   G.ID_PRESTAMO_GR
                INTO
                   :WS-GR-ID-PRESTAMO
                FROM
                   TAGARANT G
                   INNER JOIN TAPRESTA P
                      ON P.ID_PRESTAMO = G.ID_PRESTAMO_GR
                WHERE
                   G.ID_PLAZO_GR = :WS-GR-ID-PLAZO
                   AND G.TIPO_GARANTIA_GR = 'C'
                   AND G.ESTADO_GR = 'A'
                   AND P.ESTADO_LN IN ('V', 'C')
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-GR-PIGNORADO TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       847-CALCULAR-COBERTURA.
           MOVE 0 TO WS-GR-VALOR
           MOVE 0 TO WS-GR-SALDO
           EXEC SQL
                SELECT SALDO_CAPITAL_LN
                INTO   :WS-GR-SALDO
                FROM   TAPRESTA
                WHERE  ID_PRESTAMO = :WS-GR-ID-PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT
                   COALESCE(SUM(
                      CASE WHEN G.TIPO_GARANTIA_GR = 'C'
                           THEN COALESCE(Z.MONTO_PZ, 0)
                           ELSE G.VALOR_AVALUO_GR
                      END), 0)
                INTO
                   :WS-GR-VALOR
                FROM
                   TAGARANT G
                   LEFT JOIN TAPLAZO Z
                      ON Z.ID_PLAZO = G.ID_PLAZO_GR
                         AND Z.ESTADO_PZ = 'V'
                WHERE
                   G.ID_PRESTAMO_GR = :WS-GR-ID-PRESTAMO
                   AND G.ESTADO_GR = 'A'
                   AND G.TIPO_GARANTIA_GR <> 'D'
                   AND (G.TIPO_GARANTIA_GR = 'C'
                        OR G.FECHA_VENCE_AVALUO_GR
                           >= DATE(:WS-GR-FECHA))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-GR-SALDO > 0
              COMPUTE WS-GR-COBERTURA ROUNDED =
                      WS-GR-VALOR * 100 / WS-GR-SALDO
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-GR-COBERTURA
              END-COMPUTE
           ELSE
              MOVE 99999,99 TO WS-GR-COBERTURA
           END-IF.
