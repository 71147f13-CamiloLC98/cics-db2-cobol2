      ******************************************************************
      * PARRAFO COMPARTIDO DE CONFLICTO DE INTERES DEL OPERADOR, VIA   *
      * COPY, PARA DEPOCOB/RETRCOB/TRNFCOB/REVSCOB/BLOQCOB. REQUIERE   *
      * WORKING-STORAGE SECTION COPY CONFCTCP. EL OPERADOR FIRMADO     *
      * (EIBOPID) NO PUEDE TRANSAR SOBRE UNA CUENTA DONDE EL MISMO     *
      * (TAOPERA.CEDULA_OPERADOR) O UNA DE SUS PARTES RELACIONADAS     *
      * ACTIVAS (TAOPRELA) ES TITULAR, SEA EL PRINCIPAL DE TACUENT O   *
      * UNO ADICIONAL DE TATITULAR: DEBE ATENDERLO OTRO CAJERO. SI LA  *
      * CONSULTA FALLA SE TRATA COMO CONFLICTO PARA NO DEJAR PASAR LA  *
      * TRANSACCION SIN VERIFICAR                                      *
      ******************************************************************
       837-VERIFICAR-CONFLICTO.
           MOVE 'N' TO WS-CI-FALG
           MOVE SPACES TO WS-CI-MOTIVO
           MOVE EIBOPID TO WS-CI-OPERADOR
           MOVE 0 TO WS-CI-COINCIDENCIAS
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CI-COINCIDENCIAS
                FROM   TACUENT C
                WHERE  C.NUMERO_CUENTA = :WS-CI-CUENTA
                  AND (C.CEDULA_CLIENTE IN
                          (SELECT O.CEDULA_OPERADOR
                           FROM   TAOPERA O
                           WHERE  O.OPERADOR_ID = :WS-CI-OPERADOR
                                  AND O.CEDULA_OPERADOR <> ' ')
                       OR C.CEDULA_CLIENTE IN
                          (SELECT R.CEDULA_RELACIONADO_RP
                           FROM   TAOPRELA R
                           WHERE  R.OPERADOR_ID_RP = :WS-CI-OPERADOR
                                  AND R.ESTADO_RP = 'A')
                       OR EXISTS
                          (SELECT 1
                           FROM   TATITULAR H
                           WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                             AND (H.CEDULA_CLIENTE_H IN
                                    (SELECT O.CEDULA_OPERADOR
                                     FROM   TAOPERA O
                                     WHERE  O.OPERADOR_ID =
                                            :WS-CI-OPERADOR
                                            AND O.CEDULA_OPERADOR
                                                <> ' ')
                                  OR H.CEDULA_CLIENTE_H IN
                                    (SELECT R.CEDULA_RELACIONADO_RP
                                     FROM   TAOPRELA R
                                     WHERE  R.OPERADOR_ID_RP =
                                            :WS-CI-OPERADOR
                                            AND R.ESTADO_RP = 'A'))))
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-CI-CONFLICTO TO TRUE
              MOVE 'ERROR VERIFICANDO CONFLICTO DE INTERES'
                   TO WS-CI-MOTIVO
           ELSE
              IF WS-CI-COINCIDENCIAS > 0
                 SET WS-CI-CONFLICTO TO TRUE
                 MOVE
                   'CUENTA PROPIA O DE RELACIONADO: LLAME A OTRO CAJERO'
                      TO WS-CI-MOTIVO
              END-IF
           END-IF.
