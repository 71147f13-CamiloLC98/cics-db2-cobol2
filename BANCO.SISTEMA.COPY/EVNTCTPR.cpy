      ******************************************************************
      * PARRAFO COMPARTIDO DE REGISTRO DEL EVENTO DE POSTEO, VIA COPY, *
      * PARA TODO CAMINO QUE MUEVE EL SALDO DE UNA CUENTA. REQUIERE    *
      * WORKING-STORAGE SECTION COPY EVNTCTCP Y EXEC SQL INCLUDE       *
      * TACUENT Y TAEVENTO. LEE EL SALDO YA ACTUALIZADO DE TACUENT Y   *
      * DEJA LA FILA PENDIENTE DE PUBLICAR EN TAEVENTO, EN LA UNIDAD   *
      * DE TRABAJO DEL LLAMADOR: EL EVENTO SE CONFIRMA O SE DESHACE    *
      * JUNTO CON EL POSTEO. LA SECUENCIA DEL FEED LA ASIGNA EVPBCOB   *
      * AL PUBLICAR, NO AQUI, PARA NO SERIALIZAR TODOS LOS POSTEOS DEL *
      * BANCO SOBRE UN MISMO CONTADOR                                  *
      ******************************************************************
       882-REGISTRAR-EVENTO.
           MOVE 'N' TO WS-EV-FALG
           MOVE WS-EV-CUENTA TO CL-NUMERO-CUENTA-EV
           EXEC SQL
                SELECT SALDO, SUCURSAL_CUENTA
                INTO   :CL-SALDO-EV, :WS-EV-SUCURSAL-CTA
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA-EV
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-EV-TIPO     TO CL-TIPO-EV
              MOVE WS-EV-MONTO    TO CL-MONTO-EV
              MOVE WS-EV-CANAL    TO CL-CANAL-EV
              MOVE WS-EV-USUARIO  TO CL-USUARIO-EV
              MOVE WS-EV-PROGRAMA TO CL-PROGRAMA-EV
              IF WS-EV-SUCURSAL = SPACES
                 MOVE WS-EV-SUCURSAL-CTA TO CL-SUCURSAL-EV
              ELSE
                 MOVE WS-EV-SUCURSAL     TO CL-SUCURSAL-EV
              END-IF
              EXEC SQL
                   INSERT INTO TAEVENTO (
                       NUMERO_CUENTA_EV
                      ,TIPO_EV
                      ,MONTO_EV
                      ,SALDO_EV
                      ,CANAL_EV
                      ,SUCURSAL_EV
                      ,USUARIO_EV
                      ,PROGRAMA_EV
                      ,FECHA_HORA_EV
                      ,ESTADO_EV
                   ) VALUES (
                       :CL-NUMERO-CUENTA-EV
                      ,:CL-TIPO-EV
                      ,:CL-MONTO-EV
                      ,:CL-SALDO-EV
                      ,:CL-CANAL-EV
                      ,:CL-SUCURSAL-EV
                      ,:CL-USUARIO-EV
                      ,:CL-PROGRAMA-EV
                      ,CURRENT TIMESTAMP
                      ,'P'
                   )
              END-EXEC
              IF SQLCODE = 0
                 MOVE CL-SALDO-EV TO WS-EV-SALDO
                 SET WS-EV-OK TO TRUE
              END-IF
           END-IF.
