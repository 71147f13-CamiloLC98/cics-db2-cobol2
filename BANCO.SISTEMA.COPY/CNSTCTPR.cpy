      ******************************************************************
      * PARRAFO COMPARTIDO DE VERIFICACION DE CONSENTIMIENTO DE        *
      * MERCADEO, VIA COPY, PARA EXTRCOB/EXTCCOB/NOTDCOB. REQUIERE     *
      * WORKING-STORAGE SECTION COPY CNSTCTCP Y EXEC SQL INCLUDE       *
      * TACONSEN. SI HAY FILA PARA LA CEDULA Y EL CANAL MANDA SU       *
      * ESTADO ('S' ACEPTA); SI NO LA HAY MANDA WS-CN-DEFECTO          *
      ******************************************************************
       883-VERIFICAR-CONSENTIMIENTO.
      *
      *--- ANTE UN ERROR DE DB2 NO SE ENVIA: ES PREFERIBLE PERDER UN
      *--- AVISO DE MERCADEO QUE ENVIARLE A QUIEN YA DIJO QUE NO
      *
           MOVE 'N' TO WS-CN-FLAG
           MOVE WS-CN-CEDULA TO CL-CEDULA-CS
           MOVE WS-CN-CANAL TO CL-CANAL-CS
           EXEC SQL
                SELECT
                   ESTADO_CS
                INTO
                   :CL-ESTADO-CS
                FROM
                   TACONSEN
                WHERE
                   CEDULA_CS = :CL-CEDULA-CS
                   AND CANAL_CS = :CL-CANAL-CS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF CL-ESTADO-CS = 'S'
                        SET WS-CN-AUTORIZADO TO TRUE
                     END-IF
                WHEN 100
                     IF WS-CN-DEFECTO = 1
                        SET WS-CN-AUTORIZADO TO TRUE
                     END-IF
           END-EVALUATE.
