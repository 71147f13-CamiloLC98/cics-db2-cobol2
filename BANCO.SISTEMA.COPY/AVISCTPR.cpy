      ******************************************************************
      * PARRAFO COMPARTIDO, VIA COPY, DE LECTURA DEL MONTO DE UN CARGO *
      * DEL TARIFARIO TAFEESCH QUE APLICA HOY A UNA CUENTA. REQUIERE   *
      * WORKING-STORAGE SECTION COPY AVISCTCP Y EXEC SQL INCLUDE       *
      * TAFEESCH. DEJA EL MONTO EN CL-MONTO-CARGO Y NO EVALUA EL       *
      * SQLCODE: CADA LLAMADOR LO TRATA COMO TRATABA SU SELECT DE      *
      * SIEMPRE (100 = CODIGO SIN FILA, NO SE COBRA)                   *
      ******************************************************************
       853-CONSULTAR-CARGO-VIGENTE.
      *
      *--- ANTES DE FECHA_VIGENCIA_CARGO RIGE EL MONTO ANTERIOR. YA EN
      *--- VIGENCIA, LA CUENTA QUE TIENE UN AVISO DE LA SUBIDA EN
      *--- TAAVISOC CUYA FECHA DE APLICACION NO HA LLEGADO (AVISO QUE
      *--- SALIO SIN LOS DIAS DE PREAVISO) SIGUE CON EL MONTO ANTERIOR
      *--- HASTA ESA FECHA
      *
           EXEC SQL
                SELECT
                   CASE
                      WHEN F.FECHA_VIGENCIA_CARGO > CURRENT DATE
                           THEN F.MONTO_ANTERIOR_CARGO
                      WHEN EXISTS (
                           SELECT 1
                           FROM   TAAVISOC A
                           WHERE  A.NUMERO_CUENTA_AV = :WS-AV-CUENTA
                                  AND A.TIPO_CAMBIO_AV = 'C'
                                  AND A.CODIGO_AV = F.CODIGO_CARGO
                                  AND A.FECHA_VIGENCIA_AV =
                                      F.FECHA_VIGENCIA_CARGO
                                  AND A.FECHA_APLICA_AV > CURRENT DATE)
                           THEN F.MONTO_ANTERIOR_CARGO
                      ELSE F.MONTO_CARGO
                   END
                INTO
                   :CL-MONTO-CARGO
                FROM
                   TAFEESCH F
                WHERE
                   F.CODIGO_CARGO = :CL-CODIGO-CARGO
           END-EXEC.
