      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DE CIERRE DE MES: REMESA DE      *
      *   PRIMAS DEL SEGURO DE VIDA DEUDORES A LAS        *
      *   ASEGURADORAS CON SU BORDEREAUX (TAASEGUR/       *
      *   TAPRESTA/TASINIES/TASEGREM) - SISTEMA BANCARIO  *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SGVRCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
      *--- BORDEREAUX PARA LAS ASEGURADORAS: POR CADA UNA UN BLOQUE
      *--- CON UN REGISTRO 'H' DE CONTROL, UN DETALLE 'D' POR
      *--- PRESTAMO ASEGURADO, UN REGISTRO 'S' POR RECLAMACION NUEVA
      *--- Y UN TRAILER 'T' CON CANTIDADES Y TOTALES DEL BLOQUE
      *
      *--- HEADER : POS 1 'H', 2-5 ASEGURADORA, 6-35 NOMBRE, 36-42
      *---          PERIODO (YYYY-MM), 43-52 FECHA DE GENERACION,
      *---          53-62 CUENTA DE LIQUIDACION
      *--- DETALLE: POS 1 'D', 2-5 ASEGURADORA, 6-14 OBLIGACION,
      *---          15-16 TIPO DE DOCUMENTO, 17-26 NUMERO DE
      *---          DOCUMENTO, 27-76 NOMBRE, 77-91 SALDO DE CAPITAL,
      *---          92-106 PRIMA RECAUDADA EN EL PERIODO, 107-113
      *---          TASA MENSUAL (6 DECIMALES), 114 ESTADO DEL
      *---          PRESTAMO ('V' VIGENTE, 'P' PAGADO, 'C' CASTIGADO)
      *--- SINIESTRO: POS 1 'S', 2-5 ASEGURADORA, 6-14 RECLAMACION,
      *---          15-23 OBLIGACION, 24-25 TIPO DE DOCUMENTO, 26-35
      *---          NUMERO DE DOCUMENTO, 36-85 NOMBRE, 86-95 FECHA DEL
      *---          FALLECIMIENTO, 96-110 SALDO ASEGURADO
      *--- TRAILER: POS 1 'T', 2-5 ASEGURADORA, 6-14 CANTIDAD DE
      *---          DETALLES, 15-29 TOTAL DE PRIMAS, 30-38 CANTIDAD DE
      *---          RECLAMACIONES, 39-53 TOTAL SALDO ASEGURADO
      *
           SELECT SGV-FILE ASSIGN TO SGVOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
       FD  SGV-FILE
           RECORDING MODE IS F.
       01  SGV-REGISTRO               PIC X(140).
       01  SGV-REG-HEADER REDEFINES SGV-REGISTRO.
           03 SGV-H-TIPO               PIC X(1).
           03 SGV-H-ASEGURADORA        PIC X(4).
           03 SGV-H-NOMBRE             PIC X(30).
           03 SGV-H-PERIODO            PIC X(7).
           03 SGV-H-FECHA              PIC X(10).
           03 SGV-H-CUENTA             PIC X(10).
           03 FILLER                   PIC X(78).
       01  SGV-REG-DETALLE REDEFINES SGV-REGISTRO.
           03 SGV-D-TIPO               PIC X(1).
           03 SGV-D-ASEGURADORA        PIC X(4).
           03 SGV-D-OBLIGACION         PIC 9(9).
           03 SGV-D-TIPO-DOC           PIC X(2).
           03 SGV-D-NUM-DOC            PIC X(10).
           03 SGV-D-NOMBRE             PIC X(50).
           03 SGV-D-SALDO              PIC 9(13)V9(2).
           03 SGV-D-PRIMA              PIC 9(13)V9(2).
           03 SGV-D-TASA               PIC 9(1)V9(6).
           03 SGV-D-ESTADO             PIC X(1).
           03 FILLER                   PIC X(26).
       01  SGV-REG-SINIESTRO REDEFINES SGV-REGISTRO.
           03 SGV-S-TIPO               PIC X(1).
           03 SGV-S-ASEGURADORA        PIC X(4).
           03 SGV-S-RECLAMACION        PIC 9(9).
           03 SGV-S-OBLIGACION         PIC 9(9).
           03 SGV-S-TIPO-DOC           PIC X(2).
           03 SGV-S-NUM-DOC            PIC X(10).
           03 SGV-S-NOMBRE             PIC X(50).
           03 SGV-S-FECHA              PIC X(10).
           03 SGV-S-SALDO              PIC 9(13)V9(2).
           03 FILLER                   PIC X(30).
       01  SGV-REG-TRAILER REDEFINES SGV-REGISTRO.
           03 SGV-T-TIPO               PIC X(1).
           03 SGV-T-ASEGURADORA        PIC X(4).
           03 SGV-T-DETALLES           PIC 9(9).
           03 SGV-T-PRIMAS             PIC 9(13)V9(2).
           03 SGV-T-SINIESTROS         PIC 9(9).
           03 SGV-T-SALDO-ASEGURADO    PIC 9(13)V9(2).
           03 FILLER                   PIC X(87).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAASEGUR END-EXEC.
           EXEC SQL INCLUDE TASINIES END-EXEC.
           EXEC SQL INCLUDE TASEGREM END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- ASEGURADORAS CON ALGO QUE REMITIR EN EL PERIODO (PRESTAMOS
      *--- ASEGURADOS VIGENTES, PRIMAS RECAUDADAS O RECLAMACIONES
      *--- ABIERTAS) Y QUE NO SE HAYAN LIQUIDADO YA EN EL MES; UNA
      *--- ASEGURADORA INACTIVA SIGUE RECIBIENDO LO DE SU CARTERA
      *
           EXEC SQL
                DECLARE C_ASEGURADORAS CURSOR FOR
                SELECT
                   A.CODIGO_AS
                  ,A.NOMBRE_AS
                  ,A.CUENTA_LIQUIDACION_AS
                FROM
                   TAASEGUR A
                WHERE
                   NOT EXISTS
                       (SELECT 1
                        FROM   TASEGREM R
                        WHERE  R.CODIGO_AS_SR = A.CODIGO_AS
                               AND R.PERIODO_SR = :WS-PERIODO)
                   AND (EXISTS
                          (SELECT 1
                           FROM   TAPRESTA P
                           WHERE  P.ASEGURADORA_LN = A.CODIGO_AS
                                  AND P.ESTADO_LN = 'V')
                        OR EXISTS
                          (SELECT 1
                           FROM   TASINIES S
                           WHERE  S.CODIGO_AS_SN = A.CODIGO_AS
                                  AND S.ESTADO_SN = 'A')
                        OR EXISTS
                          (SELECT 1
                           FROM   TATRANS T
                                 ,TAPRESTA P
                           WHERE  T.REFERENCIA_TRANSFERENCIA =
                                  P.ID_PRESTAMO
                                  AND P.ASEGURADORA_LN = A.CODIGO_AS
                                  AND T.TIPO_TRANSACCION = 'A'
                                  AND T.FECHA_NEGOCIO_T
                                      >= DATE(:WS-FECHA-DESDE)
                                  AND T.FECHA_NEGOCIO_T
                                      <= DATE(:WS-RC-FECHA)))
                ORDER BY
                   A.CODIGO_AS
           END-EXEC.
      *
      *--- BORDEREAUX DE LA ASEGURADORA: SUS PRESTAMOS VIGENTES MAS
      *--- LOS QUE PAGARON PRIMA EN EL MES AUNQUE YA NO ESTEN
      *--- VIGENTES. LA PRIMA DEL MES SON LAS PATAS 'A' CON EL
      *--- PRESTAMO EN REFERENCIA_TRANSFERENCIA (VER PRSCCOB/PRPGCOB);
      *--- UNA PATA REVERSADA EN REVSCOB (PATA 'V' AMARRADA A SU ID)
      *--- NO SE REMITE. EL DEUDOR ES EL TITULAR DE LA CUENTA
      *--- ENLAZADA, CON SUS DATOS DE TACLIENT (MISMO CRITERIO DE
      *--- CRBXCOB)
      *
           EXEC SQL
                DECLARE C_ASEGURADOS CURSOR FOR
                SELECT
                   X.ID_PRESTAMO
                  ,X.SALDO_CAPITAL_LN
                  ,X.TASA_SEGURO_LN
                  ,X.ESTADO_LN
                  ,X.CEDULA_CLIENTE
                  ,X.TIPO_DOCUMENTO
                  ,X.NOMBRE_LEGAL
                  ,X.PRIMA
                FROM
                  (SELECT
                      P.ID_PRESTAMO
                     ,P.SALDO_CAPITAL_LN
                     ,P.TASA_SEGURO_LN
                     ,P.ESTADO_LN
                     ,C.CEDULA_CLIENTE
                     ,COALESCE(L.TIPO_DOCUMENTO, ' ') AS TIPO_DOCUMENTO
                     ,COALESCE(L.NOMBRE_LEGAL, ' ')   AS NOMBRE_LEGAL
                     ,COALESCE(
                        (SELECT SUM(T.MONTO)
                         FROM   TATRANS T
                         WHERE  T.REFERENCIA_TRANSFERENCIA =
                                P.ID_PRESTAMO
                                AND T.TIPO_TRANSACCION = 'A'
                                AND T.FECHA_NEGOCIO_T
                                    >= DATE(:WS-FECHA-DESDE)
                                AND T.FECHA_NEGOCIO_T
                                    <= DATE(:WS-RC-FECHA)
                                AND NOT EXISTS
                                    (SELECT 1
                                     FROM   TATRANS V
                                     WHERE  V.TIPO_TRANSACCION = 'V'
                                       AND  V.REFERENCIA_TRANSFERENCIA
                                            = T.ID_TRANSACTION))
                       ,0) AS PRIMA
                   FROM
                      TAPRESTA P
                      INNER JOIN TACUENT C
                         ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                      LEFT JOIN TACLIENT L
                         ON L.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
                   WHERE
                      P.ASEGURADORA_LN = :CL-CODIGO-AS) X
                WHERE
                   X.ESTADO_LN = 'V'
                   OR X.PRIMA <> 0
                ORDER BY
                   X.ID_PRESTAMO
           END-EXEC.
      *
      *--- RECLAMACIONES ABIERTAS DE LA ASEGURADORA (LAS RADICA
      *--- SUCECOB AL MARCAR AL DEUDOR FALLECIDO)
      *
           EXEC SQL
                DECLARE C_SINIESTROS CURSOR FOR
                SELECT
                   S.ID_SINIESTRO
                  ,S.ID_PRESTAMO_SN
                  ,S.CEDULA_SN
                  ,CHAR(S.FECHA_SINIESTRO_SN, ISO)
                  ,S.SALDO_ASEGURADO_SN
                  ,COALESCE(L.TIPO_DOCUMENTO, ' ')
                  ,COALESCE(L.NOMBRE_LEGAL, ' ')
                FROM
                   TASINIES S
                   LEFT JOIN TACLIENT L
                      ON L.CEDULA_CLIENTE_M = S.CEDULA_SN
                WHERE
                   S.CODIGO_AS_SN = :CL-CODIGO-AS
                   AND S.ESTADO_SN = 'A'
                ORDER BY
                   S.ID_SINIESTRO
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-PERIODO              PIC X(7).
           03 WS-FECHA-DESDE          PIC X(10).
           03 WS-PRIMA                PIC S9(13)V9(2) COMP-3.
           03 WS-CEDULA               PIC X(10).
           03 WS-TIPO-DOC             PIC X(2).
           03 WS-NOMBRE               PIC X(50).
           03 WS-FECHA-SINIESTRO      PIC X(10).
      *
      *--- ACUMULADOS DE LA ASEGURADORA EN CURSO (TRAILER Y REMESA)
      *
           03 WS-DETALLES-AS          PIC S9(9)       COMP.
           03 WS-PRIMAS-AS            PIC S9(13)V9(2) COMP-3.
           03 WS-SINIESTROS-AS        PIC S9(9)       COMP.
           03 WS-SALDO-ASEGURADO-AS   PIC S9(13)V9(2) COMP-3.
      *
      *--- TOTALES DE LA CORRIDA
      *
           03 WS-ASEGURADORAS         PIC 9(9)        VALUE 0.
           03 WS-TOTAL-DETALLES       PIC 9(9)        VALUE 0.
           03 WS-TOTAL-SINIESTROS     PIC 9(9)        VALUE 0.
           03 WS-TOTAL-PRIMAS         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-CANT-ED              PIC ZZZZZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-DET-FLAG             PIC X           VALUE 'N'.
              88 WS-DET-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'SGVRCOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'SGV'.
          03 WC-TERMINAL-BATCH        PIC X(4)     VALUE 'BTCH'.

       COPY RUNCTLCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTE PROCESO (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy); LA SUCURSAL DEL
      *--- EVENTO ES LA DE LA CUENTA
      *
           MOVE 'BAT'          TO WS-EV-CANAL
           MOVE WC-USUARIO-BATCH TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT SGV-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
      *
      *--- EL PERIODO REMITIDO ES EL MES DE LA FECHA DE NEGOCIO DEL
      *--- CIERRE (MISMO CRITERIO DE CRBXCOB): LAS PRIMAS RECAUDADAS
      *--- DEL PRIMERO DEL MES HASTA ESA FECHA
      *
           MOVE WS-RC-FECHA(1:7) TO WS-PERIODO
           MOVE WS-RC-FECHA      TO WS-FECHA-DESDE
           MOVE '01'             TO WS-FECHA-DESDE(9:2)
           MOVE SPACES TO RPT-LINEA
           STRING 'REMESA DE PRIMAS SEGURO DE VIDA DEUDORES - PERIODO '
                                       DELIMITED BY SIZE
                  WS-PERIODO           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_ASEGURADORAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ASEGURADORAS INTO
                      :CL-CODIGO-AS
                     ,:CL-NOMBRE-AS
                     ,:CL-CUENTA-LIQUIDACION-AS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 210-PROCESAR-ASEGURADORA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_ASEGURADORAS END-EXEC.

       210-PROCESAR-ASEGURADORA.
      *
      *--- UN BLOQUE DEL BORDEREAUX POR ASEGURADORA; SE LE ABONA LO
      *--- RECAUDADO Y QUEDA SU FILA EN TASEGREM PARA EL PERIODO
      *
           ADD 1 TO WS-ASEGURADORAS
           MOVE 0 TO WS-DETALLES-AS
           MOVE 0 TO WS-PRIMAS-AS
           MOVE 0 TO WS-SINIESTROS-AS
           MOVE 0 TO WS-SALDO-ASEGURADO-AS
           MOVE SPACES                   TO SGV-REGISTRO
           MOVE 'H'                      TO SGV-H-TIPO
           MOVE CL-CODIGO-AS             TO SGV-H-ASEGURADORA
           MOVE CL-NOMBRE-AS             TO SGV-H-NOMBRE
           MOVE WS-PERIODO               TO SGV-H-PERIODO
           MOVE WS-RC-FECHA              TO SGV-H-FECHA
           MOVE CL-CUENTA-LIQUIDACION-AS TO SGV-H-CUENTA
           WRITE SGV-REGISTRO
           PERFORM 220-ESCRIBIR-ASEGURADOS
           PERFORM 230-ESCRIBIR-SINIESTROS
           MOVE SPACES                TO SGV-REGISTRO
           MOVE 'T'                   TO SGV-T-TIPO
           MOVE CL-CODIGO-AS          TO SGV-T-ASEGURADORA
           MOVE WS-DETALLES-AS        TO SGV-T-DETALLES
           MOVE WS-PRIMAS-AS          TO SGV-T-PRIMAS
           MOVE WS-SINIESTROS-AS      TO SGV-T-SINIESTROS
           MOVE WS-SALDO-ASEGURADO-AS TO SGV-T-SALDO-ASEGURADO
           WRITE SGV-REGISTRO
           IF WS-PRIMAS-AS > 0
              PERFORM 240-ABONAR-ASEGURADORA
           END-IF
           PERFORM 250-SQL-GRABAR-REMESA
           ADD WS-DETALLES-AS   TO WS-TOTAL-DETALLES
           ADD WS-SINIESTROS-AS TO WS-TOTAL-SINIESTROS
           ADD WS-PRIMAS-AS     TO WS-TOTAL-PRIMAS
           MOVE WS-PRIMAS-AS TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'ASEGURADORA ' CL-CODIGO-AS ' ' CL-NOMBRE-AS
                  ' PRIMAS:'    DELIMITED BY SIZE
                  WS-MONTO-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-DETALLES-AS TO WS-CANT-ED
           MOVE SPACES TO RPT-LINEA
           STRING '           PRESTAMOS ASEGURADOS:' DELIMITED BY SIZE
                  WS-CANT-ED                       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-SINIESTROS-AS TO WS-CANT-ED
           MOVE WS-SALDO-ASEGURADO-AS TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '           RECLAMACIONES ENVIADAS:' DELIMITED BY SIZE
                  WS-CANT-ED                         DELIMITED BY SIZE
                  ' SALDO:'                          DELIMITED BY SIZE
                  WS-MONTO-ED                        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       220-ESCRIBIR-ASEGURADOS.
           EXEC SQL OPEN C_ASEGURADOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-DET-FLAG
           PERFORM UNTIL WS-DET-FIN
              EXEC SQL
                   FETCH C_ASEGURADOS INTO
                      :CL-ID-PRESTAMO
                     ,:CL-SALDO-CAPITAL-LN
                     ,:CL-TASA-SEGURO-LN
                     ,:CL-ESTADO-LN
                     ,:WS-CEDULA
                     ,:WS-TIPO-DOC
                     ,:WS-NOMBRE
                     ,:WS-PRIMA
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES              TO SGV-REGISTRO
                 MOVE 'D'                 TO SGV-D-TIPO
                 MOVE CL-CODIGO-AS        TO SGV-D-ASEGURADORA
                 MOVE CL-ID-PRESTAMO      TO SGV-D-OBLIGACION
                 MOVE WS-TIPO-DOC         TO SGV-D-TIPO-DOC
                 MOVE WS-CEDULA           TO SGV-D-NUM-DOC
                 MOVE WS-NOMBRE           TO SGV-D-NOMBRE
                 MOVE CL-SALDO-CAPITAL-LN TO SGV-D-SALDO
                 MOVE WS-PRIMA            TO SGV-D-PRIMA
                 MOVE CL-TASA-SEGURO-LN   TO SGV-D-TASA
                 MOVE CL-ESTADO-LN        TO SGV-D-ESTADO
                 WRITE SGV-REGISTRO
                 ADD 1        TO WS-DETALLES-AS
                 ADD WS-PRIMA TO WS-PRIMAS-AS
              ELSE
                 IF SQLCODE = 100
                    SET WS-DET-FIN TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_ASEGURADOS END-EXEC.

       230-ESCRIBIR-SINIESTROS.
      *
      *--- CADA RECLAMACION SALE UNA SOLA VEZ: QUEDA ENVIADA ('E')
      *--- CON EL PERIODO DEL BORDEREAUX QUE LA LLEVO
      *
           EXEC SQL OPEN C_SINIESTROS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-DET-FLAG
           PERFORM UNTIL WS-DET-FIN
              EXEC SQL
                   FETCH C_SINIESTROS INTO
                      :CL-ID-SINIESTRO
                     ,:CL-ID-PRESTAMO-SN
                     ,:CL-CEDULA-SN
                     ,:WS-FECHA-SINIESTRO
                     ,:CL-SALDO-ASEGURADO-SN
                     ,:WS-TIPO-DOC
                     ,:WS-NOMBRE
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES                TO SGV-REGISTRO
                 MOVE 'S'                   TO SGV-S-TIPO
                 MOVE CL-CODIGO-AS          TO SGV-S-ASEGURADORA
                 MOVE CL-ID-SINIESTRO       TO SGV-S-RECLAMACION
                 MOVE CL-ID-PRESTAMO-SN     TO SGV-S-OBLIGACION
                 MOVE WS-TIPO-DOC           TO SGV-S-TIPO-DOC
                 MOVE CL-CEDULA-SN          TO SGV-S-NUM-DOC
                 MOVE WS-NOMBRE             TO SGV-S-NOMBRE
                 MOVE WS-FECHA-SINIESTRO    TO SGV-S-FECHA
                 MOVE CL-SALDO-ASEGURADO-SN TO SGV-S-SALDO
                 WRITE SGV-REGISTRO
                 ADD 1 TO WS-SINIESTROS-AS
                 ADD CL-SALDO-ASEGURADO-SN TO WS-SALDO-ASEGURADO-AS
                 MOVE WS-PERIODO TO CL-PERIODO-ENVIO-SN
                 EXEC SQL
                      UPDATE TASINIES
                      SET    ESTADO_SN = 'E'
                            ,PERIODO_ENVIO_SN = :CL-PERIODO-ENVIO-SN
                      WHERE  ID_SINIESTRO = :CL-ID-SINIESTRO
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 999-ERROR-DB2
                 END-IF
              ELSE
                 IF SQLCODE = 100
                    SET WS-DET-FIN TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SINIESTROS END-EXEC.

       240-ABONAR-ASEGURADORA.
      *
      *--- LAS PRIMAS SON DE LA ASEGURADORA: SE LE ABONA TODO LO
      *--- RECAUDADO EN SU CUENTA DE LIQUIDACION COMO 'D', MISMO
      *--- ABONO DE BILSCOB A LOS FACTURADORES
      *
           MOVE CL-CUENTA-LIQUIDACION-AS TO CL-NUMERO-CUENTA
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO + :WS-PRIMAS-AS
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'D' TO WS-EV-TIPO
           MOVE WS-PRIMAS-AS TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-PRIMAS-AS       TO CL-MONTO
           MOVE WC-USUARIO-BATCH   TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH  TO CL-TERMINAL
           MOVE WC-PROGRAMA        TO CL-PROGRAMA-T
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'D'
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,DATE(:WS-RC-FECHA)
                   ,:CL-PROGRAMA-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       250-SQL-GRABAR-REMESA.
           MOVE CL-CODIGO-AS     TO CL-CODIGO-AS-SR
           MOVE WS-PERIODO       TO CL-PERIODO-SR
           MOVE WS-PRIMAS-AS     TO CL-PRIMAS-SR
           MOVE WS-DETALLES-AS   TO CL-PRESTAMOS-SR
           MOVE WS-SINIESTROS-AS TO CL-SINIESTROS-SR
           EXEC SQL
                INSERT INTO TASEGREM (
                    CODIGO_AS_SR
                   ,PERIODO_SR
                   ,PRIMAS_SR
                   ,PRESTAMOS_SR
                   ,SINIESTROS_SR
                   ,FECHA_NEGOCIO_SR
                   ,FECHA_HORA_SR
                ) VALUES (
                    :CL-CODIGO-AS-SR
                   ,:CL-PERIODO-SR
                   ,:CL-PRIMAS-SR
                   ,:CL-PRESTAMOS-SR
                   ,:CL-SINIESTROS-SR
                   ,DATE(:WS-RC-FECHA)
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'ASEGURADORAS LIQUIDADAS: ' DELIMITED BY SIZE
                  WS-ASEGURADORAS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PRESTAMOS EN BORDEREAUX: ' DELIMITED BY SIZE
                  WS-TOTAL-DETALLES           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RECLAMACIONES ENVIADAS: '  DELIMITED BY SIZE
                  WS-TOTAL-SINIESTROS         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-PRIMAS TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL PRIMAS REMITIDAS:'   DELIMITED BY SIZE
                  WS-MONTO-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-DETALLES TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           CLOSE SGV-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE SGV-FILE
           STOP RUN.
