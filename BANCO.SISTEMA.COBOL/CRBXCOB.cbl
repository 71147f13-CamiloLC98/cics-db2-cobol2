      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DE CIERRE DE MES: ARCHIVO DE     *
      *   REPORTE DE CARTERA A LA CENTRAL DE RIESGO       *
      *   (TAPRESTA/TAPRSCHD/TACLIENT/TACRBREP) -         *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CRBXCOB.
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
      *--- ARCHIVO PARA LA CENTRAL DE RIESGO: UN REGISTRO DE CONTROL
      *--- 'H' AL INICIO, UN DETALLE 'D' POR DEUDOR Y PRESTAMO Y UN
      *--- TRAILER 'T' CON LA CANTIDAD Y EL SALDO REPORTADO
      *
      *--- HEADER : POS 1 'H', 2-7 CODIGO DE LA ENTIDAD, 8-14 PERIODO
      *---          (YYYY-MM), 15-24 FECHA DE GENERACION
      *--- DETALLE: POS 1 'D', 2 NOVEDAD ('N' NORMAL, 'C' CORRECCION
      *---          DE UN PERIODO ANTERIOR), 3-9 PERIODO REPORTADO,
      *---          10-11 TIPO DE DOCUMENTO, 12-21 NUMERO DE
      *---          DOCUMENTO, 22-71 NOMBRE, 72-80 OBLIGACION,
      *---          81-95 VALOR INICIAL, 96-110 SALDO, 111-125 CUOTA,
      *---          126-130 DIAS DE MORA, 131-135 PEOR MORA DEL
      *---          PERIODO, 136-137 ESTADO (01 AL DIA, 02 EN MORA,
      *---          03 PAGADO, 04 CASTIGADO)
      *--- TRAILER: POS 1 'T', 2-10 CANTIDAD DE DETALLES, 11-25 SALDO
      *---          TOTAL REPORTADO
      *
           SELECT CRB-FILE ASSIGN TO CRBOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
      *--- REPORTE DE RECHAZOS: DEUDORES SIN LOS DATOS OBLIGATORIOS
      *--- QUE NO SALEN EN EL ARCHIVO Y RECHAZOS DE CICLOS ANTERIORES
      *--- QUE SIGUEN SIN CORREGIR
      *
           SELECT RCH-FILE ASSIGN TO RCHOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
       FD  CRB-FILE
           RECORDING MODE IS F.
       01  CRB-REGISTRO               PIC X(140).
       01  CRB-REG-HEADER REDEFINES CRB-REGISTRO.
           03 CRB-H-TIPO               PIC X(1).
           03 CRB-H-ENTIDAD            PIC 9(6).
           03 CRB-H-PERIODO            PIC X(7).
           03 CRB-H-FECHA              PIC X(10).
           03 FILLER                   PIC X(116).
       01  CRB-REG-DETALLE REDEFINES CRB-REGISTRO.
           03 CRB-D-TIPO               PIC X(1).
           03 CRB-D-NOVEDAD            PIC X(1).
           03 CRB-D-PERIODO            PIC X(7).
           03 CRB-D-TIPO-DOC           PIC X(2).
           03 CRB-D-NUM-DOC            PIC X(10).
           03 CRB-D-NOMBRE             PIC X(50).
           03 CRB-D-OBLIGACION         PIC 9(9).
           03 CRB-D-VALOR-INICIAL      PIC 9(13)V9(2).
           03 CRB-D-SALDO              PIC 9(13)V9(2).
           03 CRB-D-CUOTA              PIC 9(13)V9(2).
           03 CRB-D-DIAS-MORA          PIC 9(5).
           03 CRB-D-PEOR-MORA          PIC 9(5).
           03 CRB-D-ESTADO             PIC X(2).
           03 FILLER                   PIC X(3).
       01  CRB-REG-TRAILER REDEFINES CRB-REGISTRO.
           03 CRB-T-TIPO               PIC X(1).
           03 CRB-T-CANTIDAD           PIC 9(9).
           03 CRB-T-SALDO              PIC 9(13)V9(2).
           03 FILLER                   PIC X(115).
       FD  RCH-FILE
           RECORDING MODE IS F.
       01  RCH-LINEA                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TAPROVIS END-EXEC.
           EXEC SQL INCLUDE TACRBREP END-EXEC.
      *
      *--- CARTERA A REPORTAR: VIGENTES Y CASTIGADOS CADA MES; LOS
      *--- PAGADOS UNA SOLA VEZ (EL PRIMER CIERRE QUE LOS ENCUENTRA
      *--- PAGADOS). EL DEUDOR ES EL TITULAR DE LA CUENTA ENLAZADA Y
      *--- SUS DATOS DE IDENTIFICACION SALEN DE TACLIENT. LOS DIAS DE
      *--- MORA SON LOS DE LA CUOTA ABIERTA MAS VIEJA YA VENCIDA
      *--- (MISMO CALCULO DE PRSCCOB/PROVCOB)
      *
           EXEC SQL
                DECLARE C_CARTERA CURSOR FOR
                SELECT
                   P.ID_PRESTAMO
                  ,P.MONTO_LN
                  ,P.CUOTA_LN
                  ,P.SALDO_CAPITAL_LN
                  ,P.ESTADO_LN
                  ,COALESCE(V.SALDO_CASTIGO_PV, 0)
                  ,C.CEDULA_CLIENTE
                  ,COALESCE(L.TIPO_DOCUMENTO, ' ')
                  ,COALESCE(L.NOMBRE_LEGAL, ' ')
                  ,COALESCE(
                     (SELECT DAYS(DATE(:WS-RC-FECHA))
                           - DAYS(MIN(S.FECHA_CUOTA_SC))
                      FROM   TAPRSCHD S
                      WHERE  S.ID_PRESTAMO_SC = P.ID_PRESTAMO
                             AND S.ESTADO_SC IN ('P', 'A')
                             AND S.FECHA_CUOTA_SC < DATE(:WS-RC-FECHA))
                    ,0)
                FROM
                   TAPRESTA P
                   INNER JOIN TACUENT C
                      ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                   LEFT JOIN TACLIENT L
                      ON L.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
                   LEFT JOIN TAPROVIS V
                      ON V.ID_PRESTAMO_PV = P.ID_PRESTAMO
                         AND V.ESTADO_CASTIGO_PV = 'A'
                WHERE
                   P.ESTADO_LN IN ('V', 'C')
                   OR (P.ESTADO_LN = 'P'
                       AND NOT EXISTS
                          (SELECT 1
                           FROM   TACRBREP R
                           WHERE  R.ID_PRESTAMO_CB = P.ID_PRESTAMO
                                  AND R.ESTADO_CREDITO_CB = '03'
                                  AND R.PERIODO_CB < :WS-PERIODO))
                ORDER BY
                   P.ID_PRESTAMO
           END-EXEC.
      *
      *--- REPORTES DE PERIODOS ANTERIORES PENDIENTES DE CORRECCION:
      *--- RETENIDOS POR DATOS FALTANTES ('X') Y RECHAZADOS POR LA
      *--- CENTRAL ('R', CARGADOS POR CRBRCOB), CON LOS DATOS ACTUALES
      *--- DEL DEUDOR PARA VER SI YA FUERON CORREGIDOS
      *
           EXEC SQL
                DECLARE C_CORRECCION CURSOR FOR
                SELECT
                   R.ID_PRESTAMO_CB
                  ,R.PERIODO_CB
                  ,R.TIPO_DOCUMENTO_CB
                  ,R.CEDULA_CB
                  ,R.NOMBRE_CB
                  ,R.MONTO_ORIGINAL_CB
                  ,R.SALDO_CB
                  ,R.CUOTA_CB
                  ,R.DIAS_MORA_CB
                  ,R.PEOR_MORA_CB
                  ,R.ESTADO_CREDITO_CB
                  ,R.ESTADO_ENVIO_CB
                  ,R.MOTIVO_CB
                  ,C.CEDULA_CLIENTE
                  ,COALESCE(L.TIPO_DOCUMENTO, ' ')
                  ,COALESCE(L.NOMBRE_LEGAL, ' ')
                FROM
                   TACRBREP R
                   INNER JOIN TAPRESTA P
                      ON P.ID_PRESTAMO = R.ID_PRESTAMO_CB
                   INNER JOIN TACUENT C
                      ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                   LEFT JOIN TACLIENT L
                      ON L.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
                WHERE
                   R.PERIODO_CB < :WS-PERIODO
                   AND R.ESTADO_ENVIO_CB IN ('X', 'R')
                ORDER BY
                   R.ID_PRESTAMO_CB
                  ,R.PERIODO_CB
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-PERIODO              PIC X(7).
           03 WS-PERIODO-DESDE        PIC X(7).
           03 WS-ENTIDAD              PIC 9(6).
           03 WS-SALDO-CASTIGO        PIC S9(13)V9(2) COMP-3.
           03 WS-DIAS-MORA            PIC S9(9)       COMP.
           03 WS-PEOR-MORA            PIC S9(9)       COMP.
           03 WS-CEDULA               PIC X(10).
           03 WS-TIPO-DOC             PIC X(2).
              88 WS-TIPO-DOC-VALIDO   VALUES 'CC' 'CE' 'TI' 'NI'
                                             'PA' 'RC'.
           03 WS-MOTIVO               PIC X(40).
           03 WS-NOVEDAD              PIC X(1).
           03 WS-PRESTAMOS-LEIDOS     PIC 9(9)        VALUE 0.
           03 WS-DETALLES-ESCRITOS    PIC 9(9)        VALUE 0.
           03 WS-CORRECCIONES         PIC 9(9)        VALUE 0.
           03 WS-RETENIDOS            PIC 9(9)        VALUE 0.
           03 WS-PENDIENTES           PIC 9(9)        VALUE 0.
           03 WS-SALDO-REPORTADO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-DATOS-FALG           PIC X           VALUE 'N'.
              88 WS-DATOS-COMPLETOS                   VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CRBXCOB'.
      *
      *--- CODIGO DE LA ENTIDAD ANTE LA CENTRAL (TAPARAM MANDA)
      *
          03 WC-ENTIDAD               PIC 9(6)     VALUE 0.

       COPY RUNCTLCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 250-PROCESAR-CORRECCIONES
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT CRB-FILE
           OPEN OUTPUT RCH-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
      *
      *--- EL PERIODO REPORTADO ES EL MES DE LA FECHA DE NEGOCIO DEL
      *--- CIERRE; LA PEOR MORA SE MIDE SOBRE ESE MES Y LOS ONCE
      *--- ANTERIORES YA REPORTADOS
      *
           MOVE WS-RC-FECHA(1:7) TO WS-PERIODO
           EXEC SQL
                SELECT SUBSTR(CHAR(DATE(:WS-RC-FECHA) - 11 MONTHS,
                                   ISO), 1, 7)
                INTO   :WS-PERIODO-DESDE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'CRB-CODIGO-ENTIDAD' TO CL-PARAM-CLAVE
           MOVE WC-ENTIDAD           TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR          TO WS-ENTIDAD
           PERFORM 110-PREPARAR-RECORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'REPORTE A CENTRAL DE RIESGO - PERIODO '
                                       DELIMITED BY SIZE
                  WS-PERIODO           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RCH-LINEA
           STRING 'RECHAZOS DEL REPORTE A CENTRAL DE RIESGO - PERIODO '
                                       DELIMITED BY SIZE
                  WS-PERIODO           DELIMITED BY SIZE
             INTO RCH-LINEA
           END-STRING
           WRITE RCH-LINEA
           MOVE SPACES TO RCH-LINEA
           WRITE RCH-LINEA
           MOVE SPACES         TO CRB-REGISTRO
           MOVE 'H'            TO CRB-H-TIPO
           MOVE WS-ENTIDAD     TO CRB-H-ENTIDAD
           MOVE WS-PERIODO     TO CRB-H-PERIODO
           MOVE WS-RC-FECHA    TO CRB-H-FECHA
           WRITE CRB-REGISTRO.

       110-PREPARAR-RECORRIDA.
      *
      *--- UNA RECORRIDA AUTORIZADA EN JOBSCOB REEMPLAZA EL ARCHIVO
      *--- DEL PERIODO: SE BORRA LO GRABADO PARA EL MES Y LAS
      *--- CORRECCIONES QUE YA HABIAN SALIDO EN ESE ARCHIVO VUELVEN A
      *--- QUEDAR PENDIENTES ('X') PARA SALIR EN EL NUEVO
      *
           EXEC SQL
                UPDATE TACRBREP
                SET    ESTADO_ENVIO_CB = 'X'
                WHERE  ESTADO_ENVIO_CB  = 'E'
                       AND PERIODO_ENVIO_CB = :WS-PERIODO
                       AND PERIODO_CB < :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                DELETE FROM TACRBREP
                WHERE  PERIODO_CB = :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       200-PROCESO.
           EXEC SQL OPEN C_CARTERA END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CARTERA INTO
                      :CL-ID-PRESTAMO
                     ,:CL-MONTO-LN
                     ,:CL-CUOTA-LN
                     ,:CL-SALDO-CAPITAL-LN
                     ,:CL-ESTADO-LN
                     ,:WS-SALDO-CASTIGO
                     ,:WS-CEDULA
                     ,:CL-TIPO-DOCUMENTO
                     ,:CL-NOMBRE-LEGAL
                     ,:WS-DIAS-MORA
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-PRESTAMOS-LEIDOS
                 PERFORM 210-REPORTAR-PRESTAMO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CARTERA END-EXEC.

       210-REPORTAR-PRESTAMO.
      *
      *--- SALDO: EL CAPITAL DE LOS VIGENTES, LO QUE FALTA POR
      *--- RECUPERAR DE LOS CASTIGADOS (TAPROVIS) Y CERO LOS PAGADOS.
      *--- UN PAGADO SE REPORTA SIN MORA AUNQUE SU PLAN HAYA QUEDADO
      *--- CON CUOTAS ABIERTAS (RECUPERACION TOTAL DE UN CASTIGADO)
      *
           MOVE CL-ID-PRESTAMO      TO CL-ID-PRESTAMO-CB
           MOVE WS-PERIODO          TO CL-PERIODO-CB
           MOVE CL-MONTO-LN         TO CL-MONTO-ORIGINAL-CB
           MOVE CL-CUOTA-LN         TO CL-CUOTA-CB
           EVALUATE CL-ESTADO-LN
                WHEN 'C'
                     MOVE WS-SALDO-CASTIGO    TO CL-SALDO-CB
                     MOVE '04'                TO CL-ESTADO-CREDITO-CB
                WHEN 'P'
                     MOVE 0                   TO CL-SALDO-CB
                     MOVE 0                   TO WS-DIAS-MORA
                     MOVE '03'                TO CL-ESTADO-CREDITO-CB
                WHEN OTHER
                     MOVE CL-SALDO-CAPITAL-LN TO CL-SALDO-CB
                     IF WS-DIAS-MORA > 0
                        MOVE '02'             TO CL-ESTADO-CREDITO-CB
                     ELSE
                        MOVE '01'             TO CL-ESTADO-CREDITO-CB
                     END-IF
           END-EVALUATE
           MOVE WS-DIAS-MORA        TO CL-DIAS-MORA-CB
           PERFORM 215-CALCULAR-PEOR-MORA
           MOVE CL-TIPO-DOCUMENTO   TO CL-TIPO-DOCUMENTO-CB
           MOVE WS-CEDULA           TO CL-CEDULA-CB
           MOVE CL-NOMBRE-LEGAL     TO CL-NOMBRE-CB
           MOVE WS-PERIODO          TO CL-PERIODO-ENVIO-CB
           PERFORM 220-VALIDAR-DEUDOR
           IF WS-DATOS-COMPLETOS
              MOVE 'E'    TO CL-ESTADO-ENVIO-CB
              MOVE SPACES TO CL-MOTIVO-CB
              MOVE 'N'    TO WS-NOVEDAD
              PERFORM 230-ESCRIBIR-DETALLE
           ELSE
              MOVE 'X'       TO CL-ESTADO-ENVIO-CB
              MOVE WS-MOTIVO TO CL-MOTIVO-CB
              ADD 1 TO WS-RETENIDOS
              PERFORM 240-ESCRIBIR-RECHAZO
           END-IF
           PERFORM 235-SQL-GRABAR-REPORTE.

       215-CALCULAR-PEOR-MORA.
           EXEC SQL
                SELECT COALESCE(MAX(DIAS_MORA_CB), 0)
                INTO   :WS-PEOR-MORA
                FROM   TACRBREP
                WHERE  ID_PRESTAMO_CB = :CL-ID-PRESTAMO-CB
                       AND PERIODO_CB >= :WS-PERIODO-DESDE
                       AND PERIODO_CB <  :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-DIAS-MORA > WS-PEOR-MORA
              MOVE WS-DIAS-MORA TO WS-PEOR-MORA
           END-IF
           MOVE WS-PEOR-MORA TO CL-PEOR-MORA-CB.

       220-VALIDAR-DEUDOR.
      *
      *--- DATOS OBLIGATORIOS DE LA CENTRAL: NUMERO Y TIPO DE
      *--- DOCUMENTO VALIDO Y NOMBRE DEL DEUDOR (SIN FILA EN TACLIENT
      *--- EL NOMBRE LLEGA EN BLANCO). EL TIPO DE DOCUMENTO SE CORRIGE
      *--- EN LA PANTALLA CRBCCOB
      *
           SET WS-DATOS-COMPLETOS TO TRUE
           MOVE SPACES              TO WS-MOTIVO
           MOVE CL-TIPO-DOCUMENTO-CB TO WS-TIPO-DOC
           EVALUATE TRUE
                WHEN CL-CEDULA-CB = SPACES
                     MOVE 'DEUDOR SIN NUMERO DE DOCUMENTO' TO WS-MOTIVO
                WHEN CL-NOMBRE-CB = SPACES
                     MOVE 'DEUDOR SIN REGISTRO EN TACLIENT' TO WS-MOTIVO
                WHEN WS-TIPO-DOC = SPACES
                     MOVE 'DEUDOR SIN TIPO DE DOCUMENTO' TO WS-MOTIVO
                WHEN NOT WS-TIPO-DOC-VALIDO
                     MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
              MOVE 'N' TO WS-DATOS-FALG
           END-IF.

       230-ESCRIBIR-DETALLE.
           MOVE SPACES                TO CRB-REGISTRO
           MOVE 'D'                   TO CRB-D-TIPO
           MOVE WS-NOVEDAD            TO CRB-D-NOVEDAD
           MOVE CL-PERIODO-CB         TO CRB-D-PERIODO
           MOVE CL-TIPO-DOCUMENTO-CB  TO CRB-D-TIPO-DOC
           MOVE CL-CEDULA-CB          TO CRB-D-NUM-DOC
           MOVE CL-NOMBRE-CB          TO CRB-D-NOMBRE
           MOVE CL-ID-PRESTAMO-CB     TO CRB-D-OBLIGACION
           MOVE CL-MONTO-ORIGINAL-CB  TO CRB-D-VALOR-INICIAL
           MOVE CL-SALDO-CB           TO CRB-D-SALDO
           MOVE CL-CUOTA-CB           TO CRB-D-CUOTA
           MOVE CL-DIAS-MORA-CB       TO CRB-D-DIAS-MORA
           MOVE CL-PEOR-MORA-CB       TO CRB-D-PEOR-MORA
           MOVE CL-ESTADO-CREDITO-CB  TO CRB-D-ESTADO
           WRITE CRB-REGISTRO
           ADD 1           TO WS-DETALLES-ESCRITOS
           ADD CL-SALDO-CB TO WS-SALDO-REPORTADO.

       235-SQL-GRABAR-REPORTE.
           EXEC SQL
                INSERT INTO TACRBREP (
                    ID_PRESTAMO_CB
                   ,PERIODO_CB
                   ,TIPO_DOCUMENTO_CB
                   ,CEDULA_CB
                   ,NOMBRE_CB
                   ,MONTO_ORIGINAL_CB
                   ,SALDO_CB
                   ,CUOTA_CB
                   ,DIAS_MORA_CB
                   ,PEOR_MORA_CB
                   ,ESTADO_CREDITO_CB
                   ,ESTADO_ENVIO_CB
                   ,MOTIVO_CB
                   ,PERIODO_ENVIO_CB
                ) VALUES (
                    :CL-ID-PRESTAMO-CB
                   ,:CL-PERIODO-CB
                   ,:CL-TIPO-DOCUMENTO-CB
                   ,:CL-CEDULA-CB
                   ,:CL-NOMBRE-CB
                   ,:CL-MONTO-ORIGINAL-CB
                   ,:CL-SALDO-CB
                   ,:CL-CUOTA-CB
                   ,:CL-DIAS-MORA-CB
                   ,:CL-PEOR-MORA-CB
                   ,:CL-ESTADO-CREDITO-CB
                   ,:CL-ESTADO-ENVIO-CB
                   ,:CL-MOTIVO-CB
                   ,:CL-PERIODO-ENVIO-CB
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       240-ESCRIBIR-RECHAZO.
           MOVE CL-ID-PRESTAMO-CB TO WS-ID-ED
           MOVE SPACES TO RCH-LINEA
           STRING 'PRESTAMO '    DELIMITED BY SIZE
                  WS-ID-ED       DELIMITED BY SIZE
                  ' PERIODO '    DELIMITED BY SIZE
                  CL-PERIODO-CB  DELIMITED BY SIZE
                  ' DOC='        DELIMITED BY SIZE
                  CL-CEDULA-CB   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-MOTIVO      DELIMITED BY SIZE
             INTO RCH-LINEA
           END-STRING
           WRITE RCH-LINEA.

       250-PROCESAR-CORRECCIONES.
           MOVE SPACES TO RCH-LINEA
           WRITE RCH-LINEA
           MOVE 'PENDIENTES DE CICLOS ANTERIORES' TO RCH-LINEA
           WRITE RCH-LINEA
           EXEC SQL OPEN C_CORRECCION END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CORRECCION INTO
                      :CL-ID-PRESTAMO-CB
                     ,:CL-PERIODO-CB
                     ,:CL-TIPO-DOCUMENTO-CB
                     ,:CL-CEDULA-CB
                     ,:CL-NOMBRE-CB
                     ,:CL-MONTO-ORIGINAL-CB
                     ,:CL-SALDO-CB
                     ,:CL-CUOTA-CB
                     ,:CL-DIAS-MORA-CB
                     ,:CL-PEOR-MORA-CB
                     ,:CL-ESTADO-CREDITO-CB
                     ,:CL-ESTADO-ENVIO-CB
                     ,:CL-MOTIVO-CB
                     ,:WS-CEDULA
                     ,:CL-TIPO-DOCUMENTO
                     ,:CL-NOMBRE-LEGAL
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 260-CORREGIR-REPORTE
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CORRECCION END-EXEC
           PERFORM 270-ESCRIBIR-TRAILER.

       260-CORREGIR-REPORTE.
      *
      *--- EL PERIODO ANTERIOR SE REENVIA CON SUS MISMAS CIFRAS Y LOS
      *--- DATOS ACTUALES DEL DEUDOR, COMO NOVEDAD 'C'. UN RETENIDO
      *--- ('X') SALE APENAS LOS DATOS ESTEN COMPLETOS; UN RECHAZO DE
      *--- LA CENTRAL ('R') SOLO SI ALGUN DATO DEL DEUDOR CAMBIO
      *--- DESDE EL ENVIO, PORQUE REENVIARLO IGUAL VOLVERIA A REBOTAR
      *
           IF CL-ESTADO-ENVIO-CB = 'R'
              AND CL-TIPO-DOCUMENTO = CL-TIPO-DOCUMENTO-CB
              AND WS-CEDULA         = CL-CEDULA-CB
              AND CL-NOMBRE-LEGAL   = CL-NOMBRE-CB
              MOVE SPACES TO WS-MOTIVO
              STRING 'SIN CORREGIR: ' DELIMITED BY SIZE
                     CL-MOTIVO-CB     DELIMITED BY SIZE
                INTO WS-MOTIVO
              END-STRING
              ADD 1 TO WS-PENDIENTES
              PERFORM 240-ESCRIBIR-RECHAZO
           ELSE
              MOVE CL-TIPO-DOCUMENTO TO CL-TIPO-DOCUMENTO-CB
              MOVE WS-CEDULA         TO CL-CEDULA-CB
              MOVE CL-NOMBRE-LEGAL   TO CL-NOMBRE-CB
              PERFORM 220-VALIDAR-DEUDOR
              IF WS-DATOS-COMPLETOS
                 MOVE 'C' TO WS-NOVEDAD
                 PERFORM 230-ESCRIBIR-DETALLE
                 PERFORM 265-SQL-MARCAR-CORREGIDO
                 ADD 1 TO WS-CORRECCIONES
              ELSE
                 ADD 1 TO WS-PENDIENTES
                 PERFORM 240-ESCRIBIR-RECHAZO
              END-IF
           END-IF.

       265-SQL-MARCAR-CORREGIDO.
           EXEC SQL
                UPDATE TACRBREP
                SET    TIPO_DOCUMENTO_CB = :CL-TIPO-DOCUMENTO-CB
                      ,CEDULA_CB         = :CL-CEDULA-CB
                      ,NOMBRE_CB         = :CL-NOMBRE-CB
                      ,ESTADO_ENVIO_CB   = 'E'
                      ,MOTIVO_CB         = ' '
                      ,PERIODO_ENVIO_CB  = :WS-PERIODO
                WHERE  ID_PRESTAMO_CB = :CL-ID-PRESTAMO-CB
                       AND PERIODO_CB = :CL-PERIODO-CB
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       270-ESCRIBIR-TRAILER.
           MOVE SPACES               TO CRB-REGISTRO
           MOVE 'T'                  TO CRB-T-TIPO
           MOVE WS-DETALLES-ESCRITOS TO CRB-T-CANTIDAD
           MOVE WS-SALDO-REPORTADO   TO CRB-T-SALDO
           WRITE CRB-REGISTRO.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           STRING 'PRESTAMOS LEIDOS: '       DELIMITED BY SIZE
                  WS-PRESTAMOS-LEIDOS        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DETALLES EN EL ARCHIVO: ' DELIMITED BY SIZE
                  WS-DETALLES-ESCRITOS       DELIMITED BY SIZE
                  ' (CORRECCIONES: '         DELIMITED BY SIZE
                  WS-CORRECCIONES            DELIMITED BY SIZE
                  ')'                        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RETENIDOS POR DATOS FALTANTES: ' DELIMITED BY SIZE
                  WS-RETENIDOS                      DELIMITED BY SIZE
                  ' PENDIENTES ANTERIORES: '        DELIMITED BY SIZE
                  WS-PENDIENTES                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-SALDO-REPORTADO TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SALDO REPORTADO: '        DELIMITED BY SIZE
                  WS-MONTO-ED                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-DETALLES-ESCRITOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           CLOSE CRB-FILE
           CLOSE RCH-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY PARMCTPR.

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
           CLOSE CRB-FILE
           CLOSE RCH-FILE
           STOP RUN.
