      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DIARIO DE PREAVISO AL CLIENTE    *
      *   DE BAJAS DE TASA (TATIERS) Y SUBIDAS DE         *
      *   TARIFA (TAFEESCH) - SISTEMA BANCARIO            *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. AVISCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATIERS END-EXEC.
           EXEC SQL INCLUDE TAFEESCH END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAAVISOC END-EXEC.
      *
      *--- SETS DE TRAMOS DE TATIERS QUE TODAVIA SE PUEDEN AVISAR: LOS
      *--- QUE VIENEN A FUTURO Y LOS QUE ENTRARON EN VIGENCIA DENTRO
      *--- DE LOS ULTIMOS DIAS DE PREAVISO (CARGADOS TARDE). UN SET
      *--- MAS VIEJO YA NO SE AVISA: RIGE PARA TODOS
      *
           EXEC SQL
                DECLARE C_SETS_TASA CURSOR FOR
                SELECT
                   CODIGO_PRODUCTO_TR
                  ,FECHA_VIGENCIA_TR
                FROM
                   TATIERS
                WHERE
                   FECHA_VIGENCIA_TR > DATE(:WS-FN-FECHA)
                                       - :WC-DIAS-AVISO DAYS
                GROUP BY
                   CODIGO_PRODUCTO_TR
                  ,FECHA_VIGENCIA_TR
                ORDER BY
                   CODIGO_PRODUCTO_TR
                  ,FECHA_VIGENCIA_TR
           END-EXEC.
      *
      *--- SUBIDAS DE TARIFA CARGADAS CON FECHA EN TAFEESCH, CON LA
      *--- MISMA VENTANA DE LOS SETS DE TASA
      *
           EXEC SQL
                DECLARE C_CARGOS CURSOR FOR
                SELECT
                   CODIGO_CARGO
                  ,MONTO_ANTERIOR_CARGO
                  ,MONTO_CARGO
                  ,FECHA_VIGENCIA_CARGO
                FROM
                   TAFEESCH
                WHERE
                   FECHA_VIGENCIA_CARGO > DATE(:WS-FN-FECHA)
                                          - :WC-DIAS-AVISO DAYS
                   AND MONTO_CARGO > MONTO_ANTERIOR_CARGO
                ORDER BY
                   CODIGO_CARGO
           END-EXEC.
      *
      *--- CUENTAS DEL PRODUCTO ALCANZADAS POR UNA BAJA DE TASA QUE
      *--- TODAVIA NO TIENEN SU AVISO. LA CUENTA ABIERTA YA CON EL SET
      *--- NUEVO EN VIGENCIA NO SE AVISA (NACIO CON ESA TASA)
      *
           EXEC SQL
                DECLARE C_CTAS_TASA CURSOR FOR
                SELECT
                   NUMERO_CUENTA
                  ,CODIGO_PRODUCTO
                FROM
                   TACUENT C
                WHERE
                   CODIGO_PRODUCTO = :WS-AC-PRODUCTO
                   AND ESTADO_CUENTA <> 'C'
                   AND FECHA_APERTURA < :WS-AC-VIGENCIA
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TAAVISOC A
                       WHERE  A.NUMERO_CUENTA_AV = C.NUMERO_CUENTA
                              AND A.TIPO_CAMBIO_AV = 'T'
                              AND A.CODIGO_AV = :WS-AC-CODIGO
                              AND A.FECHA_VIGENCIA_AV =
                                  :WS-AC-VIGENCIA
                   )
                ORDER BY
                   NUMERO_CUENTA
           END-EXEC.
      *
      *--- CUENTAS ALCANZADAS POR UNA SUBIDA DE TARIFA: TODAS LAS NO
      *--- CERRADAS QUE NO ESTEN EXONERADAS DEL CARGO EN TAFEEWVR, EN
      *--- ORDEN DE PRODUCTO PARA EL SUBTOTAL DEL REPORTE
      *
           EXEC SQL
                DECLARE C_CTAS_CARGO CURSOR FOR
                SELECT
                   NUMERO_CUENTA
                  ,CODIGO_PRODUCTO
                FROM
                   TACUENT C
                WHERE
                   ESTADO_CUENTA <> 'C'
                   AND FECHA_APERTURA < :WS-AC-VIGENCIA
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TAFEEWVR W
                       WHERE  W.NUMERO_CUENTA_W = C.NUMERO_CUENTA
                              AND W.CODIGO_CARGO_W = :WS-AC-CODIGO
                   )
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TAAVISOC A
                       WHERE  A.NUMERO_CUENTA_AV = C.NUMERO_CUENTA
                              AND A.TIPO_CAMBIO_AV = 'C'
                              AND A.CODIGO_AV = :WS-AC-CODIGO
                              AND A.FECHA_VIGENCIA_AV =
                                  :WS-AC-VIGENCIA
                   )
                ORDER BY
                   CODIGO_PRODUCTO
                  ,NUMERO_CUENTA
           END-EXEC.

      *
      *--- DATOS DEL CAMBIO EN PROCESO: TIPO ('T' TASA / 'C' CARGO),
      *--- PRODUCTO O CODIGO DE CARGO, FECHA DE VIGENCIA Y FECHA DESDE
      *--- LA QUE ALCANZA A LAS CUENTAS AVISADAS EN ESTA CORRIDA
      *
       01  WS-AVISO-CAMBIO.
           03 WS-AC-TIPO              PIC X(1).
           03 WS-AC-PRODUCTO          PIC X(4).
           03 WS-AC-CODIGO            PIC X(8).
           03 WS-AC-VIGENCIA          PIC X(10).
           03 WS-AC-VIG-ANTERIOR      PIC X(10).
           03 WS-AC-FECHA-APLICA      PIC X(10).
           03 WS-AC-TRAMOS-BAJAN      PIC S9(9)       COMP.
           03 WS-AC-CTA-AVISADAS      PIC 9(9)        VALUE 0.
           03 WS-AC-PRODUCTO-ANT      PIC X(4).
           03 WS-AC-CTA-PRODUCTO      PIC 9(9)        VALUE 0.

       01  WS-VARIABLES.
           03 WS-SETS-REVISADOS       PIC 9(9)        VALUE 0.
           03 WS-BAJAS-TASA           PIC 9(9)        VALUE 0.
           03 WS-SUBIDAS-CARGO        PIC 9(9)        VALUE 0.
           03 WS-AVISOS-ENCOLADOS     PIC 9(9)        VALUE 0.
           03 WS-AVISOS-TARDIOS       PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZ.ZZZ.ZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-CONTINUAR-CTA        PIC X           VALUE 'N'.
              88 WS-EXIT-CTA                          VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'AVISCOB'.
      *
      *--- DIAS MINIMOS ENTRE EL AVISO AL CLIENTE Y LA APLICACION DEL
      *--- CAMBIO EN SU CUENTA. SE REFRESCA DESDE TAPARAM (CLAVE
      *--- DIAS-AVISO-CAMBIO)
      *
          03 WC-DIAS-AVISO            PIC S9(9)    COMP  VALUE 30.

       COPY PARMCTCP.
       COPY FECNEGCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESAR-TASAS
           PERFORM 400-PROCESAR-CARGOS
           PERFORM 600-FIN.

       100-INICIO.
           PERFORM 870-LEER-FECHA-NEGOCIO
           MOVE 'DIAS-AVISO-CAMBIO' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-AVISO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-DIAS-AVISO
           OPEN OUTPUT RPT-FILE
           MOVE 'PREAVISO DE CAMBIOS DE TASA Y TARIFA A LOS CLIENTES'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WC-DIAS-AVISO TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'FECHA DE NEGOCIO: ' DELIMITED BY SIZE
                  WS-FN-FECHA          DELIMITED BY SIZE
                  '  DIAS DE PREAVISO: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESAR-TASAS.
           EXEC SQL OPEN C_SETS_TASA END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SETS_TASA INTO
                      :CL-CODIGO-PRODUCTO-TR
                     ,:CL-FECHA-VIGENCIA-TR
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-SETS-REVISADOS
                        PERFORM 210-EVALUAR-SET-TASA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_SETS_TASA END-EXEC.

       210-EVALUAR-SET-TASA.
      *
      *--- EL SET ES DESFAVORABLE SI ALGUN TRAMO DEL SET ANTERIOR DEL
      *--- PRODUCTO NO TIENE EN EL SET NUEVO UN TRAMO DEL MISMO NUMERO
      *--- CON TASA IGUAL O MAYOR. SIN SET ANTERIOR SE COMPARA CONTRA
      *--- LOS TRES TRAMOS FIJOS DE TAPRODUC, QUE ERAN LOS QUE REGIAN
      *
           MOVE 'T'                   TO WS-AC-TIPO
           MOVE CL-CODIGO-PRODUCTO-TR TO WS-AC-PRODUCTO
           MOVE CL-CODIGO-PRODUCTO-TR TO WS-AC-CODIGO
           MOVE CL-FECHA-VIGENCIA-TR  TO WS-AC-VIGENCIA
           EXEC SQL
                SELECT COALESCE(MAX(FECHA_VIGENCIA_TR), '0001-01-01')
                INTO   :WS-AC-VIG-ANTERIOR
                FROM   TATIERS
                WHERE  CODIGO_PRODUCTO_TR = :WS-AC-PRODUCTO
                       AND FECHA_VIGENCIA_TR < :WS-AC-VIGENCIA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-AC-VIG-ANTERIOR = '0001-01-01'
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-AC-TRAMOS-BAJAN
                   FROM   TATIERS N
                         ,TAPRODUC P
                   WHERE  N.CODIGO_PRODUCTO_TR = :WS-AC-PRODUCTO
                          AND N.FECHA_VIGENCIA_TR = :WS-AC-VIGENCIA
                          AND P.CODIGO_PRODUCTO = N.CODIGO_PRODUCTO_TR
                          AND N.TASA_TR <
                              CASE N.TRAMO_TR
                                   WHEN 1 THEN P.TASA_TIER1_PR
                                   WHEN 2 THEN P.TASA_TIER2_PR
                                   ELSE P.TASA_TIER3_PR
                              END
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-AC-TRAMOS-BAJAN
                   FROM   TATIERS O
                   WHERE  O.CODIGO_PRODUCTO_TR = :WS-AC-PRODUCTO
                          AND O.FECHA_VIGENCIA_TR = :WS-AC-VIG-ANTERIOR
                          AND NOT EXISTS (
                              SELECT 1
                              FROM   TATIERS N
                              WHERE  N.CODIGO_PRODUCTO_TR =
                                     O.CODIGO_PRODUCTO_TR
                                     AND N.FECHA_VIGENCIA_TR =
                                         :WS-AC-VIGENCIA
                                     AND N.TRAMO_TR = O.TRAMO_TR
                                     AND N.TASA_TR >= O.TASA_TR
                          )
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-AC-TRAMOS-BAJAN > 0
              ADD 1 TO WS-BAJAS-TASA
              PERFORM 500-CALCULAR-FECHA-APLICA
              MOVE SPACES TO RPT-LINEA
              STRING 'BAJA DE TASA: PRODUCTO ' DELIMITED BY SIZE
                     WS-AC-PRODUCTO            DELIMITED BY SIZE
                     ' VIGENCIA '              DELIMITED BY SIZE
                     WS-AC-VIGENCIA            DELIMITED BY SIZE
                     ' APLICA A LOS AVISADOS HOY DESDE '
                                               DELIMITED BY SIZE
                     WS-AC-FECHA-APLICA        DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              PERFORM 220-AVISAR-CUENTAS-TASA
           END-IF.

       220-AVISAR-CUENTAS-TASA.
           MOVE 0 TO WS-AC-CTA-AVISADAS
           MOVE 0 TO WS-AC-CTA-PRODUCTO
           MOVE WS-AC-PRODUCTO TO WS-AC-PRODUCTO-ANT
           EXEC SQL OPEN C_CTAS_TASA END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-CTA
           PERFORM UNTIL WS-EXIT-CTA
              EXEC SQL
                   FETCH C_CTAS_TASA INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-CODIGO-PRODUCTO OF CL-ESTCUENT
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 510-ENCOLAR-AVISO
                   WHEN 100
                        SET WS-EXIT-CTA TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CTAS_TASA END-EXEC
           PERFORM 530-ESCRIBIR-TOTAL-CAMBIO.

       400-PROCESAR-CARGOS.
           EXEC SQL OPEN C_CARGOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CARGOS INTO
                      :CL-CODIGO-CARGO
                     ,:CL-MONTO-ANTERIOR-CARGO
                     ,:CL-MONTO-CARGO
                     ,:CL-FECHA-VIGENCIA-CARGO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-SUBIDAS-CARGO
                        PERFORM 410-AVISAR-CUENTAS-CARGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CARGOS END-EXEC.

       410-AVISAR-CUENTAS-CARGO.
           MOVE 'C'                     TO WS-AC-TIPO
           MOVE SPACES                  TO WS-AC-PRODUCTO
           MOVE CL-CODIGO-CARGO         TO WS-AC-CODIGO
           MOVE CL-FECHA-VIGENCIA-CARGO TO WS-AC-VIGENCIA
           PERFORM 500-CALCULAR-FECHA-APLICA
           MOVE CL-MONTO-CARGO TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SUBIDA DE TARIFA: ' DELIMITED BY SIZE
                  WS-AC-CODIGO         DELIMITED BY SIZE
                  ' VIGENCIA '         DELIMITED BY SIZE
                  WS-AC-VIGENCIA       DELIMITED BY SIZE
                  ' NUEVO MONTO '      DELIMITED BY SIZE
                  WS-MONTO-ED          DELIMITED BY SIZE
                  ' APLICA DESDE '     DELIMITED BY SIZE
                  WS-AC-FECHA-APLICA   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE 0 TO WS-AC-CTA-AVISADAS
           MOVE 0 TO WS-AC-CTA-PRODUCTO
           MOVE LOW-VALUES TO WS-AC-PRODUCTO-ANT
           EXEC SQL OPEN C_CTAS_CARGO END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-CTA
           PERFORM UNTIL WS-EXIT-CTA
              EXEC SQL
                   FETCH C_CTAS_CARGO INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-CODIGO-PRODUCTO OF CL-ESTCUENT
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        IF CL-CODIGO-PRODUCTO OF CL-ESTCUENT
                           NOT = WS-AC-PRODUCTO-ANT
                           PERFORM 520-ESCRIBIR-SUBTOTAL-PRODUCTO
                        END-IF
                        PERFORM 510-ENCOLAR-AVISO
                   WHEN 100
                        SET WS-EXIT-CTA TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CTAS_CARGO END-EXEC
           PERFORM 530-ESCRIBIR-TOTAL-CAMBIO.

       500-CALCULAR-FECHA-APLICA.
      *
      *--- EL CAMBIO ALCANZA A LA CUENTA AVISADA HOY EN SU FECHA DE
      *--- VIGENCIA, O AL CUMPLIRSE LOS DIAS DE PREAVISO SI ESOS DIAS
      *--- YA NO ALCANZAN ANTES DE LA VIGENCIA
      *
           EXEC SQL
                SELECT CHAR(
                       CASE
                          WHEN DATE(:WS-FN-FECHA) + :WC-DIAS-AVISO DAYS
                               > DATE(:WS-AC-VIGENCIA)
                               THEN DATE(:WS-FN-FECHA)
                                    + :WC-DIAS-AVISO DAYS
                          ELSE DATE(:WS-AC-VIGENCIA)
                       END, ISO)
                INTO   :WS-AC-FECHA-APLICA
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       510-ENCOLAR-AVISO.
      *
      *--- EL AVISO SALE POR LA COLA DE NOTIFICACIONES ('I' BAJA DE
      *--- TASA / 'U' SUBIDA DE TARIFA); NOTDCOB LO ARMA EN EL IDIOMA
      *--- DEL CLIENTE CON LA FECHA DE TAAVISOC. EL ID DEL AVISO SE
      *--- TOMA ANTES DE CUALQUIER OTRO INSERT
      *
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-N
           IF WS-AC-TIPO = 'T'
              MOVE 'I' TO CL-ESTADO-NUEVO-N
           ELSE
              MOVE 'U' TO CL-ESTADO-NUEVO-N
           END-IF
           MOVE 'P' TO CL-ESTADO-ENVIO
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
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-NOTIFICACION-AV
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA   TO CL-NUMERO-CUENTA-AV
           MOVE WS-AC-TIPO         TO CL-TIPO-CAMBIO-AV
           MOVE WS-AC-CODIGO       TO CL-CODIGO-AV
           MOVE WS-AC-VIGENCIA     TO CL-FECHA-VIGENCIA-AV
           MOVE WS-FN-FECHA        TO CL-FECHA-AVISO-AV
           MOVE WS-AC-FECHA-APLICA TO CL-FECHA-APLICA-AV
           EXEC SQL
                INSERT INTO TAAVISOC (
                    NUMERO_CUENTA_AV
                   ,TIPO_CAMBIO_AV
                   ,CODIGO_AV
                   ,FECHA_VIGENCIA_AV
                   ,FECHA_AVISO_AV
                   ,FECHA_APLICA_AV
                   ,ID_NOTIFICACION_AV
                   ,FECHA_REGISTRO_AV
                ) VALUES (
                    :CL-NUMERO-CUENTA-AV
                   ,:CL-TIPO-CAMBIO-AV
                   ,:CL-CODIGO-AV
                   ,:CL-FECHA-VIGENCIA-AV
                   ,:CL-FECHA-AVISO-AV
                   ,:CL-FECHA-APLICA-AV
                   ,:CL-ID-NOTIFICACION-AV
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-AC-CTA-AVISADAS
           ADD 1 TO WS-AC-CTA-PRODUCTO
           ADD 1 TO WS-AVISOS-ENCOLADOS
           MOVE SPACES TO RPT-LINEA
           MOVE CL-CODIGO-PRODUCTO OF CL-ESTCUENT TO RPT-LINEA(5:4)
           MOVE CL-NUMERO-CUENTA                  TO RPT-LINEA(11:10)
           MOVE WS-AC-FECHA-APLICA                TO RPT-LINEA(23:10)
           IF WS-AC-FECHA-APLICA > WS-AC-VIGENCIA
              ADD 1 TO WS-AVISOS-TARDIOS
              MOVE 'RETENIDO HASTA CUMPLIR EL PREAVISO'
                   TO RPT-LINEA(35:34)
           END-IF
           WRITE RPT-LINEA.

       520-ESCRIBIR-SUBTOTAL-PRODUCTO.
           IF WS-AC-PRODUCTO-ANT NOT = LOW-VALUES
              MOVE WS-AC-CTA-PRODUCTO TO WS-CONTADOR-ED
              MOVE SPACES TO RPT-LINEA
              STRING '    CUENTAS AVISADAS DEL PRODUCTO '
                                         DELIMITED BY SIZE
                     WS-AC-PRODUCTO-ANT  DELIMITED BY SIZE
                     ': '                DELIMITED BY SIZE
                     WS-CONTADOR-ED      DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE CL-CODIGO-PRODUCTO OF CL-ESTCUENT TO WS-AC-PRODUCTO-ANT
           MOVE 0 TO WS-AC-CTA-PRODUCTO.

       530-ESCRIBIR-TOTAL-CAMBIO.
           IF WS-AC-TIPO = 'C'
              PERFORM 520-ESCRIBIR-SUBTOTAL-PRODUCTO
           END-IF
           MOVE WS-AC-CTA-AVISADAS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING '    CUENTAS AVISADAS EN ESTA CORRIDA: '
                                     DELIMITED BY SIZE
                  WS-CONTADOR-ED     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       600-FIN.
           MOVE WS-SETS-REVISADOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SETS DE TRAMOS REVISADOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-BAJAS-TASA TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'BAJAS DE TASA DETECTADAS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-SUBIDAS-CARGO TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SUBIDAS DE TARIFA PENDIENTES: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED                   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-AVISOS-ENCOLADOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'AVISOS ENCOLADOS EN TANOTIF: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-AVISOS-TARDIOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'AVISOS SIN PREAVISO COMPLETO (RETENIDOS): '
                                     DELIMITED BY SIZE
                  WS-CONTADOR-ED     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       COPY PARMCTPR.
       COPY FECNEGPR.

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
           STOP RUN.
