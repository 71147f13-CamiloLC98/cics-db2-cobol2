      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DE TASAS PREFERENCIALES          *
      *   (TATASPRF/TAINTPRF): AVISO DE VENCIMIENTOS AL   *
      *   OFICIAL Y COSTO MENSUAL POR OFICIAL - SISTEMA   *
      *   BANCARIO                                        *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PREFCOB.
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
           EXEC SQL INCLUDE TATASPRF END-EXEC.
           EXEC SQL INCLUDE TAINTPRF END-EXEC.
      *
      *--- TASAS PREFERENCIALES APROBADAS QUE VENCEN DENTRO DE LOS
      *--- DIAS DE ALERTA, POR OFICIAL. SALEN TODOS LOS DIAS HASTA QUE
      *--- VENCEN; FECHA_ALERTA_TP MARCA LA PRIMERA VEZ
      *
           EXEC SQL
                DECLARE C_VENCIMIENTOS CURSOR FOR
                SELECT
                   ID_TASA_TP
                  ,NUMERO_CUENTA_TP
                  ,TASA_TP
                  ,FECHA_HASTA_TP
                  ,OFICIAL_TP
                  ,FECHA_ALERTA_TP
                FROM
                   TATASPRF
                WHERE
                   ESTADO_TP = 'A'
                   AND FECHA_HASTA_TP >= DATE(:WS-FN-FECHA)
                   AND FECHA_HASTA_TP <= DATE(:WS-FN-FECHA)
                                         + :WC-DIAS-ALERTA DAYS
                ORDER BY
                   OFICIAL_TP
                  ,FECHA_HASTA_TP
                  ,NUMERO_CUENTA_TP
           END-EXEC.
      *
      *--- COSTO DEL PERIODO POR OFICIAL Y CUENTA: INTERES PAGADO CON
      *--- LA TASA PREFERENCIAL CONTRA EL DEL TRAMO ESTANDAR. NO CUENTA
      *--- LA CAUSACION CUYO ABONO 'I' FUE REVERSADO (PATA 'V' AMARRADA
      *--- POR REFERENCIA_TRANSFERENCIA, REVSCOB O BKOTCOB)
      *
           EXEC SQL
                DECLARE C_COSTO CURSOR FOR
                SELECT
                   P.OFICIAL_IP
                  ,P.NUMERO_CUENTA_IP
                  ,COUNT(*)
                  ,SUM(P.INTERES_PAGADO_IP)
                  ,SUM(P.INTERES_ESTANDAR_IP)
                FROM
                   TAINTPRF P
                WHERE
                   SUBSTR(CHAR(P.FECHA_NEGOCIO_IP, ISO), 1, 7)
                      = :WS-PERIODO
                   AND NOT EXISTS
                      (SELECT 1
                       FROM   TATRANS V
                       WHERE  V.TIPO_TRANSACCION = 'V'
                         AND  V.REFERENCIA_TRANSFERENCIA =
                              P.ID_TRANSACCION_IP)
                GROUP BY
                   P.OFICIAL_IP
                  ,P.NUMERO_CUENTA_IP
                ORDER BY
                   P.OFICIAL_IP
                  ,P.NUMERO_CUENTA_IP
           END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1     MODO: 'V' (U OMITIDO) AVISO DIARIO DE
      *---            VENCIMIENTOS; 'C' COSTO MENSUAL POR OFICIAL
      *--- POS  2-8   PERIODO AAAA-MM DEL MODO 'C'; EN BLANCO EL MES
      *---            ANTERIOR AL DE LA FECHA DE NEGOCIO VIGENTE
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-MODO            PIC X(1).
           03 WS-PARM-PERIODO         PIC X(7).
           03 FILLER                  PIC X(72).

      *
      *--- CORTE POR OFICIAL DE LOS DOS REPORTES
      *
       01  WS-CORTE-OFICIAL.
           03 WS-OF-ANTERIOR          PIC X(3).
           03 WS-OF-CUENTAS           PIC 9(9)        VALUE 0.
           03 WS-OF-PAGADO            PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-OF-ESTANDAR          PIC S9(13)V9(2) COMP-3 VALUE 0.

       01  WS-VARIABLES.
           03 WS-PERIODO              PIC X(7).
           03 WS-CAUSACIONES          PIC S9(9)       COMP.
           03 WS-PAGADO               PIC S9(13)V9(2) COMP-3.
           03 WS-ESTANDAR             PIC S9(13)V9(2) COMP-3.
           03 WS-COSTO                PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-CUENTAS          PIC 9(9)        VALUE 0.
           03 WS-TOT-NUEVAS           PIC 9(9)        VALUE 0.
           03 WS-TOT-PAGADO           PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-ESTANDAR         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TASA-ED              PIC 9,9999.
           03 WS-CONTADOR-ED          PIC ZZZ.ZZZ.ZZ9.
           03 WS-PAGADO-ED            PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-ESTANDAR-ED          PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-COSTO-ED             PIC -ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'PREFCOB'.
      *
      *--- DIAS ANTES DEL VENCIMIENTO EN QUE EL OFICIAL EMPIEZA A VER
      *--- LA TASA EN EL AVISO. SE REFRESCA DESDE TAPARAM (CLAVE
      *--- DIAS-ALERTA-TASA-PREF)
      *
          03 WC-DIAS-ALERTA           PIC S9(9)    COMP  VALUE 30.
          03 WC-FECHA-SIN-ALERTA      PIC X(10)    VALUE '0001-01-01'.

       COPY PARMCTCP.
       COPY FECNEGCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           IF WS-PARM-MODO = 'C'
              PERFORM 400-REPORTE-COSTO
           ELSE
              PERFORM 200-AVISAR-VENCIMIENTOS
           END-IF
           PERFORM 600-FIN.

       100-INICIO.
           PERFORM 870-LEER-FECHA-NEGOCIO
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           IF WS-PARM-MODO NOT = 'C'
              MOVE 'V' TO WS-PARM-MODO
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE LOW-VALUES TO WS-OF-ANTERIOR
           IF WS-PARM-MODO = 'V'
              MOVE 'DIAS-ALERTA-TASA-PREF' TO CL-PARAM-CLAVE
              MOVE WC-DIAS-ALERTA TO WS-PM-DEFECTO
              PERFORM 840-LEER-PARAMETRO
              MOVE WS-PM-VALOR TO WC-DIAS-ALERTA
              MOVE 'TASAS PREFERENCIALES POR VENCER - AVISO AL OFICIAL'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE WC-DIAS-ALERTA TO WS-CONTADOR-ED
              MOVE SPACES TO RPT-LINEA
              STRING 'FECHA DE NEGOCIO: ' DELIMITED BY SIZE
                     WS-FN-FECHA          DELIMITED BY SIZE
                     '  DIAS DE ALERTA: ' DELIMITED BY SIZE
                     WS-CONTADOR-ED       DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           ELSE
              PERFORM 110-DETERMINAR-PERIODO
              MOVE SPACES TO RPT-LINEA
              STRING 'COSTO DE TASAS PREFERENCIALES POR OFICIAL - '
                                          DELIMITED BY SIZE
                     'PERIODO '           DELIMITED BY SIZE
                     WS-PERIODO           DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       110-DETERMINAR-PERIODO.
           IF WS-PARM-PERIODO = SPACES OR WS-PARM-PERIODO = LOW-VALUES
              EXEC SQL
                   SELECT SUBSTR(CHAR(DATE(:WS-FN-FECHA) - 1 MONTH,
                                 ISO), 1, 7)
                   INTO   :WS-PERIODO
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           ELSE
              MOVE WS-PARM-PERIODO TO WS-PERIODO
           END-IF
           IF WS-PERIODO(5:1) NOT = '-'
              OR WS-PERIODO(1:4) IS NOT NUMERIC
              OR WS-PERIODO(6:2) IS NOT NUMERIC
              MOVE 'ABORTADO: PERIODO INVALIDO EN LA TARJETA (AAAA-MM)'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-AVISAR-VENCIMIENTOS.
           EXEC SQL OPEN C_VENCIMIENTOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_VENCIMIENTOS INTO
                      :CL-ID-TASA-TP
                     ,:CL-NUMERO-CUENTA-TP
                     ,:CL-TASA-TP
                     ,:CL-FECHA-HASTA-TP
                     ,:CL-OFICIAL-TP
                     ,:CL-FECHA-ALERTA-TP
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 210-ESCRIBIR-VENCIMIENTO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_VENCIMIENTOS END-EXEC
           PERFORM 220-ESCRIBIR-SUBTOTAL-AVISO.

       210-ESCRIBIR-VENCIMIENTO.
      *
      *--- LA PRIMERA VEZ QUE LA TASA ENTRA EN LA VENTANA SE MARCA
      *--- FECHA_ALERTA_TP Y LA LINEA SALE COMO AVISO NUEVO; LOS DIAS
      *--- SIGUIENTES SIGUE SALIENDO COMO RECORDATORIO
      *
           IF CL-OFICIAL-TP NOT = WS-OF-ANTERIOR
              PERFORM 220-ESCRIBIR-SUBTOTAL-AVISO
              MOVE SPACES TO RPT-LINEA
              STRING 'OFICIAL ' DELIMITED BY SIZE
                     CL-OFICIAL-TP DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              MOVE CL-OFICIAL-TP TO WS-OF-ANTERIOR
           END-IF
           ADD 1 TO WS-OF-CUENTAS
           ADD 1 TO WS-TOT-CUENTAS
           MOVE CL-TASA-TP TO WS-TASA-ED
           MOVE SPACES TO RPT-LINEA
           STRING '    CUENTA '       DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-TP DELIMITED BY SIZE
                  ' TASA '            DELIMITED BY SIZE
                  WS-TASA-ED          DELIMITED BY SIZE
                  ' VENCE '           DELIMITED BY SIZE
                  CL-FECHA-HASTA-TP   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           IF CL-FECHA-ALERTA-TP = WC-FECHA-SIN-ALERTA
              MOVE WS-FN-FECHA TO CL-FECHA-ALERTA-TP
              EXEC SQL
                   UPDATE TATASPRF
                   SET    FECHA_ALERTA_TP = :CL-FECHA-ALERTA-TP
                   WHERE  ID_TASA_TP = :CL-ID-TASA-TP
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              ADD 1 TO WS-TOT-NUEVAS
              MOVE ' AVISO NUEVO' TO RPT-LINEA(60:12)
           END-IF
           WRITE RPT-LINEA.

       220-ESCRIBIR-SUBTOTAL-AVISO.
           IF WS-OF-ANTERIOR NOT = LOW-VALUES
              MOVE WS-OF-CUENTAS TO WS-CONTADOR-ED
              MOVE SPACES TO RPT-LINEA
              STRING '    TASAS POR VENCER DEL OFICIAL: '
                                     DELIMITED BY SIZE
                     WS-CONTADOR-ED  DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE 0 TO WS-OF-CUENTAS.

       400-REPORTE-COSTO.
           EXEC SQL OPEN C_COSTO END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_COSTO INTO
                      :CL-OFICIAL-IP
                     ,:CL-NUMERO-CUENTA-IP
                     ,:WS-CAUSACIONES
                     ,:WS-PAGADO
                     ,:WS-ESTANDAR
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 410-ESCRIBIR-COSTO-CUENTA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_COSTO END-EXEC
           PERFORM 420-ESCRIBIR-SUBTOTAL-COSTO.

       410-ESCRIBIR-COSTO-CUENTA.
           IF CL-OFICIAL-IP NOT = WS-OF-ANTERIOR
              PERFORM 420-ESCRIBIR-SUBTOTAL-COSTO
              MOVE SPACES TO RPT-LINEA
              STRING 'OFICIAL ' DELIMITED BY SIZE
                     CL-OFICIAL-IP DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              MOVE CL-OFICIAL-IP TO WS-OF-ANTERIOR
           END-IF
           ADD 1           TO WS-OF-CUENTAS
           ADD WS-PAGADO   TO WS-OF-PAGADO
           ADD WS-ESTANDAR TO WS-OF-ESTANDAR
           ADD 1           TO WS-TOT-CUENTAS
           ADD WS-PAGADO   TO WS-TOT-PAGADO
           ADD WS-ESTANDAR TO WS-TOT-ESTANDAR
           COMPUTE WS-COSTO = WS-PAGADO - WS-ESTANDAR
           MOVE WS-PAGADO   TO WS-PAGADO-ED
           MOVE WS-ESTANDAR TO WS-ESTANDAR-ED
           MOVE WS-COSTO    TO WS-COSTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '    CUENTA '       DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-IP DELIMITED BY SIZE
                  ' PAGADO='          DELIMITED BY SIZE
                  WS-PAGADO-ED        DELIMITED BY SIZE
                  ' ESTANDAR='        DELIMITED BY SIZE
                  WS-ESTANDAR-ED      DELIMITED BY SIZE
                  ' COSTO='           DELIMITED BY SIZE
                  WS-COSTO-ED         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       420-ESCRIBIR-SUBTOTAL-COSTO.
           IF WS-OF-ANTERIOR NOT = LOW-VALUES
              MOVE WS-OF-CUENTAS TO WS-CONTADOR-ED
              COMPUTE WS-COSTO = WS-OF-PAGADO - WS-OF-ESTANDAR
              MOVE WS-OF-PAGADO   TO WS-PAGADO-ED
              MOVE WS-OF-ESTANDAR TO WS-ESTANDAR-ED
              MOVE WS-COSTO       TO WS-COSTO-ED
              MOVE SPACES TO RPT-LINEA
              STRING '    CUENTAS: '  DELIMITED BY SIZE
                     WS-CONTADOR-ED   DELIMITED BY SIZE
                     ' PAGADO='       DELIMITED BY SIZE
                     WS-PAGADO-ED     DELIMITED BY SIZE
                     ' ESTANDAR='     DELIMITED BY SIZE
                     WS-ESTANDAR-ED   DELIMITED BY SIZE
                     ' COSTO='        DELIMITED BY SIZE
                     WS-COSTO-ED      DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE 0 TO WS-OF-CUENTAS
           MOVE 0 TO WS-OF-PAGADO
           MOVE 0 TO WS-OF-ESTANDAR.

       600-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-TOT-CUENTAS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           IF WS-PARM-MODO = 'V'
              STRING 'TASAS POR VENCER: ' DELIMITED BY SIZE
                     WS-CONTADOR-ED       DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              MOVE WS-TOT-NUEVAS TO WS-CONTADOR-ED
              MOVE SPACES TO RPT-LINEA
              STRING 'AVISOS NUEVOS: '    DELIMITED BY SIZE
                     WS-CONTADOR-ED       DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           ELSE
              COMPUTE WS-COSTO = WS-TOT-PAGADO - WS-TOT-ESTANDAR
              MOVE WS-TOT-PAGADO   TO WS-PAGADO-ED
              MOVE WS-TOT-ESTANDAR TO WS-ESTANDAR-ED
              MOVE WS-COSTO        TO WS-COSTO-ED
              STRING 'TOTAL CUENTAS: '    DELIMITED BY SIZE
                     WS-CONTADOR-ED       DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              MOVE SPACES TO RPT-LINEA
              STRING 'TOTAL PAGADO='      DELIMITED BY SIZE
                     WS-PAGADO-ED         DELIMITED BY SIZE
                     ' ESTANDAR='         DELIMITED BY SIZE
                     WS-ESTANDAR-ED       DELIMITED BY SIZE
                     ' COSTO='            DELIMITED BY SIZE
                     WS-COSTO-ED          DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
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
