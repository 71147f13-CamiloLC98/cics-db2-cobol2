      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH BARRIDO NOCTURNO DE INTEGRIDAD   *
      *   REFERENCIAL ENTRE TABLAS Y SALDOS DERIVADOS -   *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INTGCOB.
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
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TACHEQUE END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
      *
      *--- RECNCOB CUADRA EL SALDO DE TACUENT CONTRA TATRANS; ESTE
      *--- BARRIDO REVISA QUE LAS DEMAS TABLAS CUADREN ENTRE SI. CADA
      *--- CURSOR ES UNA REVISION Y CADA FILA UN HALLAZGO, QUE VA AL
      *--- REPORTE Y A TAEXCEPT CON SU CODIGO DE CATEGORIA (VER
      *--- 290-REGISTRAR-HALLAZGO)
      *
      *--- RITX: MOVIMIENTOS DE TATRANS DE CUENTAS QUE NO EXISTEN EN
      *--- TACUENT, UN HALLAZGO POR CUENTA CON CANTIDAD Y SUMA
      *
           EXEC SQL
                DECLARE C_TRANS_HUERFANOS CURSOR FOR
                SELECT
                   T.NUMERO_CUENTA_T
                  ,COUNT(*)
                  ,SUM(T.MONTO)
                FROM
                   TATRANS T
                WHERE
                   NOT EXISTS
                      (SELECT 1
                       FROM   TACUENT C
                       WHERE  C.NUMERO_CUENTA = T.NUMERO_CUENTA_T)
                GROUP BY
                   T.NUMERO_CUENTA_T
                ORDER BY
                   T.NUMERO_CUENTA_T
           END-EXEC.
      *
      *--- RITI: TITULARES DE TATITULAR CUYA CEDULA NO ESTA EN TACLIENT
      *
           EXEC SQL
                DECLARE C_TITULARES_HUERFANOS CURSOR FOR
                SELECT
                   H.NUMERO_CUENTA_H
                  ,H.CEDULA_CLIENTE_H
                FROM
                   TATITULAR H
                WHERE
                   NOT EXISTS
                      (SELECT 1
                       FROM   TACLIENT L
                       WHERE  L.CEDULA_CLIENTE_M = H.CEDULA_CLIENTE_H)
                ORDER BY
                   H.NUMERO_CUENTA_H
                  ,H.CEDULA_CLIENTE_H
           END-EXEC.
      *
      *--- RIRT: SALDO_RETENIDO DE LA CUENTA CONTRA LO QUE LO EXPLICA:
      *--- LAS RETENCIONES VIGENTES DE TARETEN (ESTADO 'R') MAS LO
      *--- CAPTURADO Y AUN NO REMITIDO DE LOS EMBARGOS ACTIVOS (LAS
      *--- FILAS 'E' DE TARETEN NO BAJAN CUANDO EMBRCOB REMITE AL
      *--- ACREEDOR, LA REMESA SALE DIRECTO DE SALDO_RETENIDO). LAS
      *--- RESERVAS DE CODIGOS DE RETIRO SIN TARJETA VIGENTES (ESTADO
      *--- 'T', VER TACODRET) TAMBIEN SON PARTE DEL RETENIDO
      *
           EXEC SQL
                DECLARE C_RETENIDO CURSOR FOR
                SELECT
                   C.NUMERO_CUENTA
                  ,C.SALDO_RETENIDO
                  ,COALESCE(R.TOTAL, 0) + COALESCE(E.TOTAL, 0)
                FROM
                   TACUENT C
                   LEFT JOIN
                      (SELECT NUMERO_CUENTA_R
                             ,SUM(MONTO_R) AS TOTAL
                       FROM   TARETEN
                       WHERE  ESTADO_R IN ('R', 'T')
                       GROUP BY NUMERO_CUENTA_R) R
                   ON R.NUMERO_CUENTA_R = C.NUMERO_CUENTA
                   LEFT JOIN
                      (SELECT NUMERO_CUENTA_EM
                             ,SUM(MONTO_CAPTURADO_EM
                                  - MONTO_REMITIDO_EM) AS TOTAL
                       FROM   TAEMBARG
                       WHERE  ESTADO_EM = 'A'
                       GROUP BY NUMERO_CUENTA_EM) E
                   ON E.NUMERO_CUENTA_EM = C.NUMERO_CUENTA
                WHERE
                   C.SALDO_RETENIDO <>
                      COALESCE(R.TOTAL, 0) + COALESCE(E.TOTAL, 0)
                ORDER BY
                   C.NUMERO_CUENTA
           END-EXEC.
      *
      *--- RICD: CDT VIGENTES CUYA CUENTA ENLAZADA ESTA CERRADA O NO
      *--- EXISTE (AL VENCER, CDTMCOB NO TIENE A DONDE PAGAR)
      *
           EXEC SQL
                DECLARE C_PLAZOS CURSOR FOR
                SELECT
                   P.ID_PLAZO
                  ,P.NUMERO_CUENTA_PZ
                  ,P.MONTO_PZ
                  ,COALESCE(C.ESTADO_CUENTA, ' ')
                FROM
                   TAPLAZO P
                   LEFT JOIN TACUENT C
                   ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_PZ
                WHERE
                   P.ESTADO_PZ = 'V'
                   AND (C.NUMERO_CUENTA IS NULL
                        OR C.ESTADO_CUENTA = 'C')
                ORDER BY
                   P.NUMERO_CUENTA_PZ
                  ,P.ID_PLAZO
           END-EXEC.
      *
      *--- RILN: PRESTAMOS VIGENTES CUYA CUENTA ENLAZADA ESTA CERRADA O
      *--- NO EXISTE (PRSCCOB NO TIENE DE DONDE COBRAR LAS CUOTAS)
      *
           EXEC SQL
                DECLARE C_PRESTAMOS CURSOR FOR
                SELECT
                   P.ID_PRESTAMO
                  ,P.NUMERO_CUENTA_LN
                  ,P.SALDO_CAPITAL_LN
                  ,COALESCE(C.ESTADO_CUENTA, ' ')
                FROM
                   TAPRESTA P
                   LEFT JOIN TACUENT C
                   ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                WHERE
                   P.ESTADO_LN = 'V'
                   AND (C.NUMERO_CUENTA IS NULL
                        OR C.ESTADO_CUENTA = 'C')
                ORDER BY
                   P.NUMERO_CUENTA_LN
                  ,P.ID_PRESTAMO
           END-EXEC.
      *
      *--- RICH: NOVEDADES DE TACHEQUE DE UN CHEQUE QUE NO CAE EN
      *--- NINGUNA CHEQUERA EMITIDA A LA CUENTA (TACHQLIB)
      *
           EXEC SQL
                DECLARE C_CHEQUES CURSOR FOR
                SELECT
                   H.NUMERO_CUENTA_CH
                  ,H.NUMERO_CHEQUE_CH
                  ,H.ESTADO_CH
                FROM
                   TACHEQUE H
                WHERE
                   NOT EXISTS
                      (SELECT 1
                       FROM   TACHQLIB Q
                       WHERE  Q.NUMERO_CUENTA_CQ = H.NUMERO_CUENTA_CH
                         AND  H.NUMERO_CHEQUE_CH
                              BETWEEN Q.SERIE_INICIO_CQ
                                  AND Q.SERIE_FIN_CQ)
                ORDER BY
                   H.NUMERO_CUENTA_CH
                  ,H.NUMERO_CHEQUE_CH
           END-EXEC.
      *
      *--- RISE: SESIONES DE CAJA QUE SIGUEN ABIERTAS DE UNA FECHA
      *--- ANTERIOR A LA FECHA DE NEGOCIO
      *
           EXEC SQL
                DECLARE C_SESIONES CURSOR FOR
                SELECT
                   ID_SESION
                  ,OPERADOR_SES
                  ,TILL_ID_S
                  ,CHAR(DATE(FECHA_APERTURA_S), ISO)
                FROM
                   TASESION
                WHERE
                   ESTADO_SES = 'A'
                   AND DATE(FECHA_APERTURA_S) < DATE(:WS-RC-FECHA)
                ORDER BY
                   ID_SESION
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-HZ-CANTIDAD          PIC S9(9)       COMP.
           03 WS-HZ-SUMA              PIC S9(13)V9(2) COMP-3.
           03 WS-HZ-ESPERADO          PIC S9(13)V9(2) COMP-3.
           03 WS-HZ-ESTADO-CTA        PIC X(1).
           03 WS-HZ-TIPO              PIC X(8).
           03 WS-HZ-FECHA             PIC X(10).
      *
      *--- DATOS DEL HALLAZGO QUE ARMA CADA REVISION PARA
      *--- 290-REGISTRAR-HALLAZGO
      *
           03 WS-HZ-CODIGO            PIC X(4).
           03 WS-HZ-CUENTA            PIC X(10).
           03 WS-HZ-MONTO             PIC S9(13)V9(2) COMP-3.
           03 WS-HZ-MOTIVO            PIC X(40).
           03 WS-HZ-DETALLE           PIC X(50).
           03 WS-HZ-EN-SECCION        PIC 9(9)        VALUE 0.
           03 WS-HZ-EXISTE            PIC S9(9)       COMP.
      *
      *--- CONTADORES DE HALLAZGOS POR CATEGORIA Y DE LOS QUE YA
      *--- TENIAN UNA EXCEPCION ABIERTA DE UNA NOCHE ANTERIOR
      *
           03 WS-TOTAL-HALLAZGOS      PIC 9(9)        VALUE 0.
           03 WS-TOTAL-NUEVAS         PIC 9(9)        VALUE 0.
           03 WS-TOTAL-YA-ABIERTAS    PIC 9(9)        VALUE 0.
           03 WS-CANTIDAD-ED          PIC ZZZZZZZZ9.
           03 WS-NUMERO-ED            PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-ESPERADO-ED          PIC -ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'INTGCOB'.
      *
      *--- CODIGOS DE CATEGORIA DE LOS HALLAZGOS EN TAEXCEPT
      *--- (CODIGO_MOTIVO_EX), PARA QUE OPERACIONES LOS FILTRE Y
      *--- REPARTA EN LA COLA EXCPCOB
      *
          03 WC-CAT-TRANS             PIC X(4)     VALUE 'RITX'.
          03 WC-CAT-TITULAR           PIC X(4)     VALUE 'RITI'.
          03 WC-CAT-RETENIDO          PIC X(4)     VALUE 'RIRT'.
          03 WC-CAT-PLAZO             PIC X(4)     VALUE 'RICD'.
          03 WC-CAT-PRESTAMO          PIC X(4)     VALUE 'RILN'.
          03 WC-CAT-CHEQUE            PIC X(4)     VALUE 'RICH'.
          03 WC-CAT-SESION            PIC X(4)     VALUE 'RISE'.

       COPY RUNCTLCP.
       COPY EXCPCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE 'BARRIDO DE INTEGRIDAD REFERENCIAL Y SALDOS DERIVADOS'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
      *
      *--- CONTROL DE CORRIDA Y GUARDA CONTRA DOBLE SUBMISION DEL
      *--- MISMO DIA (VER RUNCTLPR)
      *
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           PERFORM 210-REVISAR-TRANSACCIONES
           PERFORM 220-REVISAR-TITULARES
           PERFORM 230-REVISAR-RETENIDO
           PERFORM 240-REVISAR-PLAZOS
           PERFORM 250-REVISAR-PRESTAMOS
           PERFORM 260-REVISAR-CHEQUES
           PERFORM 270-REVISAR-SESIONES.

       210-REVISAR-TRANSACCIONES.
           MOVE 'RITX MOVIMIENTOS DE TATRANS SIN CUENTA EN TACUENT:'
                TO RPT-LINEA
           PERFORM 280-INICIAR-SECCION
           EXEC SQL OPEN C_TRANS_HUERFANOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TRANS_HUERFANOS INTO
                      :CL-NUMERO-CUENTA-T
                     ,:WS-HZ-CANTIDAD
                     ,:WS-HZ-SUMA
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE WC-CAT-TRANS       TO WS-HZ-CODIGO
                        MOVE CL-NUMERO-CUENTA-T TO WS-HZ-CUENTA
                        MOVE WS-HZ-SUMA         TO WS-HZ-MONTO
                        MOVE 'MOVIMIENTOS DE CUENTA INEXISTENTE'
                             TO WS-HZ-MOTIVO
                        MOVE WS-HZ-CANTIDAD TO WS-CANTIDAD-ED
                        MOVE WS-HZ-SUMA     TO WS-MONTO-ED
                        MOVE SPACES TO WS-HZ-DETALLE
                        STRING 'MOVIMIENTOS=' DELIMITED BY SIZE
                               WS-CANTIDAD-ED DELIMITED BY SIZE
                               ' SUMA='       DELIMITED BY SIZE
                               WS-MONTO-ED    DELIMITED BY SIZE
                          INTO WS-HZ-DETALLE
                        END-STRING
                        PERFORM 290-REGISTRAR-HALLAZGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TRANS_HUERFANOS END-EXEC
           PERFORM 285-CERRAR-SECCION.

       220-REVISAR-TITULARES.
           MOVE 'RITI TITULARES DE TATITULAR SIN CLIENTE EN TACLIENT:'
                TO RPT-LINEA
           PERFORM 280-INICIAR-SECCION
           EXEC SQL OPEN C_TITULARES_HUERFANOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TITULARES_HUERFANOS INTO
                      :CL-NUMERO-CUENTA-H
                     ,:CL-CEDULA-CLIENTE-H
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE WC-CAT-TITULAR     TO WS-HZ-CODIGO
                        MOVE CL-NUMERO-CUENTA-H TO WS-HZ-CUENTA
                        MOVE 0                  TO WS-HZ-MONTO
                        MOVE SPACES TO WS-HZ-MOTIVO
                        STRING 'TITULAR SIN CLIENTE CEDULA '
                                                  DELIMITED BY SIZE
                               CL-CEDULA-CLIENTE-H DELIMITED BY SIZE
                          INTO WS-HZ-MOTIVO
                        END-STRING
                        MOVE SPACES TO WS-HZ-DETALLE
                        STRING 'CEDULA='            DELIMITED BY SIZE
                               CL-CEDULA-CLIENTE-H  DELIMITED BY SIZE
                          INTO WS-HZ-DETALLE
                        END-STRING
                        PERFORM 290-REGISTRAR-HALLAZGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TITULARES_HUERFANOS END-EXEC
           PERFORM 285-CERRAR-SECCION.

       230-REVISAR-RETENIDO.
      *
      *--- EL MONTO DE LA EXCEPCION ES LA DIFERENCIA (SALDO_RETENIDO
      *--- MENOS LO QUE LO EXPLICA): POSITIVO ES PLATA CONGELADA SIN
      *--- RETENCION QUE LA RESPALDE
      *
           MOVE 'RIRT SALDO_RETENIDO DISTINTO DE LAS RETENCIONES VIGENTE
      -         'S:' TO RPT-LINEA
           PERFORM 280-INICIAR-SECCION
           EXEC SQL OPEN C_RETENIDO END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_RETENIDO INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-SALDO-RETENIDO
                     ,:WS-HZ-ESPERADO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE WC-CAT-RETENIDO  TO WS-HZ-CODIGO
                        MOVE CL-NUMERO-CUENTA TO WS-HZ-CUENTA
                        COMPUTE WS-HZ-MONTO = CL-SALDO-RETENIDO
                                              - WS-HZ-ESPERADO
                        MOVE 'SALDO_RETENIDO NO CUADRA CON RETENCIONES'
                             TO WS-HZ-MOTIVO
                        MOVE CL-SALDO-RETENIDO TO WS-MONTO-ED
                        MOVE WS-HZ-ESPERADO    TO WS-ESPERADO-ED
                        MOVE SPACES TO WS-HZ-DETALLE
                        STRING 'RETENIDO='     DELIMITED BY SIZE
                               WS-MONTO-ED     DELIMITED BY SIZE
                               ' RETENCIONES=' DELIMITED BY SIZE
                               WS-ESPERADO-ED  DELIMITED BY SIZE
                          INTO WS-HZ-DETALLE
                        END-STRING
                        PERFORM 290-REGISTRAR-HALLAZGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RETENIDO END-EXEC
           PERFORM 285-CERRAR-SECCION.

       240-REVISAR-PLAZOS.
           MOVE 'RICD CDT VIGENTES CON CUENTA ENLAZADA CERRADA O INEXIST
      -         'ENTE:' TO RPT-LINEA
           PERFORM 280-INICIAR-SECCION
           EXEC SQL OPEN C_PLAZOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PLAZOS INTO
                      :CL-ID-PLAZO
                     ,:CL-NUMERO-CUENTA-PZ
                     ,:CL-MONTO-PZ
                     ,:WS-HZ-ESTADO-CTA
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE WC-CAT-PLAZO        TO WS-HZ-CODIGO
                        MOVE CL-NUMERO-CUENTA-PZ TO WS-HZ-CUENTA
                        MOVE CL-MONTO-PZ         TO WS-HZ-MONTO
                        MOVE CL-ID-PLAZO         TO WS-NUMERO-ED
                        MOVE 'CDT'            TO WS-HZ-TIPO
                        PERFORM 295-MOTIVO-ESTADO-CUENTA
                        PERFORM 290-REGISTRAR-HALLAZGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PLAZOS END-EXEC
           PERFORM 285-CERRAR-SECCION.

       250-REVISAR-PRESTAMOS.
           MOVE 'RILN PRESTAMOS VIGENTES CON CUENTA ENLAZADA CERRADA O I
      -         'NEXISTENTE:' TO RPT-LINEA
           PERFORM 280-INICIAR-SECCION
           EXEC SQL OPEN C_PRESTAMOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PRESTAMOS INTO
                      :CL-ID-PRESTAMO
                     ,:CL-NUMERO-CUENTA-LN
                     ,:CL-SALDO-CAPITAL-LN
                     ,:WS-HZ-ESTADO-CTA
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE WC-CAT-PRESTAMO     TO WS-HZ-CODIGO
                        MOVE CL-NUMERO-CUENTA-LN TO WS-HZ-CUENTA
                        MOVE CL-SALDO-CAPITAL-LN TO WS-HZ-MONTO
                        MOVE CL-ID-PRESTAMO      TO WS-NUMERO-ED
                        MOVE 'PRESTAMO'       TO WS-HZ-TIPO
                        PERFORM 295-MOTIVO-ESTADO-CUENTA
                        PERFORM 290-REGISTRAR-HALLAZGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PRESTAMOS END-EXEC
           PERFORM 285-CERRAR-SECCION.

       260-REVISAR-CHEQUES.
           MOVE 'RICH NOVEDADES DE TACHEQUE SIN CHEQUERA EN TACHQLIB:'
                TO RPT-LINEA
           PERFORM 280-INICIAR-SECCION
           EXEC SQL OPEN C_CHEQUES END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CHEQUES INTO
                      :CL-NUMERO-CUENTA-CH
                     ,:CL-NUMERO-CHEQUE-CH
                     ,:CL-ESTADO-CH
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE WC-CAT-CHEQUE       TO WS-HZ-CODIGO
                        MOVE CL-NUMERO-CUENTA-CH TO WS-HZ-CUENTA
                        MOVE 0                   TO WS-HZ-MONTO
                        MOVE CL-NUMERO-CHEQUE-CH TO WS-NUMERO-ED
                        MOVE SPACES TO WS-HZ-MOTIVO
                        STRING 'CHEQUE '        DELIMITED BY SIZE
                               WS-NUMERO-ED     DELIMITED BY SIZE
                               ' FUERA DE TODA CHEQUERA'
                                                DELIMITED BY SIZE
                          INTO WS-HZ-MOTIVO
                        END-STRING
                        MOVE SPACES TO WS-HZ-DETALLE
                        STRING 'CHEQUE='        DELIMITED BY SIZE
                               WS-NUMERO-ED     DELIMITED BY SIZE
                               ' ESTADO='       DELIMITED BY SIZE
                               CL-ESTADO-CH     DELIMITED BY SIZE
                          INTO WS-HZ-DETALLE
                        END-STRING
                        PERFORM 290-REGISTRAR-HALLAZGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CHEQUES END-EXEC
           PERFORM 285-CERRAR-SECCION.

       270-REVISAR-SESIONES.
      *
      *--- UNA SESION NO ES DE UNA CUENTA: LA EXCEPCION VA CON CUENTA
      *--- EN BLANCO Y LA SESION, EL OPERADOR Y LA GAVETA EN EL MOTIVO
      *
           MOVE 'RISE SESIONES DE CAJA ABIERTAS DE FECHAS ANTERIORES:'
                TO RPT-LINEA
           PERFORM 280-INICIAR-SECCION
           EXEC SQL OPEN C_SESIONES END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SESIONES INTO
                      :CL-ID-SESION
                     ,:CL-OPERADOR-SES
                     ,:CL-TILL-ID-S
                     ,:WS-HZ-FECHA
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE WC-CAT-SESION TO WS-HZ-CODIGO
                        MOVE SPACES        TO WS-HZ-CUENTA
                        MOVE 0             TO WS-HZ-MONTO
                        MOVE CL-ID-SESION  TO WS-NUMERO-ED
                        MOVE SPACES TO WS-HZ-MOTIVO
                        STRING 'SESION '        DELIMITED BY SIZE
                               WS-NUMERO-ED     DELIMITED BY SIZE
                               ' OP '           DELIMITED BY SIZE
                               CL-OPERADOR-SES  DELIMITED BY SIZE
                               ' GAVETA '       DELIMITED BY SIZE
                               CL-TILL-ID-S     DELIMITED BY SIZE
                          INTO WS-HZ-MOTIVO
                        END-STRING
                        MOVE SPACES TO WS-HZ-DETALLE
                        STRING 'ABIERTA DESDE ' DELIMITED BY SIZE
                               WS-HZ-FECHA      DELIMITED BY SIZE
                          INTO WS-HZ-DETALLE
                        END-STRING
                        PERFORM 290-REGISTRAR-HALLAZGO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_SESIONES END-EXEC
           PERFORM 285-CERRAR-SECCION.

       280-INICIAR-SECCION.
      *
      *--- RPT-LINEA LLEGA CON EL TITULO DE LA REVISION
      *
           WRITE RPT-LINEA
           MOVE 0 TO WS-HZ-EN-SECCION
           MOVE 'N' TO WS-CONTINUAR.

       285-CERRAR-SECCION.
           MOVE WS-HZ-EN-SECCION TO WS-CANTIDAD-ED
           MOVE SPACES TO RPT-LINEA
           STRING '     HALLAZGOS: ' DELIMITED BY SIZE
                  WS-CANTIDAD-ED     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       290-REGISTRAR-HALLAZGO.
      *
      *--- LOS HALLAZGOS SE REPITEN NOCHE TRAS NOCHE HASTA QUE ALGUIEN
      *--- LOS CORRIJA: SI YA HAY UNA EXCEPCION NO CERRADA DEL MISMO
      *--- BARRIDO, CATEGORIA, CUENTA Y MOTIVO, NO SE ABRE OTRA (LA
      *--- LINEA DEL REPORTE SALE IGUAL, MARCADA YA ABIERTA)
      *
           ADD 1 TO WS-HZ-EN-SECCION
           ADD 1 TO WS-TOTAL-HALLAZGOS
           MOVE WC-PROGRAMA  TO CL-PROGRAMA-EX
           MOVE WS-HZ-CODIGO TO CL-CODIGO-MOTIVO-EX
           MOVE WS-HZ-CUENTA TO CL-NUMERO-CUENTA-EX
           MOVE WS-HZ-MOTIVO TO CL-MOTIVO-EX
           EXEC SQL
                SELECT
                   COUNT(*)
                INTO
                   :WS-HZ-EXISTE
                FROM
                   TAEXCEPT
                WHERE
                   PROGRAMA_EX = :CL-PROGRAMA-EX
                   AND CODIGO_MOTIVO_EX = :CL-CODIGO-MOTIVO-EX
                   AND NUMERO_CUENTA_EX = :CL-NUMERO-CUENTA-EX
                   AND MOTIVO_EX = :CL-MOTIVO-EX
                   AND ESTADO_EX <> 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTA '     DELIMITED BY SIZE
                  WS-HZ-CUENTA  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-HZ-CODIGO  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-HZ-DETALLE DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           IF WS-HZ-EXISTE > 0
              ADD 1 TO WS-TOTAL-YA-ABIERTAS
              MOVE 'YA ABIERTA' TO RPT-LINEA(91:10)
           ELSE
              ADD 1 TO WS-TOTAL-NUEVAS
              MOVE WC-PROGRAMA  TO WS-EX-PROGRAMA
              MOVE WS-RC-FECHA  TO WS-EX-FECHA
              MOVE WS-HZ-CUENTA TO WS-EX-CUENTA
              MOVE WS-HZ-MONTO  TO WS-EX-MONTO
              MOVE WS-HZ-CODIGO TO WS-EX-CODIGO
              MOVE WS-HZ-MOTIVO TO WS-EX-MOTIVO
              PERFORM 892-REGISTRAR-EXCEPCION
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF
           WRITE RPT-LINEA.

       295-MOTIVO-ESTADO-CUENTA.
      *
      *--- COMPLETA EL MOTIVO Y EL DETALLE DE CDT/PRESTAMOS CON EL
      *--- ESTADO DE LA CUENTA ENLAZADA (BLANCO = NO EXISTE EN TACUENT)
      *
           MOVE SPACES TO WS-HZ-MOTIVO
           IF WS-HZ-ESTADO-CTA = SPACE
              STRING WS-HZ-TIPO   DELIMITED BY SPACE
                     ' '          DELIMITED BY SIZE
                     WS-NUMERO-ED DELIMITED BY SIZE
                     ' VIG, CTA INEXISTENTE'
                                  DELIMITED BY SIZE
                INTO WS-HZ-MOTIVO
              END-STRING
           ELSE
              STRING WS-HZ-TIPO   DELIMITED BY SPACE
                     ' '          DELIMITED BY SIZE
                     WS-NUMERO-ED DELIMITED BY SIZE
                     ' VIG, CTA CERRADA'
                                  DELIMITED BY SIZE
                INTO WS-HZ-MOTIVO
              END-STRING
           END-IF
           MOVE WS-HZ-MONTO TO WS-MONTO-ED
           MOVE SPACES TO WS-HZ-DETALLE
           STRING 'ID='         DELIMITED BY SIZE
                  WS-NUMERO-ED  DELIMITED BY SIZE
                  ' MONTO='     DELIMITED BY SIZE
                  WS-MONTO-ED   DELIMITED BY SIZE
                  ' ESTADO-CTA=' DELIMITED BY SIZE
                  WS-HZ-ESTADO-CTA DELIMITED BY SIZE
             INTO WS-HZ-DETALLE
           END-STRING.

       300-FIN.
           MOVE WS-TOTAL-HALLAZGOS TO WS-CANTIDAD-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL HALLAZGOS:                 ' DELIMITED BY SIZE
                  WS-CANTIDAD-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-NUEVAS TO WS-CANTIDAD-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'EXCEPCIONES NUEVAS EN TAEXCEPT:  ' DELIMITED BY SIZE
                  WS-CANTIDAD-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-YA-ABIERTAS TO WS-CANTIDAD-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'HALLAZGOS CON EXCEPCION ABIERTA: ' DELIMITED BY SIZE
                  WS-CANTIDAD-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-HALLAZGOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY EXCPCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           EXEC SQL ROLLBACK END-EXEC
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.
