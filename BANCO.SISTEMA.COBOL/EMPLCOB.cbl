      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPORTE MENSUAL DE CUMPLIMIENTO: *
      *   MOVIMIENTOS EN CUENTAS DE EMPLEADOS Y DE SUS    *
      *   PARTES RELACIONADAS (TAOPERA/TAOPRELA) -        *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPLCOB.
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
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAOPRELA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
      *
      *--- TODO MOVIMIENTO DEL MES EN UNA CUENTA DONDE UN EMPLEADO
      *--- (TAOPERA.CEDULA_OPERADOR) O UNA DE SUS PARTES RELACIONADAS
      *--- ACTIVAS (TAOPRELA) ES TITULAR, PRINCIPAL (TACUENT) O
      *--- ADICIONAL (TATITULAR). EL VINCULO ES 'E' SI LA CUENTA ES
      *--- DEL PROPIO EMPLEADO O EL PARENTESCO DEL RELACIONADO; UNA
      *--- CUENTA CON VARIOS VINCULOS SALE UNA SOLA VEZ POR EMPLEADO.
      *--- LA MARCA ES 'P' SI LO POSTEO EL MISMO EMPLEADO Y 'C' SI LO
      *--- POSTEO OTRO OPERADOR DESDE LA SUCURSAL DE TRABAJO DEL
      *--- EMPLEADO (UN COLEGA DE LA MISMA SUCURSAL)
      *
           EXEC SQL
                DECLARE C_EMPLEADOS CURSOR FOR
                SELECT
                   E.OPERADOR_ID
                  ,E.SUCURSAL_OPERADOR
                  ,E.VINCULO
                  ,E.NUMERO_CUENTA
                  ,T.ID_TRANSACTION
                  ,CHAR(T.FECHA_NEGOCIO_T, ISO)
                  ,T.TIPO_TRANSACCION
                  ,T.MONTO
                  ,T.USUARIO
                  ,T.SUCURSAL_T
                  ,CASE
                      WHEN T.USUARIO = E.OPERADOR_ID
                      THEN 'P'
                      WHEN T.SUCURSAL_T = E.SUCURSAL_OPERADOR
                           AND E.SUCURSAL_OPERADOR <> ' '
                           AND EXISTS
                               (SELECT 1
                                FROM   TAOPERA X
                                WHERE  X.OPERADOR_ID = T.USUARIO)
                      THEN 'C'
                      ELSE ' '
                   END
                FROM
                   (SELECT
                       P.OPERADOR_ID
                      ,P.SUCURSAL_OPERADOR
                      ,MIN(P.VINCULO) AS VINCULO
                      ,A.NUMERO_CUENTA
                    FROM
                       (SELECT
                           O.OPERADOR_ID
                          ,O.SUCURSAL_OPERADOR
                          ,O.CEDULA_OPERADOR AS CEDULA
                          ,'E' AS VINCULO
                        FROM
                           TAOPERA O
                        WHERE
                           O.CEDULA_OPERADOR <> ' '
                           AND O.ESTADO_OPERADOR <> 'I'
                        UNION ALL
                        SELECT
                           O.OPERADOR_ID
                          ,O.SUCURSAL_OPERADOR
                          ,R.CEDULA_RELACIONADO_RP
                          ,R.PARENTESCO_RP
                        FROM
                           TAOPERA O
                          ,TAOPRELA R
                        WHERE
                           R.OPERADOR_ID_RP = O.OPERADOR_ID
                           AND R.ESTADO_RP = 'A'
                           AND O.ESTADO_OPERADOR <> 'I') P
                      ,(SELECT
                           NUMERO_CUENTA
                          ,CEDULA_CLIENTE AS CEDULA
                        FROM
                           TACUENT
                        UNION
                        SELECT
                           NUMERO_CUENTA_H
                          ,CEDULA_CLIENTE_H
                        FROM
                           TATITULAR) A
                    WHERE
                       A.CEDULA = P.CEDULA
                    GROUP BY
                       P.OPERADOR_ID
                      ,P.SUCURSAL_OPERADOR
                      ,A.NUMERO_CUENTA) E
                  ,TATRANS T
                WHERE
                   T.NUMERO_CUENTA_T = E.NUMERO_CUENTA
                   AND T.FECHA_NEGOCIO_T >= DATE(:WS-FECHA-INICIO)
                   AND T.FECHA_NEGOCIO_T <= DATE(:WS-RC-FECHA)
                ORDER BY
                   E.OPERADOR_ID
                  ,E.NUMERO_CUENTA
                  ,T.ID_TRANSACTION
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-FECHA-INICIO         PIC X(10).
           03 WS-PERIODO              PIC X(7).
           03 WS-OPERADOR             PIC X(3).
           03 WS-OPERADOR-ANTERIOR    PIC X(3)        VALUE SPACES.
           03 WS-SUCURSAL-OPERADOR    PIC X(4).
           03 WS-VINCULO              PIC X(1).
           03 WS-CUENTA               PIC X(10).
           03 WS-ID-TRANSACCION       PIC S9(9)       COMP.
           03 WS-FECHA-MOVTO          PIC X(10).
           03 WS-TIPO                 PIC X(1).
           03 WS-MONTO                PIC S9(13)V9(2) COMP-3.
           03 WS-USUARIO              PIC X(3).
           03 WS-SUCURSAL-MOVTO       PIC X(4).
           03 WS-MARCA                PIC X(1).
           03 WS-MARCA-TEXTO          PIC X(15).
           03 WS-MOVIMIENTOS          PIC 9(9)        VALUE 0.
           03 WS-EMPLEADOS            PIC 9(9)        VALUE 0.
           03 WS-POSTEOS-PROPIOS      PIC 9(9)        VALUE 0.
           03 WS-POSTEOS-COLEGAS      PIC 9(9)        VALUE 0.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'EMPLCOB'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO DE LA CORRIDA,
      *--- DESDE EL DIA 1 HASTA ESA FECHA (SE LANZA AL CIERRE DEL MES,
      *--- IGUAL QUE GMFRCOB)
      *
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE WS-RC-FECHA(1:7) TO WS-PERIODO
           STRING WS-PERIODO '-01'
                  DELIMITED BY SIZE
             INTO WS-FECHA-INICIO
           END-STRING
           MOVE SPACES TO RPT-LINEA
           STRING 'MOVIMIENTOS EN CUENTAS DE EMPLEADOS - PERIODO '
                                           DELIMITED BY SIZE
                  WS-PERIODO               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'VINCULO: E=EMPLEADO C=CONYUGE F=FAMILIAR'
                                           DELIMITED BY SIZE
                  ' S=SOCIO O=OTRO'        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'OPR SUC  V CUENTA            ID FECHA      T'
                                           DELIMITED BY SIZE
                  '               MONTO POR SUC  MARCA'
                                           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_EMPLEADOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_EMPLEADOS INTO
                      :WS-OPERADOR
                     ,:WS-SUCURSAL-OPERADOR
                     ,:WS-VINCULO
                     ,:WS-CUENTA
                     ,:WS-ID-TRANSACCION
                     ,:WS-FECHA-MOVTO
                     ,:WS-TIPO
                     ,:WS-MONTO
                     ,:WS-USUARIO
                     ,:WS-SUCURSAL-MOVTO
                     ,:WS-MARCA
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 210-ESCRIBIR-MOVIMIENTO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_EMPLEADOS END-EXEC.

       210-ESCRIBIR-MOVIMIENTO.
           ADD 1 TO WS-MOVIMIENTOS
           IF WS-OPERADOR NOT = WS-OPERADOR-ANTERIOR
              ADD 1 TO WS-EMPLEADOS
              MOVE WS-OPERADOR TO WS-OPERADOR-ANTERIOR
           END-IF
           EVALUATE WS-MARCA
                WHEN 'P'
                     ADD 1 TO WS-POSTEOS-PROPIOS
                     MOVE 'POSTEO PROPIO' TO WS-MARCA-TEXTO
                WHEN 'C'
                     ADD 1 TO WS-POSTEOS-COLEGAS
                     MOVE 'COLEGA SUCURSAL' TO WS-MARCA-TEXTO
                WHEN OTHER
                     MOVE SPACES TO WS-MARCA-TEXTO
           END-EVALUATE
           MOVE WS-ID-TRANSACCION TO WS-ID-ED
           MOVE WS-MONTO          TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING WS-OPERADOR          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-SUCURSAL-OPERADOR DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VINCULO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CUENTA            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-ID-ED             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-FECHA-MOVTO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TIPO              DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-MONTO-ED          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-USUARIO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-SUCURSAL-MOVTO    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-MARCA-TEXTO       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'EMPLEADOS CON MOVIMIENTOS: ' DELIMITED BY SIZE
                  WS-EMPLEADOS                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'MOVIMIENTOS REPORTADOS: '    DELIMITED BY SIZE
                  WS-MOVIMIENTOS                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'POSTEADOS POR EL PROPIO EMPLEADO: '
                                                DELIMITED BY SIZE
                  WS-POSTEOS-PROPIOS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'POSTEADOS POR COLEGAS DE LA MISMA SUCURSAL: '
                                                DELIMITED BY SIZE
                  WS-POSTEOS-COLEGAS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-MOVIMIENTOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.

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
