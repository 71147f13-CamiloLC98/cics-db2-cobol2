      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH MENSUAL DE BRECHA DE LIQUIDEZ    *
      *   Y REPRECIO POR BANDAS DE VENCIMIENTO PARA EL    *
      *   COMITE DE ACTIVOS Y PASIVOS - SISTEMA BANCARIO  *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ALMGCOB.
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
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TAPENDTR END-EXEC.
      *
      *--- TODAS LAS FUENTES SE UBICAN POR DIAS AL VENCIMIENTO CONTADOS
      *--- DESDE LA FECHA DE NEGOCIO DEL CORTE, Y TOMAN LA MONEDA DE LA
      *--- CUENTA DE DEPOSITO A LA QUE ESTAN ENLAZADAS
      *
      *--- PASIVO: CDT VIGENTES (TAPLAZO) POR SU FECHA DE VENCIMIENTO,
      *--- QUE PARA UNA TASA FIJA ES TAMBIEN SU FECHA DE REPRECIO
      *
           EXEC SQL
                DECLARE C_ALM_PLAZOS CURSOR FOR
                SELECT
                   C.MONEDA_CUENTA
                  ,DAYS(P.FECHA_VENCIMIENTO_PZ)
                     - DAYS(DATE(:WS-FN-FECHA))
                  ,SUM(P.MONTO_PZ)
                FROM
                   TAPLAZO P
                  ,TACUENT C
                WHERE
                   P.ESTADO_PZ = 'V'
                   AND C.NUMERO_CUENTA = P.NUMERO_CUENTA_PZ
                GROUP BY
                   C.MONEDA_CUENTA
                  ,DAYS(P.FECHA_VENCIMIENTO_PZ)
                     - DAYS(DATE(:WS-FN-FECHA))
           END-EXEC.
      *
      *--- ACTIVO: CAPITAL DE LAS CUOTAS PENDIENTES DE LOS PRESTAMOS
      *--- VIGENTES (TAPRSCHD) POR SU FECHA DE CUOTA. LAS CUOTAS YA
      *--- VENCIDAS NO SON UN FLUJO ESPERADO: SU SALDO VA POR MORA_LN
      *--- Y TAPROVIS
      *
           EXEC SQL
                DECLARE C_ALM_CUOTAS CURSOR FOR
                SELECT
                   C.MONEDA_CUENTA
                  ,DAYS(S.FECHA_CUOTA_SC) - DAYS(DATE(:WS-FN-FECHA))
                  ,SUM(S.CAPITAL_SC)
                FROM
                   TAPRSCHD S
                  ,TAPRESTA L
                  ,TACUENT C
                WHERE
                   S.ESTADO_SC = 'P'
                   AND S.FECHA_CUOTA_SC >= DATE(:WS-FN-FECHA)
                   AND L.ID_PRESTAMO = S.ID_PRESTAMO_SC
                   AND L.ESTADO_LN = 'V'
                   AND C.NUMERO_CUENTA = L.NUMERO_CUENTA_LN
                GROUP BY
                   C.MONEDA_CUENTA
                  ,DAYS(S.FECHA_CUOTA_SC) - DAYS(DATE(:WS-FN-FECHA))
           END-EXEC.
      *
      *--- PASIVO: DEPOSITOS A LA VISTA (TACUENT) DE LAS CUENTAS NO
      *--- CANCELADAS. NO TIENEN VENCIMIENTO CONTRACTUAL: EL PORCENTAJE
      *--- DE RETIRO ESPERADO (RUNOFF) VA A LA BANDA A LA VISTA Y EL
      *--- RESTO, EL SALDO ESTABLE, A LA BANDA DE MAS DE UN ANO
      *
           EXEC SQL
                DECLARE C_ALM_VISTA CURSOR FOR
                SELECT
                   MONEDA_CUENTA
                  ,SUM(SALDO)
                FROM
                   TACUENT
                WHERE
                   ESTADO_CUENTA <> 'C'
                   AND SALDO > 0
                GROUP BY
                   MONEDA_CUENTA
           END-EXEC.
      *
      *--- FLUJOS PROGRAMADOS PENDIENTES (TAPENDTR 'P'): DEPOSITOS 'D'
      *--- ENTRAN COMO ACTIVO Y RETIROS 'R' SALEN COMO PASIVO. LAS
      *--- TRANSFERENCIAS 'T' SON ENTRE CUENTAS PROPIAS DEL MISMO
      *--- CLIENTE Y NO MUEVEN LA LIQUIDEZ DEL BANCO. LAS ORDENES
      *--- PERMANENTES SE PROYECTAN EN 510 HASTA UN ANO O SU FECHA FIN
      *
           EXEC SQL
                DECLARE C_ALM_PENDIENTES CURSOR FOR
                SELECT
                   C.MONEDA_CUENTA
                  ,P.TIPO_TRANSACCION_P
                  ,P.MONTO_P
                  ,P.FRECUENCIA_P
                  ,DAYS(DATE(SUBSTR(P.FECHA_PROGRAMADA, 1, 4) CONCAT '-'
                     CONCAT SUBSTR(P.FECHA_PROGRAMADA, 5, 2) CONCAT '-'
                     CONCAT SUBSTR(P.FECHA_PROGRAMADA, 7, 2)))
                     - DAYS(DATE(:WS-FN-FECHA))
                  ,CASE WHEN P.FECHA_FIN_P = ' ' THEN 99999
                        ELSE DAYS(DATE(SUBSTR(P.FECHA_FIN_P, 1, 4)
                        CONCAT '-' CONCAT SUBSTR(P.FECHA_FIN_P, 5, 2)
                        CONCAT '-' CONCAT SUBSTR(P.FECHA_FIN_P, 7, 2)))
                        - DAYS(DATE(:WS-FN-FECHA))
                   END
                FROM
                   TAPENDTR P
                  ,TACUENT C
                WHERE
                   P.ESTADO_P = 'P'
                   AND P.TIPO_TRANSACCION_P IN ('D', 'R')
                   AND C.NUMERO_CUENTA = P.NUMERO_CUENTA_P
           END-EXEC.

      *
      *--- BANDAS DE TIEMPO DEL REPORTE: NOMBRE Y ULTIMO DIA DE CADA
      *--- BANDA CONTADO DESDE EL CORTE (LOS MESES SE TOMAN DE 30 DIAS
      *--- Y EL ANO DE 365, IGUAL PARA TODAS LAS FUENTES)
      *
       01  WC-BANDAS.
           03 FILLER PIC X(13) VALUE 'A LA VISTA   '.
           03 FILLER PIC 9(5)  VALUE 1.
           03 FILLER PIC X(13) VALUE '2 A 7 DIAS   '.
           03 FILLER PIC 9(5)  VALUE 7.
           03 FILLER PIC X(13) VALUE '8 A 30 DIAS  '.
           03 FILLER PIC 9(5)  VALUE 30.
           03 FILLER PIC X(13) VALUE '1 A 3 MESES  '.
           03 FILLER PIC 9(5)  VALUE 90.
           03 FILLER PIC X(13) VALUE '3 A 12 MESES '.
           03 FILLER PIC 9(5)  VALUE 365.
           03 FILLER PIC X(13) VALUE 'MAS DE 1 ANO '.
           03 FILLER PIC 9(5)  VALUE 99999.
       01  WC-TABLA-BANDAS REDEFINES WC-BANDAS.
           03 WC-BANDA                OCCURS 6 TIMES.
              05 WC-BANDA-NOMBRE      PIC X(13).
              05 WC-BANDA-HASTA       PIC 9(5).

      *
      *--- ACUMULADOS POR MONEDA Y BANDA. LA BRECHA DE CADA BANDA ES
      *--- ACTIVO MENOS PASIVO; LA ACUMULADA SE COMPARA CONTRA EL
      *--- LIMITE DE TESORERIA COMO PORCENTAJE DEL PASIVO TOTAL DE LA
      *--- MONEDA
      *
       01  WS-TABLA-MONEDAS.
           03 WS-MON-CANTIDAD         PIC S9(4) COMP VALUE 0.
           03 WS-MON-ENTRADA          OCCURS 10 TIMES.
              05 WS-MON-CODIGO        PIC X(3).
              05 WS-MON-TOT-PASIVO    PIC S9(13)V9(2) COMP-3.
              05 WS-MON-BANDA         OCCURS 6 TIMES.
                 07 WS-MON-ACTIVO     PIC S9(13)V9(2) COMP-3.
                 07 WS-MON-PASIVO     PIC S9(13)V9(2) COMP-3.

      *
      *--- LIMITE DE BRECHA ACUMULADA POR BANDA (PORCENTAJE DEL
      *--- PASIVO TOTAL DE LA MONEDA QUE LA BRECHA NEGATIVA NO DEBE
      *--- SUPERAR). SE REFRESCA DESDE TAPARAM (CLAVES
      *--- LIM-BRECHA-ALM-1 A LIM-BRECHA-ALM-6)
      *
       01  WS-LIMITES.
           03 WS-LIM-PCT              PIC S9(3)V9(2) COMP-3
                                      OCCURS 6 TIMES.

       01  WS-VARIABLES.
           03 WS-AL-MONEDA            PIC X(3).
           03 WS-AL-TIPO              PIC X(1).
           03 WS-AL-FRECUENCIA        PIC X(1).
           03 WS-AL-DIAS              PIC S9(9)       COMP.
           03 WS-AL-DIAS-FIN          PIC S9(9)       COMP.
           03 WS-AL-PASO              PIC S9(9)       COMP.
           03 WS-AL-MONTO             PIC S9(13)V9(2) COMP-3.
           03 WS-AL-RUNOFF            PIC S9(13)V9(2) COMP-3.
           03 WS-AL-BRECHA            PIC S9(13)V9(2) COMP-3.
           03 WS-AL-ACUMULADA         PIC S9(13)V9(2) COMP-3.
           03 WS-AL-TOPE              PIC S9(13)V9(2) COMP-3.
           03 WS-MX                   PIC S9(4)       COMP.
           03 WS-BX                   PIC S9(4)       COMP.
           03 WS-BANDA-ED             PIC 9.
           03 WS-EXCESOS              PIC 9(5)        VALUE 0.
           03 WS-PCT-ED               PIC ZZ9,99.
           03 WS-ACTIVO-ED            PIC -ZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-PASIVO-ED            PIC -ZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-BRECHA-ED            PIC -ZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-ACUMULADA-ED         PIC -ZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-CONTADOR-ED          PIC ZZ.ZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ALMGCOB'.
          03 WC-MAX-MONEDAS           PIC S9(4)    COMP VALUE 10.
          03 WC-HORIZONTE-DIAS        PIC S9(9)    COMP VALUE 365.
      *
      *--- PORCENTAJE DEL SALDO A LA VISTA QUE SE ASUME RETIRADO EN LA
      *--- BANDA A LA VISTA. SE REFRESCA DESDE TAPARAM (CLAVE
      *--- RUNOFF-VISTA-PCT)
      *
          03 WC-RUNOFF-VISTA-PCT      PIC S9(3)V9(2) COMP-3 VALUE 20.
      *
      *--- LIMITES COMPILADOS DE RESPALDO DE LAS SEIS BANDAS
      *
          03 WC-LIMITES-DEFECTO.
             05 FILLER                PIC 9(3)     VALUE 10.
             05 FILLER                PIC 9(3)     VALUE 15.
             05 FILLER                PIC 9(3)     VALUE 20.
             05 FILLER                PIC 9(3)     VALUE 25.
             05 FILLER                PIC 9(3)     VALUE 30.
             05 FILLER                PIC 9(3)     VALUE 40.
          03 WC-LIMITE-DEFECTO REDEFINES WC-LIMITES-DEFECTO
                                      PIC 9(3)     OCCURS 6 TIMES.

       COPY PARMCTCP.
       COPY FECNEGCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-CARGAR-PLAZOS
           PERFORM 300-CARGAR-CUOTAS
           PERFORM 400-CARGAR-VISTA
           PERFORM 500-CARGAR-PENDIENTES
           PERFORM 600-ESCRIBIR-REPORTE
           PERFORM 700-FIN.

       100-INICIO.
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN OUTPUT RPT-FILE
           MOVE 'RUNOFF-VISTA-PCT' TO CL-PARAM-CLAVE
           MOVE WC-RUNOFF-VISTA-PCT TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-RUNOFF-VISTA-PCT
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
              MOVE WS-BX TO WS-BANDA-ED
              MOVE SPACES TO CL-PARAM-CLAVE
              STRING 'LIM-BRECHA-ALM-' DELIMITED BY SIZE
                     WS-BANDA-ED       DELIMITED BY SIZE
                INTO CL-PARAM-CLAVE
              END-STRING
              MOVE WC-LIMITE-DEFECTO(WS-BX) TO WS-PM-DEFECTO
              PERFORM 840-LEER-PARAMETRO
              MOVE WS-PM-VALOR TO WS-LIM-PCT(WS-BX)
           END-PERFORM
           MOVE SPACES TO RPT-LINEA
           STRING 'BRECHA DE LIQUIDEZ Y REPRECIO POR BANDAS - CORTE '
                                       DELIMITED BY SIZE
                  WS-FN-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WC-RUNOFF-VISTA-PCT TO WS-PCT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'RETIRO ESPERADO DE DEPOSITOS A LA VISTA (%): '
                                       DELIMITED BY SIZE
                  WS-PCT-ED            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-CARGAR-PLAZOS.
           EXEC SQL OPEN C_ALM_PLAZOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ALM_PLAZOS INTO
                      :WS-AL-MONEDA
                     ,:WS-AL-DIAS
                     ,:WS-AL-MONTO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 910-UBICAR-MONEDA
                        PERFORM 920-UBICAR-BANDA
                        PERFORM 940-SUMAR-PASIVO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ALM_PLAZOS END-EXEC.

       300-CARGAR-CUOTAS.
           EXEC SQL OPEN C_ALM_CUOTAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ALM_CUOTAS INTO
                      :WS-AL-MONEDA
                     ,:WS-AL-DIAS
                     ,:WS-AL-MONTO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 910-UBICAR-MONEDA
                        PERFORM 920-UBICAR-BANDA
                        PERFORM 930-SUMAR-ACTIVO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ALM_CUOTAS END-EXEC.

       400-CARGAR-VISTA.
           EXEC SQL OPEN C_ALM_VISTA END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ALM_VISTA INTO
                      :WS-AL-MONEDA
                     ,:WS-AL-MONTO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 410-REPARTIR-VISTA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ALM_VISTA END-EXEC.

       410-REPARTIR-VISTA.
           PERFORM 910-UBICAR-MONEDA
           COMPUTE WS-AL-RUNOFF ROUNDED =
                   WS-AL-MONTO * WC-RUNOFF-VISTA-PCT / 100
           SUBTRACT WS-AL-RUNOFF FROM WS-AL-MONTO
           MOVE 6 TO WS-BX
           PERFORM 940-SUMAR-PASIVO
           MOVE WS-AL-RUNOFF TO WS-AL-MONTO
           MOVE 1 TO WS-BX
           PERFORM 940-SUMAR-PASIVO.

       500-CARGAR-PENDIENTES.
           EXEC SQL OPEN C_ALM_PENDIENTES END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ALM_PENDIENTES INTO
                      :WS-AL-MONEDA
                     ,:WS-AL-TIPO
                     ,:WS-AL-MONTO
                     ,:WS-AL-FRECUENCIA
                     ,:WS-AL-DIAS
                     ,:WS-AL-DIAS-FIN
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 510-PROYECTAR-PENDIENTE
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ALM_PENDIENTES END-EXEC.

       510-PROYECTAR-PENDIENTE.
      *
      *--- UN MOVIMIENTO DE UNA SOLA VEZ CAE UNA VEZ EN SU BANDA (SI
      *--- SU FECHA YA PASO, TRPGCOB LO APLICA EN LA PROXIMA CORRIDA:
      *--- BANDA A LA VISTA). UNA ORDEN PERMANENTE REPITE SU MONTO EN
      *--- CADA FECHA DEL CICLO DENTRO DEL HORIZONTE DE UN ANO Y HASTA
      *--- SU FECHA FIN; MAS ALLA DEL ANO NO SE PROYECTA
      *
           PERFORM 910-UBICAR-MONEDA
           EVALUATE WS-AL-FRECUENCIA
                WHEN 'S'
                     MOVE 7  TO WS-AL-PASO
                WHEN 'M'
                     MOVE 30 TO WS-AL-PASO
                WHEN 'T'
                     MOVE 90 TO WS-AL-PASO
                WHEN OTHER
                     MOVE 0  TO WS-AL-PASO
           END-EVALUATE
           IF WS-AL-PASO = 0
              PERFORM 520-SUMAR-FLUJO-PENDIENTE
           ELSE
              PERFORM UNTIL WS-AL-DIAS > WC-HORIZONTE-DIAS
                         OR WS-AL-DIAS > WS-AL-DIAS-FIN
                 PERFORM 520-SUMAR-FLUJO-PENDIENTE
                 ADD WS-AL-PASO TO WS-AL-DIAS
              END-PERFORM
           END-IF.

       520-SUMAR-FLUJO-PENDIENTE.
           PERFORM 920-UBICAR-BANDA
           IF WS-AL-TIPO = 'D'
              PERFORM 930-SUMAR-ACTIVO
           ELSE
              PERFORM 940-SUMAR-PASIVO
           END-IF.

       600-ESCRIBIR-REPORTE.
           MOVE SPACES TO RPT-LINEA
           STRING 'LIMITE DE BRECHA ACUMULADA (% DEL PASIVO) POR BANDA:'
                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
              MOVE WS-LIM-PCT(WS-BX) TO WS-PCT-ED
              MOVE SPACES TO RPT-LINEA
              STRING '    '                   DELIMITED BY SIZE
                     WC-BANDA-NOMBRE(WS-BX)   DELIMITED BY SIZE
                     WS-PCT-ED                DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-PERFORM
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MON-CANTIDAD
              PERFORM 610-ESCRIBIR-MONEDA
           END-PERFORM.

       610-ESCRIBIR-MONEDA.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-MON-TOT-PASIVO(WS-MX) TO WS-PASIVO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'MONEDA '                DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-MX)     DELIMITED BY SIZE
                  '   PASIVO TOTAL '       DELIMITED BY SIZE
                  WS-PASIVO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'BANDA                    ACTIVO             PASIVO'
                                           DELIMITED BY SIZE
                  '             BRECHA   BRECHA ACUMULADA'
                                           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE 0 TO WS-AL-ACUMULADA
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
              PERFORM 620-ESCRIBIR-BANDA
           END-PERFORM.

       620-ESCRIBIR-BANDA.
      *
      *--- LA BANDA SE MARCA CUANDO LA BRECHA ACUMULADA ES NEGATIVA Y
      *--- SU VALOR ABSOLUTO PASA EL PORCENTAJE DEL PASIVO TOTAL DE LA
      *--- MONEDA FIJADO POR TESORERIA PARA ESA BANDA
      *
           COMPUTE WS-AL-BRECHA = WS-MON-ACTIVO(WS-MX, WS-BX)
                                - WS-MON-PASIVO(WS-MX, WS-BX)
           ADD WS-AL-BRECHA TO WS-AL-ACUMULADA
           MOVE WS-MON-ACTIVO(WS-MX, WS-BX) TO WS-ACTIVO-ED
           MOVE WS-MON-PASIVO(WS-MX, WS-BX) TO WS-PASIVO-ED
           MOVE WS-AL-BRECHA                TO WS-BRECHA-ED
           MOVE WS-AL-ACUMULADA             TO WS-ACUMULADA-ED
           MOVE SPACES TO RPT-LINEA
           STRING WC-BANDA-NOMBRE(WS-BX) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-ACTIVO-ED           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-PASIVO-ED           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-BRECHA-ED           DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-ACUMULADA-ED        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           COMPUTE WS-AL-TOPE ROUNDED = WS-MON-TOT-PASIVO(WS-MX)
                                      * WS-LIM-PCT(WS-BX) / 100
           IF WS-AL-ACUMULADA < 0
              AND WS-MON-TOT-PASIVO(WS-MX) > 0
              AND (0 - WS-AL-ACUMULADA) > WS-AL-TOPE
              MOVE ' *EXCEDE*' TO RPT-LINEA(90:9)
              ADD 1 TO WS-EXCESOS
           END-IF
           WRITE RPT-LINEA.

       700-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-MON-CANTIDAD TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'MONEDAS REPORTADAS: '      DELIMITED BY SIZE
                  WS-CONTADOR-ED              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-EXCESOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'BANDAS QUE EXCEDEN EL LIMITE: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED                   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       910-UBICAR-MONEDA.
      *
      *--- BUSCA LA MONEDA EN LA TABLA Y LA AGREGA SI ES NUEVA
      *
           MOVE 1 TO WS-MX
           PERFORM UNTIL WS-MX > WS-MON-CANTIDAD
                      OR WS-MON-CODIGO(WS-MX) = WS-AL-MONEDA
              ADD 1 TO WS-MX
           END-PERFORM
           IF WS-MX > WS-MON-CANTIDAD
              IF WS-MON-CANTIDAD >= WC-MAX-MONEDAS
                 MOVE 'ABORTADO: DEMASIADAS MONEDAS PARA EL REPORTE'
                      TO RPT-LINEA
                 PERFORM 190-ABORTAR
              END-IF
              ADD 1 TO WS-MON-CANTIDAD
              MOVE WS-MON-CANTIDAD TO WS-MX
              INITIALIZE WS-MON-ENTRADA(WS-MX)
              MOVE WS-AL-MONEDA TO WS-MON-CODIGO(WS-MX)
           END-IF.

       920-UBICAR-BANDA.
      *
      *--- LO YA VENCIDO (DIAS NEGATIVOS) CAE EN LA BANDA A LA VISTA
      *
           MOVE 1 TO WS-BX
           PERFORM UNTIL WS-BX >= 6
                      OR WS-AL-DIAS <= WC-BANDA-HASTA(WS-BX)
              ADD 1 TO WS-BX
           END-PERFORM.

       930-SUMAR-ACTIVO.
           ADD WS-AL-MONTO TO WS-MON-ACTIVO(WS-MX, WS-BX).

       940-SUMAR-PASIVO.
           ADD WS-AL-MONTO TO WS-MON-PASIVO(WS-MX, WS-BX)
           ADD WS-AL-MONTO TO WS-MON-TOT-PASIVO(WS-MX).

       190-ABORTAR.
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
