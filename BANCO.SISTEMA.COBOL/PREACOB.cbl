      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH MENSUAL DE OFERTAS DE CREDITO    *
      *   PREAPROBADO POR COMPORTAMIENTO DE DEPOSITOS     *
      *   (TAOFECRE) - SISTEMA BANCARIO                   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PREACOB.
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
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TASNAPCT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAOFECRE END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
      *
      *--- CLIENTES CANDIDATOS: VIVOS (SIN SUCESION), NO FUSIONADOS EN
      *--- OTRA CEDULA Y MAYORES DE EDAD, CON SU RIESGO KYC, SU OFICIAL
      *--- DE RELACION Y LA ANTIGUEDAD EN MESES DEL MAESTRO A LA FECHA
      *--- DE LA CORRIDA
      *
           EXEC SQL
                DECLARE C_CLIENTES CURSOR FOR
                SELECT
                   CEDULA_CLIENTE_M
                  ,RIESGO_KYC
                  ,OFICIAL_CUENTA
                  ,(YEAR(DATE(:WS-RC-FECHA)) - YEAR(FECHA_ALTA_M)) * 12
                   + MONTH(DATE(:WS-RC-FECHA)) - MONTH(FECHA_ALTA_M)
                FROM
                   TACLIENT
                WHERE
                   ESTADO_SUCESION = 'N'
                   AND CEDULA_FUSIONADA = ' '
                   AND FECHA_NACIMIENTO <= DATE(:WS-RC-FECHA) - 18 YEARS
                ORDER BY
                   CEDULA_CLIENTE_M
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-CLIENTES-LEIDOS      PIC 9(9)        VALUE 0.
           03 WS-OFERTAS-EMITIDAS     PIC 9(9)        VALUE 0.
           03 WS-OFERTAS-VENCIDAS     PIC 9(9)        VALUE 0.
           03 WS-OFERTAS-REEMPLAZADAS PIC 9(9)        VALUE 0.
           03 WS-DESC-RIESGO          PIC 9(9)        VALUE 0.
           03 WS-DESC-MORA            PIC 9(9)        VALUE 0.
           03 WS-DESC-SIN-CUENTA      PIC 9(9)        VALUE 0.
           03 WS-DESC-PUNTAJE         PIC 9(9)        VALUE 0.
           03 WS-DESC-CAPACIDAD       PIC 9(9)        VALUE 0.
           03 WS-MONTO-TOTAL          PIC S9(13)V9(2) COMP-3 VALUE 0.
      *
      *--- COMPORTAMIENTO DEL CLIENTE EN LA VENTANA DE MESES
      *
           03 WS-ANTIGUEDAD           PIC S9(9)       COMP.
           03 WS-SUMA-SALDOS          PIC S9(13)V9(2) COMP-3.
           03 WS-CORTES               PIC S9(9)       COMP.
           03 WS-SALDO-PROMEDIO       PIC S9(13)V9(2) COMP-3.
           03 WS-SUMA-ENTRADAS        PIC S9(13)V9(2) COMP-3.
           03 WS-INGRESO-PROMEDIO     PIC S9(13)V9(2) COMP-3.
           03 WS-MESES-NOMINA         PIC S9(9)       COMP.
           03 WS-PRESTAMOS-MORA       PIC S9(9)       COMP.
           03 WS-PRESTAMOS-PAGADOS    PIC S9(9)       COMP.
           03 WS-CUOTAS-VIGENTES      PIC S9(13)V9(2) COMP-3.
      *
      *--- PUNTAJE, PLAZO Y MONTO DE LA OFERTA. EL MONTO ES EL VALOR
      *--- PRESENTE DE LA CUOTA DISPONIBLE AL PLAZO Y TASA DE
      *--- REFERENCIA: P = C * ((1+I)**N - 1) / (I * (1+I)**N), CON
      *--- EL FACTOR ACUMULADO COMO EN 235-CALCULAR-CUOTA DE SOLCCOB
      *
           03 WS-PUNTAJE              PIC S9(4)       COMP.
           03 WS-PLAZO                PIC S9(4)       COMP.
           03 WS-CUOTA-DISPONIBLE     PIC S9(13)V9(2) COMP-3.
           03 WS-FACTOR               PIC S9(7)V9(10) COMP-3.
           03 WS-FACTOR-IDX           PIC 9(3).
           03 WS-MONTO-OFERTA         PIC S9(13)V9(2) COMP-3.
           03 WS-MILES                PIC S9(13)      COMP-3.
           03 WS-PUNTAJE-ED           PIC ZZ9.
           03 WS-PLAZO-ED             PIC ZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'PREACOB'.
      *
      *--- POLITICA DE LA OFERTA, REFRESCADA DESDE TAPARAM: PUNTAJE
      *--- MINIMO, PORCENTAJE DEL INGRESO QUE PUEDE IR A CUOTAS, TASA
      *--- MENSUAL DE REFERENCIA, TOPE DEL MONTO (POR DEFECTO EL MISMO
      *--- CRE-TOPE-OFICIAL DE SOLCCOB, ASI LA OFERTA LA APRUEBA EL
      *--- OFICIAL DE SUCURSAL), MONTO MINIMO QUE VALE LA PENA OFRECER
      *--- Y DIAS DE VIGENCIA
      *
          03 WC-PUNTAJE-MINIMO        PIC S9(4)       COMP VALUE 50.
          03 WC-PCT-CUOTA             PIC S9(3)V9(2)  COMP-3
                                            VALUE 30,00.
          03 WC-TASA-REFERENCIA       PIC S9(1)V9(4)  COMP-3
                                            VALUE 0,0200.
          03 WC-MONTO-MAXIMO          PIC S9(13)V9(2) COMP-3
                                            VALUE 10000000,00.
          03 WC-MONTO-MINIMO          PIC S9(13)V9(2) COMP-3
                                            VALUE 500000,00.
          03 WC-DIAS-VIGENCIA         PIC S9(4)       COMP VALUE 60.
      *
      *--- VENTANA DE COMPORTAMIENTO Y BANDAS DEL PUNTAJE (0 A 100):
      *--- SALDO PROMEDIO HASTA 30, MESES CON NOMINA HASTA 30,
      *--- ANTIGUEDAD HASTA 20, RIESGO KYC HASTA 10 Y CREDITOS YA
      *--- PAGADOS SIN MORA 10
      *
          03 WC-MESES-VENTANA         PIC 9(2)     VALUE 6.
          03 WC-SALDO-ALTO            PIC S9(13)V9(2) COMP-3
                                            VALUE 10000000,00.
          03 WC-SALDO-MEDIO           PIC S9(13)V9(2) COMP-3
                                            VALUE 2000000,00.
          03 WC-SALDO-BAJO            PIC S9(13)V9(2) COMP-3
                                            VALUE 500000,00.

       COPY RUNCTLCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           PERFORM 105-CARGAR-PARAMETROS
           MOVE SPACES TO RPT-LINEA
           STRING 'OFERTAS DE CREDITO PREAPROBADO - ' DELIMITED BY SIZE
                  WS-RC-FECHA                         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 110-VENCER-OFERTAS.

       105-CARGAR-PARAMETROS.
           MOVE 'OFE-PUNTAJE-MINIMO' TO CL-PARAM-CLAVE
           MOVE WC-PUNTAJE-MINIMO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-PUNTAJE-MINIMO
           MOVE 'OFE-PCT-CUOTA' TO CL-PARAM-CLAVE
           MOVE WC-PCT-CUOTA TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-PCT-CUOTA
           MOVE 'OFE-TASA-REFERENCIA' TO CL-PARAM-CLAVE
           MOVE WC-TASA-REFERENCIA TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-TASA-REFERENCIA
           MOVE 'CRE-TOPE-OFICIAL' TO CL-PARAM-CLAVE
           MOVE WC-MONTO-MAXIMO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-MONTO-MAXIMO
           MOVE 'OFE-MONTO-MINIMO' TO CL-PARAM-CLAVE
           MOVE WC-MONTO-MINIMO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-MONTO-MINIMO
           MOVE 'OFE-DIAS-VIGENCIA' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-VIGENCIA TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-DIAS-VIGENCIA.

       110-VENCER-OFERTAS.
      *
      *--- LAS OFERTAS QUE CUMPLIERON SU VIGENCIA SIN SER TOMADAS EN
      *--- SOLCCOB QUEDAN VENCIDAS. ENTRE CORRIDAS, SOLCCOB Y LOS
      *--- EXTRACTOS YA LAS IGNORAN POR FECHA_VENCE_OC
      *
           EXEC SQL
                UPDATE TAOFECRE
                SET    ESTADO_OC       = 'X'
                      ,FECHA_ESTADO_OC = DATE(:WS-RC-FECHA)
                WHERE  ESTADO_OC = 'V'
                       AND FECHA_VENCE_OC < DATE(:WS-RC-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-OFERTAS-VENCIDAS
           END-IF.

       200-PROCESO.
           EXEC SQL OPEN C_CLIENTES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CLIENTES INTO
                      :CL-CEDULA-CLIENTE-M
                     ,:CL-RIESGO-KYC
                     ,:CL-OFICIAL-CUENTA
                     ,:WS-ANTIGUEDAD
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CLIENTES-LEIDOS
                 PERFORM 210-EVALUAR-CLIENTE
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CLIENTES END-EXEC.

       210-EVALUAR-CLIENTE.
      *
      *--- FILTROS DUROS ANTES DEL PUNTAJE: RIESGO KYC ALTO, CUALQUIER
      *--- PRESTAMO CON MORA O CASTIGADO, SIN CUENTA ACTIVA DONDE
      *--- DESEMBOLSAR. CADA DESCARTE SE CUENTA POR MOTIVO
      *
           IF CL-RIESGO-KYC = 'A'
              ADD 1 TO WS-DESC-RIESGO
           ELSE
              PERFORM 220-LEER-HISTORIAL-CREDITO
              IF WS-PRESTAMOS-MORA > 0
                 ADD 1 TO WS-DESC-MORA
              ELSE
                 PERFORM 225-ELEGIR-CUENTA
                 IF SQLCODE = 100
                    ADD 1 TO WS-DESC-SIN-CUENTA
                 ELSE
                    PERFORM 230-LEER-DEPOSITOS
                    PERFORM 240-CALCULAR-PUNTAJE
                    IF WS-PUNTAJE < WC-PUNTAJE-MINIMO
                       ADD 1 TO WS-DESC-PUNTAJE
                    ELSE
                       PERFORM 250-CALCULAR-MONTO
                       IF WS-MONTO-OFERTA < WC-MONTO-MINIMO
                          ADD 1 TO WS-DESC-CAPACIDAD
                       ELSE
                          PERFORM 260-REGISTRAR-OFERTA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       220-LEER-HISTORIAL-CREDITO.
      *
      *--- PRESTAMOS DE TODAS LAS CUENTAS DE LA CEDULA: CON MORA
      *--- ACUMULADA O CASTIGADOS DESCARTAN; LOS PAGADOS SUMAN PUNTAJE
      *--- Y LAS CUOTAS DE LOS VIGENTES RESTAN CAPACIDAD
      *
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN P.ESTADO_LN = 'C'
                                      OR (P.ESTADO_LN = 'V'
                                          AND P.MORA_LN > 0)
                            THEN 1 ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN P.ESTADO_LN = 'P'
                            THEN 1 ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN P.ESTADO_LN = 'V'
                            THEN P.CUOTA_LN ELSE 0 END), 0)
                INTO
                   :WS-PRESTAMOS-MORA
                  ,:WS-PRESTAMOS-PAGADOS
                  ,:WS-CUOTAS-VIGENTES
                FROM
                   TAPRESTA P
                   INNER JOIN TACUENT C
                      ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                WHERE
                   C.CEDULA_CLIENTE = :CL-CEDULA-CLIENTE-M
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       225-ELEGIR-CUENTA.
      *
      *--- LA OFERTA SE DESEMBOLSARIA EN LA CUENTA ACTIVA DE MAYOR
      *--- SALDO DEL CLIENTE
      *
           MOVE CL-CEDULA-CLIENTE-M TO CL-CEDULA-CLIENTE
           EXEC SQL
                SELECT NUMERO_CUENTA
                INTO   :CL-NUMERO-CUENTA
                FROM   TACUENT
                WHERE  CEDULA_CLIENTE = :CL-CEDULA-CLIENTE
                       AND ESTADO_CUENTA = 'A'
                ORDER BY SALDO DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       230-LEER-DEPOSITOS.
      *
      *--- SALDO PROMEDIO: TOTAL DE LAS FOTOS DE TASNAPCT DE SUS
      *--- CUENTAS EN LA VENTANA, SOBRE EL NUMERO DE CORTES. INGRESO:
      *--- ENTRADAS 'D' Y 'T' POSITIVAS DE LA VENTANA SOBRE LOS MESES
      *--- DE LA VENTANA (LA MISMA MEDIDA QUE 240-CALCULAR-RELACION DE
      *--- SOLCCOB). NOMINA: MESES DISTINTOS CON ALGUN ABONO DE PAYRCOB
      *
           EXEC SQL
                SELECT
                   COALESCE(SUM(S.SALDO_S), 0)
                  ,COUNT(DISTINCT S.FECHA_CORTE)
                INTO
                   :WS-SUMA-SALDOS
                  ,:WS-CORTES
                FROM
                   TASNAPCT S
                   INNER JOIN TACUENT C
                      ON C.NUMERO_CUENTA = S.NUMERO_CUENTA_S
                WHERE
                   C.CEDULA_CLIENTE = :CL-CEDULA-CLIENTE
                   AND S.FECHA_CORTE >
                       DATE(:WS-RC-FECHA) - 6 MONTHS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 0 TO WS-SALDO-PROMEDIO
           IF WS-CORTES > 0
              COMPUTE WS-SALDO-PROMEDIO ROUNDED =
                      WS-SUMA-SALDOS / WS-CORTES
           END-IF
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN T.TIPO_TRANSACCION
                                          IN ('D', 'T')
                            THEN T.MONTO ELSE 0 END), 0)
                  ,COUNT(DISTINCT CASE WHEN T.PROGRAMA_T = 'PAYRCOB'
                            THEN YEAR(T.FECHA_NEGOCIO_T) * 100
                                 + MONTH(T.FECHA_NEGOCIO_T)
                            END)
                INTO
                   :WS-SUMA-ENTRADAS
                  ,:WS-MESES-NOMINA
                FROM
                   TATRANS T
                   INNER JOIN TACUENT C
                      ON C.NUMERO_CUENTA = T.NUMERO_CUENTA_T
                WHERE
                   C.CEDULA_CLIENTE = :CL-CEDULA-CLIENTE
                   AND T.MONTO > 0
                   AND T.FECHA_NEGOCIO_T >
                       DATE(:WS-RC-FECHA) - 6 MONTHS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE WS-INGRESO-PROMEDIO ROUNDED =
                   WS-SUMA-ENTRADAS / WC-MESES-VENTANA.

       240-CALCULAR-PUNTAJE.
           MOVE 0 TO WS-PUNTAJE
           EVALUATE TRUE
                WHEN WS-SALDO-PROMEDIO >= WC-SALDO-ALTO
                     ADD 30 TO WS-PUNTAJE
                WHEN WS-SALDO-PROMEDIO >= WC-SALDO-MEDIO
                     ADD 20 TO WS-PUNTAJE
                WHEN WS-SALDO-PROMEDIO >= WC-SALDO-BAJO
                     ADD 10 TO WS-PUNTAJE
           END-EVALUATE
           EVALUATE TRUE
                WHEN WS-MESES-NOMINA >= 6
                     ADD 30 TO WS-PUNTAJE
                WHEN WS-MESES-NOMINA >= 4
                     ADD 20 TO WS-PUNTAJE
                WHEN WS-MESES-NOMINA >= 1
                     ADD 10 TO WS-PUNTAJE
           END-EVALUATE
           EVALUATE TRUE
                WHEN WS-ANTIGUEDAD >= 60
                     ADD 20 TO WS-PUNTAJE
                WHEN WS-ANTIGUEDAD >= 24
                     ADD 15 TO WS-PUNTAJE
                WHEN WS-ANTIGUEDAD >= 12
                     ADD 10 TO WS-PUNTAJE
                WHEN WS-ANTIGUEDAD >= 6
                     ADD 5  TO WS-PUNTAJE
           END-EVALUATE
           EVALUATE CL-RIESGO-KYC
                WHEN 'B'
                     ADD 10 TO WS-PUNTAJE
                WHEN 'M'
                     ADD 5  TO WS-PUNTAJE
           END-EVALUATE
           IF WS-PRESTAMOS-PAGADOS > 0
              ADD 10 TO WS-PUNTAJE
           END-IF.

       250-CALCULAR-MONTO.
      *
      *--- PLAZO SEGUN EL PUNTAJE; CUOTA DISPONIBLE = PORCENTAJE DEL
      *--- INGRESO MENOS LAS CUOTAS QUE YA PAGA. EL MONTO SE TOPA Y SE
      *--- REDONDEA HACIA ABAJO A MILES
      *
           EVALUATE TRUE
                WHEN WS-PUNTAJE >= 80
                     MOVE 36 TO WS-PLAZO
                WHEN WS-PUNTAJE >= 65
                     MOVE 24 TO WS-PLAZO
                WHEN OTHER
                     MOVE 12 TO WS-PLAZO
           END-EVALUATE
           COMPUTE WS-CUOTA-DISPONIBLE ROUNDED =
                   WS-INGRESO-PROMEDIO * WC-PCT-CUOTA / 100
                   - WS-CUOTAS-VIGENTES
           MOVE 0 TO WS-MONTO-OFERTA
           IF WS-CUOTA-DISPONIBLE > 0
              IF WC-TASA-REFERENCIA = 0
                 COMPUTE WS-MONTO-OFERTA =
                         WS-CUOTA-DISPONIBLE * WS-PLAZO
              ELSE
                 MOVE 1 TO WS-FACTOR
                 PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
                         UNTIL WS-FACTOR-IDX > WS-PLAZO
                    COMPUTE WS-FACTOR ROUNDED =
                            WS-FACTOR * (1 + WC-TASA-REFERENCIA)
                 END-PERFORM
                 COMPUTE WS-MONTO-OFERTA ROUNDED =
                         WS-CUOTA-DISPONIBLE * (WS-FACTOR - 1)
                         / (WC-TASA-REFERENCIA * WS-FACTOR)
              END-IF
           END-IF
           IF WS-MONTO-OFERTA > WC-MONTO-MAXIMO
              MOVE WC-MONTO-MAXIMO TO WS-MONTO-OFERTA
           END-IF
           DIVIDE WS-MONTO-OFERTA BY 1000 GIVING WS-MILES
           COMPUTE WS-MONTO-OFERTA = WS-MILES * 1000.

       260-REGISTRAR-OFERTA.
      *
      *--- UNA OFERTA VIGENTE POR CEDULA: LA DEL MES ANTERIOR AUN NO
      *--- TOMADA QUEDA REEMPLAZADA POR LA NUEVA
      *
           MOVE CL-CEDULA-CLIENTE-M TO CL-CEDULA-OC
           EXEC SQL
                UPDATE TAOFECRE
                SET    ESTADO_OC       = 'R'
                      ,FECHA_ESTADO_OC = DATE(:WS-RC-FECHA)
                WHERE  CEDULA_OC = :CL-CEDULA-OC
                       AND ESTADO_OC = 'V'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-OFERTAS-REEMPLAZADAS
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-NUMERO-CUENTA    TO CL-NUMERO-CUENTA-OC
           MOVE CL-OFICIAL-CUENTA   TO CL-OFICIAL-OC
           MOVE WS-PUNTAJE          TO CL-PUNTAJE-OC
           MOVE WS-MONTO-OFERTA     TO CL-MONTO-OC
           MOVE WS-PLAZO            TO CL-PLAZO-MESES-OC
           MOVE WS-SALDO-PROMEDIO   TO CL-SALDO-PROMEDIO-OC
           MOVE WS-INGRESO-PROMEDIO TO CL-INGRESO-PROMEDIO-OC
           MOVE WS-MESES-NOMINA     TO CL-MESES-NOMINA-OC
           MOVE WS-ANTIGUEDAD       TO CL-ANTIGUEDAD-MESES-OC
           EXEC SQL
                INSERT INTO TAOFECRE (
                    CEDULA_OC
                   ,NUMERO_CUENTA_OC
                   ,OFICIAL_OC
                   ,PUNTAJE_OC
                   ,MONTO_OC
                   ,PLAZO_MESES_OC
                   ,SALDO_PROMEDIO_OC
                   ,INGRESO_PROMEDIO_OC
                   ,MESES_NOMINA_OC
                   ,ANTIGUEDAD_MESES_OC
                   ,FECHA_OFERTA_OC
                   ,FECHA_VENCE_OC
                   ,ESTADO_OC
                ) VALUES (
                    :CL-CEDULA-OC
                   ,:CL-NUMERO-CUENTA-OC
                   ,:CL-OFICIAL-OC
                   ,:CL-PUNTAJE-OC
                   ,:CL-MONTO-OC
                   ,:CL-PLAZO-MESES-OC
                   ,:CL-SALDO-PROMEDIO-OC
                   ,:CL-INGRESO-PROMEDIO-OC
                   ,:CL-MESES-NOMINA-OC
                   ,:CL-ANTIGUEDAD-MESES-OC
                   ,DATE(:WS-RC-FECHA)
                   ,DATE(:WS-RC-FECHA) + :WC-DIAS-VIGENCIA DAYS
                   ,'V'
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-OFERTAS-EMITIDAS
           ADD WS-MONTO-OFERTA TO WS-MONTO-TOTAL
           MOVE WS-PUNTAJE      TO WS-PUNTAJE-ED
           MOVE WS-PLAZO        TO WS-PLAZO-ED
           MOVE WS-MONTO-OFERTA TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'OFERTA CLIENTE ' CL-CEDULA-CLIENTE-M
                  ' OFICIAL ' CL-OFICIAL-CUENTA
                  ' PUNTAJE=' DELIMITED BY SIZE
                  WS-PUNTAJE-ED DELIMITED BY SIZE
                  ' MONTO=' DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  ' PLAZO=' DELIMITED BY SIZE
                  WS-PLAZO-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CLIENTES EVALUADOS: '   DELIMITED BY SIZE
                  WS-CLIENTES-LEIDOS       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-MONTO-TOTAL TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'OFERTAS EMITIDAS: '     DELIMITED BY SIZE
                  WS-OFERTAS-EMITIDAS      DELIMITED BY SIZE
                  ' MONTO TOTAL='          DELIMITED BY SIZE
                  WS-MONTO-ED              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'OFERTAS ANTERIORES REEMPLAZADAS: ' DELIMITED BY SIZE
                  WS-OFERTAS-REEMPLAZADAS  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'OFERTAS VENCIDAS SIN TOMAR: ' DELIMITED BY SIZE
                  WS-OFERTAS-VENCIDAS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DESCARTADOS RIESGO KYC ALTO: ' DELIMITED BY SIZE
                  WS-DESC-RIESGO           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DESCARTADOS MORA O CASTIGO: ' DELIMITED BY SIZE
                  WS-DESC-MORA             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DESCARTADOS SIN CUENTA ACTIVA: ' DELIMITED BY SIZE
                  WS-DESC-SIN-CUENTA       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DESCARTADOS POR PUNTAJE: ' DELIMITED BY SIZE
                  WS-DESC-PUNTAJE          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DESCARTADOS SIN CAPACIDAD DE PAGO: '
                                           DELIMITED BY SIZE
                  WS-DESC-CAPACIDAD        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CLIENTES-LEIDOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
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
           STOP RUN.
