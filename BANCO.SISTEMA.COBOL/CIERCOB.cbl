      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DE CIERRE DEL EJERCICIO: LLEVA   *
      *   LOS SALDOS DE INGRESOS Y GASTOS DE TAGLBAL A    *
      *   UTILIDADES RETENIDAS CON UN COMPROBANTE DE      *
      *   CIERRE, BLOQUEA EL ANO (TAGLANIO) E IMPRIME EL  *
      *   BALANCE DE CIERRE Y LOS SALDOS DE APERTURA -    *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CIERCOB.
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
      *--- EL COMPROBANTE DE CIERRE VA AL SISTEMA CONTABLE EN EL MISMO
      *--- FORMATO FIJO DEL COMPROBANTE DIARIO DE GLEXCOB (GLEXCOB NO
      *--- LO TOMA: NACE YA CONTABILIZADO)
      *
           SELECT JRN-FILE ASSIGN TO JRNOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- MISMO LAYOUT DE GLEXCOB
      *
      *--- POS  1-8   CUENTA CONTABLE
      *--- POS  9     'D' DEBITO / 'C' CREDITO
      *--- POS 10-12  MONEDA
      *--- POS 13-27  MONTO           (S9(13)V99)
      *--- POS 28-37  FECHA CONTABLE  (YYYY-MM-DD)
      *--- POS 38-67  DESCRIPCION
      *--- POS 68-71  SUCURSAL        (SOLO PARTIDAS INTERSUCURSALES)
      *--- POS 72-75  SUCURSAL CONTRAPARTE
      *
       FD  JRN-FILE
           RECORDING MODE IS F.
       01  JRN-REGISTRO.
           03 JRN-CUENTA-GL            PIC X(8).
           03 JRN-NATURALEZA           PIC X(1).
           03 JRN-MONEDA               PIC X(3).
           03 JRN-MONTO                PIC S9(13)V99.
           03 JRN-FECHA                PIC X(10).
           03 JRN-DESCRIPCION          PIC X(30).
           03 JRN-SUCURSAL             PIC X(4).
           03 JRN-SUCURSAL-CONTRA      PIC X(4).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAGLBAL END-EXEC.
           EXEC SQL INCLUDE TAGLMES END-EXEC.
           EXEC SQL INCLUDE TAEFLINE END-EXEC.
           EXEC SQL INCLUDE TAGLCOMP END-EXEC.
           EXEC SQL INCLUDE TAGLCLIN END-EXEC.
           EXEC SQL INCLUDE TAGLANIO END-EXEC.
      *
      *--- CUENTAS CONTABLES CON SALDO QUE NO CAEN EN UNA UNICA LINEA
      *--- DE TAEFLINE (MISMO CURSOR DE EEFFCOB): SIN LA CLASE DE LA
      *--- LINEA NO SE SABE SI LA CUENTA ES DE RESULTADO, Y UNA CUENTA
      *--- DE INGRESO O GASTO MAL MAPEADA QUEDARIA SIN CERRAR
      *
           EXEC SQL
                DECLARE C_SIN_LINEA CURSOR FOR
                SELECT
                   B.CUENTA_GL_B
                  ,B.MONEDA_B
                  ,(SELECT COUNT(*)
                    FROM   TAEFLINE L
                    WHERE  B.CUENTA_GL_B BETWEEN L.CUENTA_DESDE_EF
                                             AND L.CUENTA_HASTA_EF)
                FROM
                   TAGLBAL B
                WHERE
                   B.SALDO_GL_B <> 0
                   AND (SELECT COUNT(*)
                        FROM   TAEFLINE L
                        WHERE  B.CUENTA_GL_B BETWEEN L.CUENTA_DESDE_EF
                                                 AND L.CUENTA_HASTA_EF)
                       <> 1
                ORDER BY
                   B.CUENTA_GL_B
                  ,B.MONEDA_B
           END-EXEC.
      *
      *--- CUENTAS DE RESULTADO (TAEFLINE CLASE I INGRESOS, G GASTOS)
      *--- CON SALDO, POR MONEDA: CADA UNA ES UNA PARTIDA DEL
      *--- COMPROBANTE DE CIERRE
      *
           EXEC SQL
                DECLARE C_RESULTADO CURSOR FOR
                SELECT
                   B.CUENTA_GL_B
                  ,B.MONEDA_B
                  ,B.SALDO_GL_B
                FROM
                   TAGLBAL B
                WHERE
                   B.SALDO_GL_B <> 0
                   AND EXISTS
                      (SELECT 1
                       FROM   TAEFLINE L
                       WHERE  B.CUENTA_GL_B BETWEEN L.CUENTA_DESDE_EF
                                                AND L.CUENTA_HASTA_EF
                         AND  L.CLASE_EF IN ('I', 'G'))
                ORDER BY
                   B.MONEDA_B
                  ,B.CUENTA_GL_B
           END-EXEC.
      *
      *--- PARTIDAS DEL COMPROBANTE DE CIERRE YA GRABADO, PARA EL
      *--- POSTEO A TAGLBAL Y EL ARCHIVO DEL SISTEMA CONTABLE
      *
           EXEC SQL
                DECLARE C_PARTIDAS_CIERRE CURSOR FOR
                SELECT
                   LINEA_CN
                  ,CUENTA_GL_CN
                  ,NATURALEZA_CN
                  ,MONTO_CN
                  ,MONEDA_CN
                  ,NARRATIVA_CN
                FROM
                   TAGLCLIN
                WHERE
                   ID_COMPROBANTE_CN = :CL-ID-COMPROBANTE
                ORDER BY
                   LINEA_CN
           END-EXEC.
      *
      *--- BALANCE DE COMPROBACION (MISMO CURSOR DE GLBLCOB): ANTES
      *--- DEL CIERRE ES EL BALANCE DE CIERRE DEL EJERCICIO Y DESPUES
      *--- SON LOS SALDOS DE APERTURA DEL ANO NUEVO
      *
           EXEC SQL
                DECLARE C_BALANCE CURSOR FOR
                SELECT
                   CUENTA_GL_B
                  ,MONEDA_B
                  ,SALDO_GL_B
                FROM
                   TAGLBAL
                ORDER BY
                   MONEDA_B
                  ,CUENTA_GL_B
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-ANIO                 PIC X(4).
           03 WS-PERIODO              PIC X(7).
           03 WS-DIAS-AJUSTE          PIC S9(4)       COMP VALUE 0.
           03 WS-CUENTA-NUM           PIC 9(8).
           03 WS-CUENTA-UTILIDADES    PIC X(8).
           03 WS-CONTEO               PIC S9(9)       COMP VALUE 0.
           03 WS-CONTEO-CLASE-K       PIC S9(9)       COMP VALUE 0.
           03 WS-COINCIDENCIAS        PIC S9(9)       COMP VALUE 0.
           03 WS-COINCIDENCIAS-ED     PIC Z9.
           03 WS-ERRORES-MAPEO        PIC 9(9)        VALUE 0.
           03 WS-DESCRIPCION          PIC X(40).
           03 WS-NARRATIVA            PIC X(30).
           03 WS-LINEA                PIC S9(4)       COMP VALUE 0.
           03 WS-MONEDA-ACTUAL        PIC X(3).
           03 WS-NETO-MONEDA          PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MONTO-POSTEO         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-DEBITOS        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-CREDITOS       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-DEUDORES       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-ACREEDORES     PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-CUENTAS-CERRADAS     PIC 9(9)        VALUE 0.
           03 WS-PARTIDAS-POSTEADAS   PIC 9(9)        VALUE 0.
           03 WS-TITULO-BALANCE       PIC X(60).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-LINEA-ED             PIC ZZZZ9.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA LOS MONTOS COMP-3 EN STRING
      *
           03 WS-SALDO-GL-ED          PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-TOTAL-DEBITOS-ED     PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-TOTAL-CREDITOS-ED    PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-BALANCE-FALG         PIC X           VALUE 'N'.
              88 WS-BALANCE-FIN                       VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CIERCOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.
      *
      *--- VALORES DE RESPALDO, TAPARAM MANDA: CUENTA CONTABLE DE
      *--- UTILIDADES RETENIDAS (DEBE CAER EN UNA LINEA DE PATRIMONIO
      *--- DE TAEFLINE) Y DIAS CALENDARIO DEL PERIODO DE AJUSTES
      *--- DESPUES DEL CIERRE
      *
          03 WC-CUENTA-UTILIDADES     PIC 9(8)     VALUE 37050000.
          03 WC-DIAS-AJUSTE           PIC 9(3)     VALUE 30.

       COPY RUNCTLCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT JRN-FILE
      *
      *--- EL CIERRE CORRE UNA SOLA VEZ POR ANO, EL ULTIMO DIA DE
      *--- NEGOCIO DE DICIEMBRE DESPUES DE GLBLCOB Y DE EEFFCOB (QUE
      *--- DEBE FOTOGRAFIAR DICIEMBRE CON LOS RESULTADOS DEL ANO
      *--- COMPLETO ANTES DE QUE AQUI SE PONGAN EN CERO)
      *
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE WS-RC-FECHA(1:4) TO WS-ANIO
           MOVE WS-RC-FECHA(1:7) TO WS-PERIODO
           MOVE SPACES TO RPT-LINEA
           STRING 'CIERRE DEL EJERCICIO '   DELIMITED BY SIZE
                  WS-ANIO                   DELIMITED BY SIZE
                  ' - FECHA DE NEGOCIO '    DELIMITED BY SIZE
                  WS-RC-FECHA               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'CIERRE-DIAS-AJUSTE'    TO CL-PARAM-CLAVE
           MOVE WC-DIAS-AJUSTE          TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR             TO WS-DIAS-AJUSTE
           MOVE 'CIERRE-CTA-UTILIDAD'   TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-UTILIDADES    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR             TO WS-CUENTA-NUM
           MOVE WS-CUENTA-NUM           TO WS-CUENTA-UTILIDADES
           PERFORM 110-VALIDAR-CORRIDA
           PERFORM 120-VALIDAR-CUENTA-UTILIDADES
           PERFORM 130-VERIFICAR-MAPEO.

       110-VALIDAR-CORRIDA.
           IF WS-RC-FECHA(6:2) NOT = '12'
              MOVE 'ABORTADO: EL CIERRE DE EJERCICIO ES EN DICIEMBRE'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE WS-ANIO TO CL-ANIO-FISCAL-AN
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CONTEO
                FROM   TAGLANIO
                WHERE  ANIO_FISCAL_AN = :CL-ANIO-FISCAL-AN
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CONTEO > 0
              MOVE SPACES TO RPT-LINEA
              STRING 'ABORTADO: EL EJERCICIO ' DELIMITED BY SIZE
                     WS-ANIO                   DELIMITED BY SIZE
                     ' YA ESTA CERRADO'        DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              PERFORM 190-ABORTAR
           END-IF
      *
      *--- LA FOTO DE DICIEMBRE DE EEFFCOB CON CORTE HOY ES LA PRUEBA
      *--- DE QUE ESTE ES EL ULTIMO DIA DE NEGOCIO DEL MES Y DE QUE
      *--- LOS ESTADOS DEL ANO YA SE TOMARON
      *
           MOVE WS-PERIODO TO CL-PERIODO-GM
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CONTEO
                FROM   TAGLMES
                WHERE  PERIODO_GM = :CL-PERIODO-GM
                       AND FECHA_CORTE_GM = DATE(:WS-RC-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CONTEO = 0
              MOVE 'ABORTADO: FALTA LA FOTO DE DICIEMBRE DE EEFFCOB'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF.

       120-VALIDAR-CUENTA-UTILIDADES.
      *
      *--- LA CUENTA DE UTILIDADES RETENIDAS DEBE CAER EN UNA SOLA
      *--- LINEA DE TAEFLINE Y ESA LINEA DEBE SER DE PATRIMONIO
      *
           EXEC SQL
                SELECT COUNT(*)
                      ,SUM(CASE WHEN CLASE_EF = 'K' THEN 1 ELSE 0 END)
                INTO   :WS-CONTEO
                      ,:WS-CONTEO-CLASE-K
                FROM   TAEFLINE
                WHERE  :WS-CUENTA-UTILIDADES BETWEEN CUENTA_DESDE_EF
                                                 AND CUENTA_HASTA_EF
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CONTEO NOT = 1 OR WS-CONTEO-CLASE-K NOT = 1
              MOVE SPACES TO RPT-LINEA
              STRING 'ABORTADO: LA CUENTA DE UTILIDADES RETENIDAS '
                                            DELIMITED BY SIZE
                     WS-CUENTA-UTILIDADES   DELIMITED BY SIZE
                     ' NO ES DE PATRIMONIO EN TAEFLINE'
                                            DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              PERFORM 190-ABORTAR
           END-IF.

       130-VERIFICAR-MAPEO.
           EXEC SQL OPEN C_SIN_LINEA END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SIN_LINEA INTO
                      :CL-CUENTA-GL-B
                     ,:CL-MONEDA-B
                     ,:WS-COINCIDENCIAS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ERRORES-MAPEO
                 MOVE WS-COINCIDENCIAS TO WS-COINCIDENCIAS-ED
                 MOVE SPACES TO RPT-LINEA
                 STRING 'CUENTA CONTABLE '  DELIMITED BY SIZE
                        CL-CUENTA-GL-B      DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-MONEDA-B         DELIMITED BY SIZE
                        ' CAE EN '          DELIMITED BY SIZE
                        WS-COINCIDENCIAS-ED DELIMITED BY SIZE
                        ' LINEAS DE TAEFLINE (DEBE SER 1)'
                                            DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SIN_LINEA END-EXEC
           IF WS-ERRORES-MAPEO > 0
              MOVE 'ABORTADO: MAPEO DE LINEAS INCOMPLETO, CORREGIR'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF.

       190-ABORTAR.
      *
      *--- EL MENSAJE VIENE CARGADO EN RPT-LINEA. SE DEJA LA CORRIDA
      *--- EN ESTADO 'E' EN TARUNCTL (NO SE LLEGA A 860) PARA QUE LA
      *--- CADENA SE DETENGA Y SE AUTORICE LA RECORRIDA EN JOBSCOB
      *
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE JRN-FILE
           STOP RUN.

       200-PROCESO.
           MOVE SPACES TO WS-TITULO-BALANCE
           STRING 'BALANCE DE COMPROBACION DE CIERRE DEL EJERCICIO '
                                       DELIMITED BY SIZE
                  WS-ANIO              DELIMITED BY SIZE
             INTO WS-TITULO-BALANCE
           END-STRING
           PERFORM 250-IMPRIMIR-BALANCE
           PERFORM 210-CREAR-COMPROBANTE
           PERFORM 220-GENERAR-PARTIDAS
           PERFORM 230-POSTEAR-CIERRE
           PERFORM 240-PROBAR-PARTIDA-DOBLE
           PERFORM 280-REGISTRAR-EJERCICIO
           MOVE SPACES TO WS-TITULO-BALANCE
           STRING 'SALDOS DE APERTURA DEL EJERCICIO SIGUIENTE A '
                                       DELIMITED BY SIZE
                  WS-ANIO              DELIMITED BY SIZE
             INTO WS-TITULO-BALANCE
           END-STRING
           PERFORM 250-IMPRIMIR-BALANCE.

       210-CREAR-COMPROBANTE.
      *
      *--- EL COMPROBANTE DE CIERRE QUEDA EN TAGLCOMP COMO CUALQUIER
      *--- OTRO PARA LA CONSULTA DE ASIECOB, PERO NACE CONTABILIZADO
      *--- ('C'): LO POSTEA ESTE MISMO PROGRAMA
      *
           MOVE SPACES TO WS-DESCRIPCION
           STRING 'CIERRE DEL EJERCICIO ' WS-ANIO
                  DELIMITED BY SIZE
             INTO WS-DESCRIPCION
           END-STRING
           MOVE WS-DESCRIPCION   TO CL-DESCRIPCION-CM
           MOVE WS-DESCRIPCION   TO WS-NARRATIVA
           MOVE WC-USUARIO-BATCH TO CL-USUARIO-ELABORA-CM
           EXEC SQL
                INSERT INTO TAGLCOMP (
                    DESCRIPCION_CM
                   ,FECHA_CONTABLE_CM
                   ,ESTADO_CM
                   ,REVERSAR_CM
                   ,ID_ORIGEN_CM
                   ,USUARIO_ELABORA_CM
                   ,FECHA_HORA_ELABORA_CM
                   ,USUARIO_APRUEBA_CM
                   ,FECHA_HORA_APRUEBA_CM
                   ,FECHA_POSTEO_CM
                ) VALUES (
                    :CL-DESCRIPCION-CM
                   ,DATE(:WS-RC-FECHA)
                   ,'C'
                   ,'N'
                   ,0
                   ,:CL-USUARIO-ELABORA-CM
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO-ELABORA-CM
                   ,CURRENT TIMESTAMP
                   ,DATE(:WS-RC-FECHA)
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-COMPROBANTE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-ID-COMPROBANTE TO WS-ID-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'COMPROBANTE DE CIERRE ' DELIMITED BY SIZE
                  WS-ID-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       220-GENERAR-PARTIDAS.
      *
      *--- UNA PARTIDA POR CUENTA DE RESULTADO CON SALDO, POR EL VALOR
      *--- QUE LA DEJA EN CERO, Y AL CORTE DE MONEDA LA CONTRAPARTIDA
      *--- NETA EN UTILIDADES RETENIDAS (VER 226)
      *
           MOVE 0      TO WS-LINEA
           MOVE SPACES TO WS-MONEDA-ACTUAL
           EXEC SQL OPEN C_RESULTADO END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_RESULTADO INTO
                      :CL-CUENTA-GL-B
                     ,:CL-MONEDA-B
                     ,:CL-SALDO-GL-B
              END-EXEC
              IF SQLCODE = 0
                 IF CL-MONEDA-B NOT = WS-MONEDA-ACTUAL
                    IF WS-MONEDA-ACTUAL NOT = SPACES
                       PERFORM 226-PARTIDA-UTILIDADES
                    END-IF
                    MOVE CL-MONEDA-B TO WS-MONEDA-ACTUAL
                    MOVE 0           TO WS-NETO-MONEDA
                 END-IF
                 PERFORM 222-PARTIDA-RESULTADO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_RESULTADO END-EXEC
           IF WS-MONEDA-ACTUAL NOT = SPACES
              PERFORM 226-PARTIDA-UTILIDADES
           END-IF.

       222-PARTIDA-RESULTADO.
      *
      *--- SALDO DEUDOR (POSITIVO, CONVENCION DE TAGLBAL) SE CIERRA
      *--- CON UN CREDITO; SALDO ACREEDOR CON UN DEBITO
      *
           ADD 1 TO WS-CUENTAS-CERRADAS
           ADD CL-SALDO-GL-B TO WS-NETO-MONEDA
           MOVE CL-CUENTA-GL-B TO CL-CUENTA-GL-CN
           MOVE CL-MONEDA-B    TO CL-MONEDA-CN
           IF CL-SALDO-GL-B > 0
              MOVE 'C'           TO CL-NATURALEZA-CN
              MOVE CL-SALDO-GL-B TO CL-MONTO-CN
           ELSE
              MOVE 'D'           TO CL-NATURALEZA-CN
              COMPUTE CL-MONTO-CN = 0 - CL-SALDO-GL-B
           END-IF
           PERFORM 228-SQL-INSERTAR-PARTIDA.

       226-PARTIDA-UTILIDADES.
      *
      *--- EL NETO DE LA MONEDA ES EL RESULTADO DEL EJERCICIO: NETO
      *--- DEUDOR ES PERDIDA (DEBITO A UTILIDADES RETENIDAS), NETO
      *--- ACREEDOR ES UTILIDAD (CREDITO)
      *
           IF WS-NETO-MONEDA NOT = 0
              MOVE WS-CUENTA-UTILIDADES TO CL-CUENTA-GL-CN
              MOVE WS-MONEDA-ACTUAL     TO CL-MONEDA-CN
              IF WS-NETO-MONEDA > 0
                 MOVE 'D'            TO CL-NATURALEZA-CN
                 MOVE WS-NETO-MONEDA TO CL-MONTO-CN
              ELSE
                 MOVE 'C'            TO CL-NATURALEZA-CN
                 COMPUTE CL-MONTO-CN = 0 - WS-NETO-MONEDA
              END-IF
              PERFORM 228-SQL-INSERTAR-PARTIDA
           END-IF.

       228-SQL-INSERTAR-PARTIDA.
           ADD 1 TO WS-LINEA
           MOVE WS-LINEA     TO CL-LINEA-CN
           MOVE WS-NARRATIVA TO CL-NARRATIVA-CN
           EXEC SQL
                INSERT INTO TAGLCLIN (
                    ID_COMPROBANTE_CN
                   ,LINEA_CN
                   ,CUENTA_GL_CN
                   ,NATURALEZA_CN
                   ,MONTO_CN
                   ,MONEDA_CN
                   ,NARRATIVA_CN
                ) VALUES (
                    :CL-ID-COMPROBANTE
                   ,:CL-LINEA-CN
                   ,:CL-CUENTA-GL-CN
                   ,:CL-NATURALEZA-CN
                   ,:CL-MONTO-CN
                   ,:CL-MONEDA-CN
                   ,:CL-NARRATIVA-CN
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       230-POSTEAR-CIERRE.
      *
      *--- EL POSTEO SE HACE DESDE LAS PARTIDAS GRABADAS Y NO DESDE
      *--- C_RESULTADO, PARA NO ACTUALIZAR TAGLBAL MIENTRAS SE LEE.
      *--- CADA PARTIDA VA A TAGLBAL Y AL ARCHIVO DEL SISTEMA CONTABLE
      *
           MOVE 'PARTIDAS DEL COMPROBANTE DE CIERRE' TO RPT-LINEA
           WRITE RPT-LINEA
           EXEC SQL OPEN C_PARTIDAS_CIERRE END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PARTIDAS_CIERRE INTO
                      :CL-LINEA-CN
                     ,:CL-CUENTA-GL-CN
                     ,:CL-NATURALEZA-CN
                     ,:CL-MONTO-CN
                     ,:CL-MONEDA-CN
                     ,:CL-NARRATIVA-CN
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 232-POSTEAR-PARTIDA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_PARTIDAS_CIERRE END-EXEC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       232-POSTEAR-PARTIDA.
           ADD 1 TO WS-PARTIDAS-POSTEADAS
           MOVE CL-CUENTA-GL-CN TO CL-CUENTA-GL-B
           MOVE CL-MONEDA-CN    TO CL-MONEDA-B
           IF CL-NATURALEZA-CN = 'D'
              MOVE CL-MONTO-CN TO WS-MONTO-POSTEO
              ADD CL-MONTO-CN  TO WS-TOTAL-DEBITOS
           ELSE
              COMPUTE WS-MONTO-POSTEO = 0 - CL-MONTO-CN
              ADD CL-MONTO-CN  TO WS-TOTAL-CREDITOS
           END-IF
           PERFORM 235-SQL-ACTUALIZAR-BALANCE
           MOVE CL-ID-COMPROBANTE TO WS-ID-ED
           MOVE CL-CUENTA-GL-CN   TO JRN-CUENTA-GL
           MOVE CL-NATURALEZA-CN  TO JRN-NATURALEZA
           MOVE CL-MONEDA-CN      TO JRN-MONEDA
           MOVE CL-MONTO-CN       TO JRN-MONTO
           MOVE WS-RC-FECHA       TO JRN-FECHA
           MOVE SPACES            TO JRN-DESCRIPCION
           MOVE SPACES            TO JRN-SUCURSAL
           MOVE SPACES            TO JRN-SUCURSAL-CONTRA
           STRING 'CM' WS-ID-ED ' ' CL-NARRATIVA-CN
                  DELIMITED BY SIZE
             INTO JRN-DESCRIPCION
           END-STRING
           WRITE JRN-REGISTRO
           MOVE CL-LINEA-CN TO WS-LINEA-ED
           MOVE CL-MONTO-CN TO WS-SALDO-GL-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PARTIDA '       DELIMITED BY SIZE
                  WS-LINEA-ED      DELIMITED BY SIZE
                  ' CUENTA '       DELIMITED BY SIZE
                  CL-CUENTA-GL-CN  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CL-MONEDA-CN     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CL-NATURALEZA-CN DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-SALDO-GL-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       235-SQL-ACTUALIZAR-BALANCE.
      *
      *--- MISMO UPDATE/INSERT DEL ACUMULADO QUE GLBLCOB: LA CUENTA DE
      *--- UTILIDADES PUEDE NO TENER FILA TODAVIA EN SU PRIMER CIERRE
      *
           EXEC SQL
                UPDATE TAGLBAL
                SET    SALDO_GL_B    = SALDO_GL_B + :WS-MONTO-POSTEO
                      ,FECHA_SALDO_B = DATE(:WS-RC-FECHA)
                WHERE  CUENTA_GL_B = :CL-CUENTA-GL-B
                       AND MONEDA_B = :CL-MONEDA-B
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE WS-MONTO-POSTEO TO CL-SALDO-GL-B
                     EXEC SQL
                          INSERT INTO TAGLBAL (
                              CUENTA_GL_B
                             ,MONEDA_B
                             ,SALDO_GL_B
                             ,FECHA_SALDO_B
                          ) VALUES (
                              :CL-CUENTA-GL-B
                             ,:CL-MONEDA-B
                             ,:CL-SALDO-GL-B
                             ,DATE(:WS-RC-FECHA)
                          )
                     END-EXEC
                     IF SQLCODE NOT = 0
                        PERFORM 999-ERROR-DB2
                     END-IF
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       240-PROBAR-PARTIDA-DOBLE.
           MOVE WS-TOTAL-DEBITOS  TO WS-TOTAL-DEBITOS-ED
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-CREDITOS-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'DEBITOS DEL CIERRE : ' DELIMITED BY SIZE
                  WS-TOTAL-DEBITOS-ED     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CREDITOS DEL CIERRE: ' DELIMITED BY SIZE
                  WS-TOTAL-CREDITOS-ED    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
              MOVE 'ABORTADO: COMPROBANTE DE CIERRE DESCUADRADO'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF.

       250-IMPRIMIR-BALANCE.
           MOVE WS-TITULO-BALANCE TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 0 TO WS-TOTAL-DEUDORES
           MOVE 0 TO WS-TOTAL-ACREEDORES
           EXEC SQL OPEN C_BALANCE END-EXEC
           MOVE 'N' TO WS-BALANCE-FALG
           PERFORM UNTIL WS-BALANCE-FIN
              EXEC SQL
                   FETCH C_BALANCE INTO
                      :CL-CUENTA-GL-B
                     ,:CL-MONEDA-B
                     ,:CL-SALDO-GL-B
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 260-ESCRIBIR-SALDO
              ELSE
                 IF SQLCODE = 100
                    SET WS-BALANCE-FIN TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_BALANCE END-EXEC
           PERFORM 270-PROBAR-BALANCE.

       260-ESCRIBIR-SALDO.
           IF CL-SALDO-GL-B >= 0
              ADD CL-SALDO-GL-B TO WS-TOTAL-DEUDORES
           ELSE
              SUBTRACT CL-SALDO-GL-B FROM WS-TOTAL-ACREEDORES
           END-IF
           MOVE CL-SALDO-GL-B TO WS-SALDO-GL-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTA '        DELIMITED BY SIZE
                  CL-CUENTA-GL-B   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CL-MONEDA-B      DELIMITED BY SIZE
                  ' SALDO='        DELIMITED BY SIZE
                  WS-SALDO-GL-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       270-PROBAR-BALANCE.
           MOVE WS-TOTAL-DEUDORES   TO WS-TOTAL-DEBITOS-ED
           MOVE WS-TOTAL-ACREEDORES TO WS-TOTAL-CREDITOS-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL SALDOS DEUDORES  : ' DELIMITED BY SIZE
                  WS-TOTAL-DEBITOS-ED         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL SALDOS ACREEDORES: ' DELIMITED BY SIZE
                  WS-TOTAL-CREDITOS-ED        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF WS-TOTAL-DEUDORES NOT = WS-TOTAL-ACREEDORES
              MOVE 'ABORTADO: BALANCE DESCUADRADO, NO SE CIERRA'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF.

       280-REGISTRAR-EJERCICIO.
      *
      *--- BLOQUEO DEL ANO: DESDE AQUI GLBLCOB NO POSTEA MOVIMIENTOS
      *--- DEL ANO CERRADO Y ASIECOB SOLO ACEPTA AJUSTES FECHADOS EN
      *--- EL HASTA LA FECHA LIMITE (HOY MAS LOS DIAS DE AJUSTE)
      *
           MOVE WS-ANIO              TO CL-ANIO-FISCAL-AN
           MOVE WS-CUENTA-UTILIDADES TO CL-CUENTA-UTILIDADES-AN
           MOVE CL-ID-COMPROBANTE    TO CL-ID-COMPROBANTE-AN
           EXEC SQL
                INSERT INTO TAGLANIO (
                    ANIO_FISCAL_AN
                   ,FECHA_CIERRE_AN
                   ,FECHA_LIMITE_AJUSTE_AN
                   ,CUENTA_UTILIDADES_AN
                   ,ID_COMPROBANTE_AN
                   ,FECHA_HORA_AN
                ) VALUES (
                    :CL-ANIO-FISCAL-AN
                   ,DATE(:WS-RC-FECHA)
                   ,DATE(:WS-RC-FECHA) + :WS-DIAS-AJUSTE DAYS
                   ,:CL-CUENTA-UTILIDADES-AN
                   ,:CL-ID-COMPROBANTE-AN
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT CHAR(FECHA_LIMITE_AJUSTE_AN, ISO)
                INTO   :CL-FECHA-LIMITE-AJUSTE-AN
                FROM   TAGLANIO
                WHERE  ANIO_FISCAL_AN = :CL-ANIO-FISCAL-AN
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'EJERCICIO '                DELIMITED BY SIZE
                  WS-ANIO                     DELIMITED BY SIZE
                  ' CERRADO, AJUSTES HASTA '  DELIMITED BY SIZE
                  CL-FECHA-LIMITE-AJUSTE-AN   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS DE RESULTADO CERRADAS: ' DELIMITED BY SIZE
                  WS-CUENTAS-CERRADAS               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PARTIDAS DEL COMPROBANTE: '      DELIMITED BY SIZE
                  WS-PARTIDAS-POSTEADAS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PARTIDAS-POSTEADAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           CLOSE JRN-FILE
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
           CLOSE JRN-FILE
           STOP RUN.
