      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DE CIERRE DE MES: BALANCE        *
      *   GENERAL Y ESTADO DE RESULTADOS DESDE TAGLBAL    *
      *   (TAEFLINE/TAGLMES) E INFORME MENSUAL A LA       *
      *   SUPERINTENDENCIA - SISTEMA BANCARIO             *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EEFFCOB.
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
      *--- INFORME MENSUAL DE ESTADOS FINANCIEROS A LA
      *--- SUPERINTENDENCIA: UN REGISTRO DE CONTROL 'H' AL INICIO, UN
      *--- DETALLE 'D' POR RENGLON Y MONEDA (MAS EL CONSOLIDADO EN
      *--- MONEDA LOCAL CON MONEDA 'CON') Y UN TRAILER 'T'
      *
      *--- HEADER : POS 1 'H', 2-7 CODIGO DE LA ENTIDAD, 8-14 PERIODO
      *---          (YYYY-MM), 15-24 FECHA DE CORTE, 25-28 FORMATO
      *---          'EEFF'
      *--- DETALLE: POS 1 'D', 2 ESTADO ('B' BALANCE GENERAL, 'R'
      *---          ESTADO DE RESULTADOS), 3-8 CODIGO DEL RENGLON,
      *---          9-11 MONEDA, 12 SIGNO, 13-27 VALOR DEL MES, 28
      *---          SIGNO, 29-43 VALOR DEL MES ANTERIOR (VALORES CON
      *---          DOS DECIMALES IMPLICITOS)
      *--- TRAILER: POS 1 'T', 2-10 CANTIDAD DE DETALLES, 11-27 SUMA
      *---          DE CONTROL (VALOR ABSOLUTO DE LOS VALORES DEL MES)
      *
           SELECT SF-FILE ASSIGN TO SFCOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
       FD  SF-FILE
           RECORDING MODE IS F.
       01  SF-REGISTRO                PIC X(60).
       01  SF-REG-HEADER REDEFINES SF-REGISTRO.
           03 SF-H-TIPO                PIC X(1).
           03 SF-H-ENTIDAD             PIC 9(6).
           03 SF-H-PERIODO             PIC X(7).
           03 SF-H-FECHA               PIC X(10).
           03 SF-H-FORMATO             PIC X(4).
           03 FILLER                   PIC X(32).
       01  SF-REG-DETALLE REDEFINES SF-REGISTRO.
           03 SF-D-TIPO                PIC X(1).
           03 SF-D-ESTADO              PIC X(1).
           03 SF-D-CODIGO              PIC X(6).
           03 SF-D-MONEDA              PIC X(3).
           03 SF-D-SIGNO-ACT           PIC X(1).
           03 SF-D-ACTUAL              PIC 9(13)V9(2).
           03 SF-D-SIGNO-ANT           PIC X(1).
           03 SF-D-ANTERIOR            PIC 9(13)V9(2).
           03 FILLER                   PIC X(17).
       01  SF-REG-TRAILER REDEFINES SF-REGISTRO.
           03 SF-T-TIPO                PIC X(1).
           03 SF-T-CANTIDAD            PIC 9(9).
           03 SF-T-CONTROL             PIC 9(15)V9(2).
           03 FILLER                   PIC X(33).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAGLBAL END-EXEC.
           EXEC SQL INCLUDE TAGLMES END-EXEC.
           EXEC SQL INCLUDE TAEFLINE END-EXEC.
           EXEC SQL INCLUDE TATASAS END-EXEC.
           EXEC SQL INCLUDE TAGLANIO END-EXEC.
      *
      *--- CUENTAS CONTABLES CON SALDO QUE NO CAEN EN NINGUNA LINEA DE
      *--- TAEFLINE O CAEN EN MAS DE UNA: CUALQUIERA DE LAS DOS
      *--- DESCUADRA LOS ESTADOS, ASI QUE SE LISTAN Y SE ABORTA EL
      *--- CIERRE (MISMO CRITERIO DE GLEXCOB/GLBLCOB CON TAGLMAP)
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
      *--- MONEDAS EXTRANJERAS DE TAGLBAL SIN NINGUNA TASA CARGADA EN
      *--- TATASAS HASTA EL CORTE: SIN TASA NO HAY CONSOLIDADO
      *
           EXEC SQL
                DECLARE C_SIN_TASA CURSOR FOR
                SELECT DISTINCT
                   B.MONEDA_B
                FROM
                   TAGLBAL B
                WHERE
                   B.MONEDA_B <> :WC-MONEDA-LOCAL
                   AND NOT EXISTS
                      (SELECT 1
                       FROM   TATASAS T
                       WHERE  T.MONEDA_ORIGEN  = B.MONEDA_B
                         AND  T.MONEDA_DESTINO = :WC-MONEDA-LOCAL
                         AND  T.FECHA_VIGENCIA <= DATE(:WS-RC-FECHA))
           END-EXEC.
      *
      *--- LINEAS DE LOS ESTADOS POR MONEDA: SALDO DE LA FOTO DEL MES,
      *--- DEL MES ANTERIOR Y DEL ANTERIOR A ESE (ESTE ULTIMO SOLO LO
      *--- USAN LAS LINEAS DE RESULTADO PARA EL MOVIMIENTO DEL MES
      *--- ANTERIOR), YA CON EL SIGNO DE PRESENTACION DE LA LINEA. EL
      *--- ORDEN ES EL DE LOS ESTADOS: ACTIVO, PASIVO, PATRIMONIO,
      *--- INGRESOS Y GASTOS
      *
           EXEC SQL
                DECLARE C_EEFF_MONEDA CURSOR FOR
                SELECT
                   M.MONEDA_GM
                  ,L.CLASE_EF
                  ,L.LINEA_EF
                  ,L.DESCRIPCION_EF
                  ,L.CODIGO_SF_EF
                  ,SUM(CASE WHEN M.PERIODO_GM = :WS-PERIODO
                            THEN M.SALDO_GL_GM ELSE 0 END
                       * L.SIGNO_EF)
                  ,SUM(CASE WHEN M.PERIODO_GM = :WS-PERIODO-ANT
                            THEN M.SALDO_GL_GM ELSE 0 END
                       * L.SIGNO_EF)
                  ,SUM(CASE WHEN M.PERIODO_GM = :WS-PERIODO-ANT2
                            THEN M.SALDO_GL_GM ELSE 0 END
                       * L.SIGNO_EF)
                FROM
                   TAEFLINE L
                   INNER JOIN TAGLMES M
                      ON M.CUENTA_GL_GM BETWEEN L.CUENTA_DESDE_EF
                                            AND L.CUENTA_HASTA_EF
                WHERE
                   M.PERIODO_GM IN (:WS-PERIODO
                                   ,:WS-PERIODO-ANT
                                   ,:WS-PERIODO-ANT2)
                GROUP BY
                   M.MONEDA_GM
                  ,L.CLASE_EF
                  ,L.LINEA_EF
                  ,L.DESCRIPCION_EF
                  ,L.CODIGO_SF_EF
                ORDER BY
                   M.MONEDA_GM
                  ,CASE L.CLASE_EF WHEN 'A' THEN 1 WHEN 'P' THEN 2
                                   WHEN 'K' THEN 3 WHEN 'I' THEN 4
                                   ELSE 5 END
                  ,L.LINEA_EF
           END-EXEC.
      *
      *--- LAS MISMAS LINEAS CONSOLIDADAS EN MONEDA LOCAL: CADA FOTO
      *--- SE CONVIERTE CON LA TASA DE SU PROPIO CORTE
      *
           EXEC SQL
                DECLARE C_EEFF_CONSOLIDADO CURSOR FOR
                SELECT
                   L.CLASE_EF
                  ,L.LINEA_EF
                  ,L.DESCRIPCION_EF
                  ,L.CODIGO_SF_EF
                  ,SUM(CASE WHEN M.PERIODO_GM = :WS-PERIODO
                            THEN M.SALDO_GL_GM * M.TASA_CIERRE_GM
                            ELSE 0 END
                       * L.SIGNO_EF)
                  ,SUM(CASE WHEN M.PERIODO_GM = :WS-PERIODO-ANT
                            THEN M.SALDO_GL_GM * M.TASA_CIERRE_GM
                            ELSE 0 END
                       * L.SIGNO_EF)
                  ,SUM(CASE WHEN M.PERIODO_GM = :WS-PERIODO-ANT2
                            THEN M.SALDO_GL_GM * M.TASA_CIERRE_GM
                            ELSE 0 END
                       * L.SIGNO_EF)
                FROM
                   TAEFLINE L
                   INNER JOIN TAGLMES M
                      ON M.CUENTA_GL_GM BETWEEN L.CUENTA_DESDE_EF
                                            AND L.CUENTA_HASTA_EF
                WHERE
                   M.PERIODO_GM IN (:WS-PERIODO
                                   ,:WS-PERIODO-ANT
                                   ,:WS-PERIODO-ANT2)
                GROUP BY
                   L.CLASE_EF
                  ,L.LINEA_EF
                  ,L.DESCRIPCION_EF
                  ,L.CODIGO_SF_EF
                ORDER BY
                   CASE L.CLASE_EF WHEN 'A' THEN 1 WHEN 'P' THEN 2
                                   WHEN 'K' THEN 3 WHEN 'I' THEN 4
                                   ELSE 5 END
                  ,L.LINEA_EF
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-PERIODO              PIC X(7).
           03 WS-PERIODO-ANT          PIC X(7).
           03 WS-PERIODO-ANT2         PIC X(7).
           03 WS-ENTIDAD              PIC 9(6).
           03 WS-LINEAS-INVALIDAS     PIC S9(9)       COMP.
           03 WS-COINCIDENCIAS        PIC S9(9)       COMP.
           03 WS-EJERCICIOS-CERRADOS  PIC S9(9)       COMP.
           03 WS-EF-MONEDA            PIC X(3).
           03 WS-EF-SALDO-0           PIC S9(13)V9(2) COMP-3.
           03 WS-EF-SALDO-1           PIC S9(13)V9(2) COMP-3.
           03 WS-EF-SALDO-2           PIC S9(13)V9(2) COMP-3.
           03 WS-GRUPO-ACTUAL         PIC X(3).
           03 WS-CLASE-ACTUAL         PIC X(1).
           03 WS-CLASE-NOMBRAR        PIC X(1).
           03 WS-NOMBRE-CLASE         PIC X(24).
           03 WS-CUENTAS-FOTO         PIC 9(9)        VALUE 0.
           03 WS-LINEAS-LEIDAS        PIC 9(9)        VALUE 0.
           03 WS-DETALLES-SF          PIC 9(9)        VALUE 0.
           03 WS-ERRORES-MAPEO        PIC 9(9)        VALUE 0.
           03 WS-SF-CONTROL           PIC 9(15)V9(2)  VALUE 0.
           03 WS-COINCIDENCIAS-ED     PIC Z9.
      *
      *--- ACUMULADOS DEL GRUPO (UNA MONEDA O EL CONSOLIDADO) Y DE LA
      *--- CLASE EN CURSO, COLUMNA DEL MES (ACT) Y DEL MES ANTERIOR
      *--- (ANT)
      *
       01  WS-TOTALES-GRUPO.
           03 WS-TOT-CLASE-ACT        PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-CLASE-ANT        PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-ACTIVO-ACT       PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-ACTIVO-ANT       PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-PASIVO-ACT       PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-PASIVO-ANT       PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-PATRIM-ACT       PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-PATRIM-ANT       PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-INGRESO-ACT      PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-INGRESO-ANT      PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-GASTO-ACT        PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-GASTO-ANT        PIC S9(13)V9(2) COMP-3.
      *
      *--- RENGLON DEL REPORTE: CODIGO Y TEXTO DE LA LINEA, VALOR DEL
      *--- MES, DEL MES ANTERIOR Y LA VARIACION (VER 290)
      *
       01  WS-RENGLON.
           03 WS-RG-CODIGO            PIC X(4).
           03 WS-RG-TEXTO             PIC X(30).
           03 WS-RG-ACT               PIC S9(13)V9(2) COMP-3.
           03 WS-RG-ANT               PIC S9(13)V9(2) COMP-3.
           03 WS-RG-VAR               PIC S9(13)V9(2) COMP-3.
       01  WS-LINEA-REPORTE.
           03 WS-LR-CODIGO            PIC X(4).
           03 FILLER                  PIC X(1)     VALUE SPACE.
           03 WS-LR-TEXTO             PIC X(30).
           03 FILLER                  PIC X(1)     VALUE SPACE.
           03 WS-LR-ACT               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                  PIC X(1)     VALUE SPACE.
           03 WS-LR-ANT               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                  PIC X(1)     VALUE SPACE.
           03 WS-LR-VAR               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-BALANCE-FALG         PIC X           VALUE 'N'.
              88 WS-BALANCE-CERRADO                   VALUE 'Y'.
           03 WS-CIERRE-ANT-FALG      PIC X           VALUE 'N'.
              88 WS-CIERRE-ANT                        VALUE 'Y'.
           03 WS-CIERRE-ANT2-FALG     PIC X           VALUE 'N'.
              88 WS-CIERRE-ANT2                       VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'EEFFCOB'.
          03 WC-MONEDA-LOCAL          PIC X(3)     VALUE 'COP'.
          03 WC-CONSOLIDADO           PIC X(3)     VALUE 'CON'.
      *
      *--- CODIGO DE LA ENTIDAD ANTE LA SUPERINTENDENCIA (TAPARAM
      *--- MANDA)
      *
          03 WC-ENTIDAD               PIC 9(6)     VALUE 0.

       COPY RUNCTLCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT SF-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
      *
      *--- EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO DEL CIERRE; EL
      *--- JOB CORRE DESPUES DE GLBLCOB DEL ULTIMO DIA DE NEGOCIO DEL
      *--- MES, CUANDO TAGLBAL YA TIENE LOS SALDOS DE CORTE
      *
           MOVE WS-RC-FECHA(1:7) TO WS-PERIODO
           EXEC SQL
                SELECT SUBSTR(CHAR(DATE(:WS-RC-FECHA) - 1 MONTH,
                                   ISO), 1, 7)
                      ,SUBSTR(CHAR(DATE(:WS-RC-FECHA) - 2 MONTHS,
                                   ISO), 1, 7)
                INTO   :WS-PERIODO-ANT
                      ,:WS-PERIODO-ANT2
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'SF-CODIGO-ENTIDAD' TO CL-PARAM-CLAVE
           MOVE WC-ENTIDAD          TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR         TO WS-ENTIDAD
           PERFORM 140-VERIFICAR-CIERRES
           MOVE SPACES TO RPT-LINEA
           STRING 'ESTADOS FINANCIEROS DE CIERRE - PERIODO '
                                       DELIMITED BY SIZE
                  WS-PERIODO           DELIMITED BY SIZE
                  ' CORTE '            DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 110-VERIFICAR-MAPEO
           PERFORM 120-VERIFICAR-TASAS
           PERFORM 130-GRABAR-FOTO-MES
           MOVE SPACES        TO SF-REGISTRO
           MOVE 'H'           TO SF-H-TIPO
           MOVE WS-ENTIDAD    TO SF-H-ENTIDAD
           MOVE WS-PERIODO    TO SF-H-PERIODO
           MOVE WS-RC-FECHA   TO SF-H-FECHA
           MOVE 'EEFF'        TO SF-H-FORMATO
           WRITE SF-REGISTRO.

       110-VERIFICAR-MAPEO.
      *
      *--- LAS LINEAS MISMAS DEBEN TENER CLASE Y SIGNO VALIDOS
      *
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-LINEAS-INVALIDAS
                FROM   TAEFLINE
                WHERE  CLASE_EF NOT IN ('A', 'P', 'K', 'I', 'G')
                       OR SIGNO_EF NOT IN (1, -1)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-LINEAS-INVALIDAS > 0
              MOVE 'TAEFLINE TIENE LINEAS CON CLASE O SIGNO INVALIDO'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              ADD 1 TO WS-ERRORES-MAPEO
           END-IF
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
      *
      *--- SE DEJA LA CORRIDA EN ESTADO 'E' EN TARUNCTL (NO SE LLEGA
      *--- A 860) Y NO SE GRABA LA FOTO: CONTABILIDAD CORRIGE TAEFLINE
      *--- Y SE AUTORIZA LA RECORRIDA EN JOBSCOB
      *
           IF WS-ERRORES-MAPEO > 0
              MOVE SPACES TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 'ABORTADO: MAPEO DE LINEAS INCOMPLETO, CORREGIR'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              CLOSE RPT-FILE
              CLOSE SF-FILE
              STOP RUN
           END-IF.

       120-VERIFICAR-TASAS.
           EXEC SQL OPEN C_SIN_TASA END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SIN_TASA INTO
                      :CL-MONEDA-B
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-ERRORES-MAPEO
                 MOVE SPACES TO RPT-LINEA
                 STRING 'SIN TASA DE CAMBIO EN TATASAS PARA '
                                            DELIMITED BY SIZE
                        CL-MONEDA-B         DELIMITED BY SIZE
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
           EXEC SQL CLOSE C_SIN_TASA END-EXEC
           IF WS-ERRORES-MAPEO > 0
              MOVE 'ABORTADO: NO SE PUEDE CONSOLIDAR SIN TASA'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              CLOSE RPT-FILE
              CLOSE SF-FILE
              STOP RUN
           END-IF.

       130-GRABAR-FOTO-MES.
      *
      *--- FOTO DE TAGLBAL AL CORTE. UNA RECORRIDA AUTORIZADA EN
      *--- JOBSCOB REEMPLAZA LA FOTO DEL PERIODO. LA TASA DE CIERRE ES
      *--- LA MEDIA DE LA ULTIMA FILA DE TATASAS VIGENTE AL CORTE
      *
           EXEC SQL
                DELETE FROM TAGLMES
                WHERE  PERIODO_GM = :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                INSERT INTO TAGLMES (
                    CUENTA_GL_GM
                   ,MONEDA_GM
                   ,PERIODO_GM
                   ,SALDO_GL_GM
                   ,TASA_CIERRE_GM
                   ,FECHA_CORTE_GM
                )
                SELECT
                    B.CUENTA_GL_B
                   ,B.MONEDA_B
                   ,:WS-PERIODO
                   ,B.SALDO_GL_B
                   ,CASE WHEN B.MONEDA_B = :WC-MONEDA-LOCAL
                         THEN 1
                         ELSE (SELECT (T.TASA_COMPRA
                                       + T.TASA_VENTA) / 2
                               FROM   TATASAS T
                               WHERE  T.MONEDA_ORIGEN = B.MONEDA_B
                                      AND T.MONEDA_DESTINO =
                                          :WC-MONEDA-LOCAL
                                      AND T.FECHA_VIGENCIA =
                                  (SELECT MAX(X.FECHA_VIGENCIA)
                                   FROM   TATASAS X
                                   WHERE  X.MONEDA_ORIGEN = B.MONEDA_B
                                          AND X.MONEDA_DESTINO =
                                              :WC-MONEDA-LOCAL
                                          AND X.FECHA_VIGENCIA <=
                                              DATE(:WS-RC-FECHA)))
                    END
                   ,DATE(:WS-RC-FECHA)
                FROM
                    TAGLBAL B
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-CUENTAS-FOTO
           END-IF.

       140-VERIFICAR-CIERRES.
      *
      *--- DESPUES DEL CIERRE DE EJERCICIO (CIERCOB) LAS CUENTAS DE
      *--- RESULTADO ARRANCAN EL ANO EN CERO, ASI QUE EL PRIMER MES
      *--- DEL ANO NUEVO NO SE RESTA DE LA FOTO DE DICIEMBRE. SE MIRA
      *--- SI ENTRE CADA PAR DE FOTOS HUBO UN CAMBIO DE ANO CERRADO
      *
           IF WS-PERIODO-ANT(1:4) NOT = WS-PERIODO(1:4)
              MOVE WS-PERIODO-ANT(1:4) TO CL-ANIO-FISCAL-AN
              PERFORM 145-SQL-EJERCICIO-CERRADO
              IF WS-EJERCICIOS-CERRADOS > 0
                 SET WS-CIERRE-ANT TO TRUE
              END-IF
           END-IF
           IF WS-PERIODO-ANT2(1:4) NOT = WS-PERIODO-ANT(1:4)
              MOVE WS-PERIODO-ANT2(1:4) TO CL-ANIO-FISCAL-AN
              PERFORM 145-SQL-EJERCICIO-CERRADO
              IF WS-EJERCICIOS-CERRADOS > 0
                 SET WS-CIERRE-ANT2 TO TRUE
              END-IF
           END-IF.

       145-SQL-EJERCICIO-CERRADO.
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-EJERCICIOS-CERRADOS
                FROM   TAGLANIO
                WHERE  ANIO_FISCAL_AN = :CL-ANIO-FISCAL-AN
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       200-PROCESO.
      *
      *--- PRIMERO LOS ESTADOS DE CADA MONEDA Y LUEGO EL CONSOLIDADO.
      *--- EL CORTE DE CONTROL ES POR GRUPO (MONEDA) Y DENTRO DE CADA
      *--- GRUPO POR CLASE DE LINEA (VER 230-PROCESAR-LINEA)
      *
           MOVE SPACES TO WS-GRUPO-ACTUAL
           EXEC SQL OPEN C_EEFF_MONEDA END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_EEFF_MONEDA INTO
                      :WS-EF-MONEDA
                     ,:CL-CLASE-EF
                     ,:CL-LINEA-EF
                     ,:CL-DESCRIPCION-EF
                     ,:CL-CODIGO-SF-EF
                     ,:WS-EF-SALDO-0
                     ,:WS-EF-SALDO-1
                     ,:WS-EF-SALDO-2
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 230-PROCESAR-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_EEFF_MONEDA END-EXEC
           IF WS-GRUPO-ACTUAL NOT = SPACES
              PERFORM 280-CERRAR-GRUPO
           END-IF
           MOVE SPACES TO WS-GRUPO-ACTUAL
           EXEC SQL OPEN C_EEFF_CONSOLIDADO END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_EEFF_CONSOLIDADO INTO
                      :CL-CLASE-EF
                     ,:CL-LINEA-EF
                     ,:CL-DESCRIPCION-EF
                     ,:CL-CODIGO-SF-EF
                     ,:WS-EF-SALDO-0
                     ,:WS-EF-SALDO-1
                     ,:WS-EF-SALDO-2
              END-EXEC
              IF SQLCODE = 0
                 MOVE WC-CONSOLIDADO TO WS-EF-MONEDA
                 PERFORM 230-PROCESAR-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_EEFF_CONSOLIDADO END-EXEC
           IF WS-GRUPO-ACTUAL NOT = SPACES
              PERFORM 280-CERRAR-GRUPO
           END-IF.

       230-PROCESAR-LINEA.
           ADD 1 TO WS-LINEAS-LEIDAS
           IF WS-EF-MONEDA NOT = WS-GRUPO-ACTUAL
              IF WS-GRUPO-ACTUAL NOT = SPACES
                 PERFORM 280-CERRAR-GRUPO
              END-IF
              PERFORM 250-ABRIR-GRUPO
           END-IF
           IF CL-CLASE-EF NOT = WS-CLASE-ACTUAL
              IF WS-CLASE-ACTUAL NOT = SPACES
                 PERFORM 260-CERRAR-CLASE
              END-IF
              IF (CL-CLASE-EF = 'I' OR CL-CLASE-EF = 'G')
                 AND NOT WS-BALANCE-CERRADO
                 PERFORM 270-CERRAR-BALANCE
              END-IF
              MOVE CL-CLASE-EF TO WS-CLASE-ACTUAL
              MOVE CL-CLASE-EF TO WS-CLASE-NOMBRAR
              PERFORM 265-NOMBRE-CLASE
              MOVE WS-NOMBRE-CLASE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
      *
      *--- BALANCE GENERAL: SALDO AL CORTE DE CADA MES. ESTADO DE
      *--- RESULTADOS: LAS CUENTAS DE RESULTADO ACUMULAN DESDE SU
      *--- APERTURA EN TAGLBAL, ASI QUE EL VALOR DEL MES ES LA
      *--- DIFERENCIA ENTRE DOS FOTOS CONSECUTIVAS (SALVO EL PRIMER
      *--- MES DESPUES DE UN CIERRE DE EJERCICIO, VER 140)
      *
           IF CL-CLASE-EF = 'I' OR CL-CLASE-EF = 'G'
              IF WS-CIERRE-ANT
                 MOVE WS-EF-SALDO-0 TO WS-RG-ACT
              ELSE
                 COMPUTE WS-RG-ACT = WS-EF-SALDO-0 - WS-EF-SALDO-1
              END-IF
              IF WS-CIERRE-ANT2
                 MOVE WS-EF-SALDO-1 TO WS-RG-ANT
              ELSE
                 COMPUTE WS-RG-ANT = WS-EF-SALDO-1 - WS-EF-SALDO-2
              END-IF
           ELSE
              MOVE WS-EF-SALDO-0 TO WS-RG-ACT
              MOVE WS-EF-SALDO-1 TO WS-RG-ANT
           END-IF
           ADD WS-RG-ACT TO WS-TOT-CLASE-ACT
           ADD WS-RG-ANT TO WS-TOT-CLASE-ANT
           MOVE CL-LINEA-EF       TO WS-RG-CODIGO
           MOVE CL-DESCRIPCION-EF TO WS-RG-TEXTO
           PERFORM 290-ESCRIBIR-RENGLON
           PERFORM 295-ESCRIBIR-DETALLE-SF.

       250-ABRIR-GRUPO.
           MOVE WS-EF-MONEDA TO WS-GRUPO-ACTUAL
           MOVE SPACES       TO WS-CLASE-ACTUAL
           MOVE 'N'          TO WS-BALANCE-FALG
           INITIALIZE WS-TOTALES-GRUPO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           IF WS-EF-MONEDA = WC-CONSOLIDADO
              STRING 'CONSOLIDADO EN MONEDA LOCAL '
                                           DELIMITED BY SIZE
                     WC-MONEDA-LOCAL       DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           ELSE
              STRING 'MONEDA '             DELIMITED BY SIZE
                     WS-EF-MONEDA          DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           END-IF
           WRITE RPT-LINEA
           MOVE 'BALANCE GENERAL' TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 255-ESCRIBIR-COLUMNAS.

       255-ESCRIBIR-COLUMNAS.
           MOVE SPACES TO RPT-LINEA
           STRING 'LIN  DESCRIPCION                    '
                                           DELIMITED BY SIZE
                  '         MES ACTUAL '  DELIMITED BY SIZE
                  '       MES ANTERIOR '  DELIMITED BY SIZE
                  '          VARIACION'   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       260-CERRAR-CLASE.
           MOVE WS-CLASE-ACTUAL TO WS-CLASE-NOMBRAR
           PERFORM 265-NOMBRE-CLASE
           MOVE SPACES TO WS-RG-CODIGO
           MOVE SPACES TO WS-RG-TEXTO
           STRING 'TOTAL ' WS-NOMBRE-CLASE DELIMITED BY SIZE
             INTO WS-RG-TEXTO
           END-STRING
           MOVE WS-TOT-CLASE-ACT TO WS-RG-ACT
           MOVE WS-TOT-CLASE-ANT TO WS-RG-ANT
           PERFORM 290-ESCRIBIR-RENGLON
           EVALUATE WS-CLASE-ACTUAL
                WHEN 'A'
                     ADD WS-TOT-CLASE-ACT TO WS-TOT-ACTIVO-ACT
                     ADD WS-TOT-CLASE-ANT TO WS-TOT-ACTIVO-ANT
                WHEN 'P'
                     ADD WS-TOT-CLASE-ACT TO WS-TOT-PASIVO-ACT
                     ADD WS-TOT-CLASE-ANT TO WS-TOT-PASIVO-ANT
                WHEN 'K'
                     ADD WS-TOT-CLASE-ACT TO WS-TOT-PATRIM-ACT
                     ADD WS-TOT-CLASE-ANT TO WS-TOT-PATRIM-ANT
                WHEN 'I'
                     ADD WS-TOT-CLASE-ACT TO WS-TOT-INGRESO-ACT
                     ADD WS-TOT-CLASE-ANT TO WS-TOT-INGRESO-ANT
                WHEN 'G'
                     ADD WS-TOT-CLASE-ACT TO WS-TOT-GASTO-ACT
                     ADD WS-TOT-CLASE-ANT TO WS-TOT-GASTO-ANT
           END-EVALUATE
           MOVE 0 TO WS-TOT-CLASE-ACT
           MOVE 0 TO WS-TOT-CLASE-ANT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       265-NOMBRE-CLASE.
           EVALUATE WS-CLASE-NOMBRAR
                WHEN 'A'
                     MOVE 'ACTIVO'     TO WS-NOMBRE-CLASE
                WHEN 'P'
                     MOVE 'PASIVO'     TO WS-NOMBRE-CLASE
                WHEN 'K'
                     MOVE 'PATRIMONIO' TO WS-NOMBRE-CLASE
                WHEN 'I'
                     MOVE 'INGRESOS'   TO WS-NOMBRE-CLASE
                WHEN OTHER
                     MOVE 'GASTOS'     TO WS-NOMBRE-CLASE
           END-EVALUATE.

       270-CERRAR-BALANCE.
      *
      *--- LAS CUENTAS DE RESULTADO NO SE CIERRAN CONTRA PATRIMONIO EN
      *--- TAGLBAL, ASI QUE EL BALANCE CUADRA CON EL RESULTADO
      *--- ACUMULADO: ACTIVO = PASIVO + PATRIMONIO + RESULTADO. COMO
      *--- TAGLBAL SUMA CERO Y CADA CUENTA CAE EN UNA SOLA LINEA (VER
      *--- 110-VERIFICAR-MAPEO), EL RESULTADO SE OBTIENE POR DIFERENCIA
      *
           SET WS-BALANCE-CERRADO TO TRUE
           MOVE SPACES TO WS-RG-CODIGO
           MOVE 'RESULTADO ACUMULADO SIN CERRAR' TO WS-RG-TEXTO
           COMPUTE WS-RG-ACT = WS-TOT-ACTIVO-ACT - WS-TOT-PASIVO-ACT
                             - WS-TOT-PATRIM-ACT
           COMPUTE WS-RG-ANT = WS-TOT-ACTIVO-ANT - WS-TOT-PASIVO-ANT
                             - WS-TOT-PATRIM-ANT
           PERFORM 290-ESCRIBIR-RENGLON
           MOVE 'TOTAL PASIVO Y PATRIMONIO' TO WS-RG-TEXTO
           MOVE WS-TOT-ACTIVO-ACT TO WS-RG-ACT
           MOVE WS-TOT-ACTIVO-ANT TO WS-RG-ANT
           PERFORM 290-ESCRIBIR-RENGLON
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'ESTADO DE RESULTADOS (MOVIMIENTO DEL MES)'
                TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 255-ESCRIBIR-COLUMNAS.

       280-CERRAR-GRUPO.
           IF WS-CLASE-ACTUAL NOT = SPACES
              PERFORM 260-CERRAR-CLASE
           END-IF
           IF NOT WS-BALANCE-CERRADO
              PERFORM 270-CERRAR-BALANCE
           END-IF
           MOVE SPACES TO WS-RG-CODIGO
           MOVE 'UTILIDAD (PERDIDA) DEL MES' TO WS-RG-TEXTO
           COMPUTE WS-RG-ACT = WS-TOT-INGRESO-ACT - WS-TOT-GASTO-ACT
           COMPUTE WS-RG-ANT = WS-TOT-INGRESO-ANT - WS-TOT-GASTO-ANT
           PERFORM 290-ESCRIBIR-RENGLON
           MOVE SPACES TO WS-CLASE-ACTUAL.

       290-ESCRIBIR-RENGLON.
           COMPUTE WS-RG-VAR = WS-RG-ACT - WS-RG-ANT
           MOVE WS-RG-CODIGO TO WS-LR-CODIGO
           MOVE WS-RG-TEXTO  TO WS-LR-TEXTO
           MOVE WS-RG-ACT    TO WS-LR-ACT
           MOVE WS-RG-ANT    TO WS-LR-ANT
           MOVE WS-RG-VAR    TO WS-LR-VAR
           MOVE WS-LINEA-REPORTE TO RPT-LINEA
           WRITE RPT-LINEA.

       295-ESCRIBIR-DETALLE-SF.
           MOVE SPACES          TO SF-REGISTRO
           MOVE 'D'             TO SF-D-TIPO
           IF CL-CLASE-EF = 'I' OR CL-CLASE-EF = 'G'
              MOVE 'R'          TO SF-D-ESTADO
           ELSE
              MOVE 'B'          TO SF-D-ESTADO
           END-IF
           MOVE CL-CODIGO-SF-EF TO SF-D-CODIGO
           MOVE WS-EF-MONEDA    TO SF-D-MONEDA
           IF WS-RG-ACT < 0
              MOVE '-'          TO SF-D-SIGNO-ACT
           ELSE
              MOVE '+'          TO SF-D-SIGNO-ACT
           END-IF
           MOVE WS-RG-ACT       TO SF-D-ACTUAL
           IF WS-RG-ANT < 0
              MOVE '-'          TO SF-D-SIGNO-ANT
           ELSE
              MOVE '+'          TO SF-D-SIGNO-ANT
           END-IF
           MOVE WS-RG-ANT       TO SF-D-ANTERIOR
           ADD SF-D-ACTUAL      TO WS-SF-CONTROL
           ADD 1                TO WS-DETALLES-SF
           WRITE SF-REGISTRO.

       300-FIN.
           MOVE SPACES         TO SF-REGISTRO
           MOVE 'T'            TO SF-T-TIPO
           MOVE WS-DETALLES-SF TO SF-T-CANTIDAD
           MOVE WS-SF-CONTROL  TO SF-T-CONTROL
           WRITE SF-REGISTRO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS EN LA FOTO DEL MES: ' DELIMITED BY SIZE
                  WS-CUENTAS-FOTO                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'LINEAS DE ESTADOS LEIDAS  : ' DELIMITED BY SIZE
                  WS-LINEAS-LEIDAS               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DETALLES A SUPERINTENDENCIA: ' DELIMITED BY SIZE
                  WS-DETALLES-SF                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-DETALLES-SF TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           CLOSE SF-FILE
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
           CLOSE SF-FILE
           STOP RUN.
