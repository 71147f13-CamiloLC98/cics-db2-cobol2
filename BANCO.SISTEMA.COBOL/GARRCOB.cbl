      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DE CIERRE DE MES: REPORTE DE     *
      *   COBERTURA DE GARANTIAS Y AVALUOS VENCIDOS       *
      *   (TAGARANT/TAPRESTA/TAPLAZO) - SISTEMA BANCARIO  *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GARRCOB.
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
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAGARANT END-EXEC.
      *
      *--- PRESTAMOS VIGENTES CON AL MENOS UNA GARANTIA REAL ACTIVA
      *--- (CDT, VEHICULO O INMUEBLE). LOS RESPALDADOS SOLO POR
      *--- CODEUDORES NO TIENEN COBERTURA QUE MEDIR
      *
           EXEC SQL
                DECLARE C_GARANTIZADOS CURSOR FOR
                SELECT
                   P.ID_PRESTAMO
                  ,P.NUMERO_CUENTA_LN
                FROM
                   TAPRESTA P
                WHERE
                   P.ESTADO_LN = 'V'
                   AND EXISTS
                      (SELECT 1
                       FROM   TAGARANT G
                       WHERE  G.ID_PRESTAMO_GR = P.ID_PRESTAMO
                              AND G.ESTADO_GR = 'A'
                              AND G.TIPO_GARANTIA_GR <> 'D')
                ORDER BY
                   P.ID_PRESTAMO
           END-EXEC.
      *
      *--- VEHICULOS E INMUEBLES ACTIVOS DE PRESTAMOS NO PAGADOS CUYO
      *--- AVALUO YA VENCIO A LA FECHA DE NEGOCIO: HAY QUE PEDIR UN
      *--- AVALUO NUEVO PARA QUE VUELVAN A CONTAR EN LA COBERTURA
      *
           EXEC SQL
                DECLARE C_AVALUOS CURSOR FOR
                SELECT
                   G.ID_GARANTIA
                  ,G.ID_PRESTAMO_GR
                  ,G.TIPO_GARANTIA_GR
                  ,G.DESCRIPCION_GR
                  ,G.VALOR_AVALUO_GR
                  ,CHAR(G.FECHA_VENCE_AVALUO_GR, ISO)
                FROM
                   TAGARANT G
                   INNER JOIN TAPRESTA P
                      ON P.ID_PRESTAMO = G.ID_PRESTAMO_GR
                WHERE
                   G.ESTADO_GR = 'A'
                   AND G.TIPO_GARANTIA_GR IN ('V', 'I')
                   AND G.FECHA_VENCE_AVALUO_GR < DATE(:WS-RC-FECHA)
                   AND P.ESTADO_LN IN ('V', 'C')
                ORDER BY
                   G.FECHA_VENCE_AVALUO_GR
                  ,G.ID_GARANTIA
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-PRESTAMOS-LEIDOS     PIC 9(9)        VALUE 0.
           03 WS-BAJO-POLITICA        PIC 9(9)        VALUE 0.
           03 WS-AVALUOS-VENCIDOS     PIC 9(9)        VALUE 0.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-ID-GARANTIA-ED       PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-VALOR-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-PCT-ED               PIC ZZZZ9,99.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'GARRCOB'.
      *
      *--- COBERTURA MINIMA DE POLITICA (% DEL SALDO DE CAPITAL) QUE
      *--- DEBEN DAR LAS GARANTIAS REALES; TAPARAM GAR-COBERTURA-MIN
      *--- MANDA SOBRE ESTE VALOR COMPILADO DE RESPALDO
      *
          03 WC-COBERTURA-MIN         PIC S9(5)V9(2) COMP-3 VALUE 100.

       COPY RUNCTLCP.
       COPY PARMCTCP.
       COPY GARCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 250-AVALUOS-VENCIDOS
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE 'GAR-COBERTURA-MIN' TO CL-PARAM-CLAVE
           MOVE WC-COBERTURA-MIN    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR         TO WC-COBERTURA-MIN
           MOVE SPACES TO RPT-LINEA
           STRING 'COBERTURA DE GARANTIAS AL CIERRE - '
                                       DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WC-COBERTURA-MIN TO WS-PCT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PRESTAMOS CON COBERTURA BAJO POLITICA ('
                                       DELIMITED BY SIZE
                  WS-PCT-ED            DELIMITED BY SIZE
                  ' %)'                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_GARANTIZADOS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_GARANTIZADOS INTO
                      :CL-ID-PRESTAMO
                     ,:CL-NUMERO-CUENTA-LN
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-PRESTAMOS-LEIDOS
                 PERFORM 210-EVALUAR-COBERTURA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_GARANTIZADOS END-EXEC.

       210-EVALUAR-COBERTURA.
      *
      *--- COBERTURA A LA FECHA DE NEGOCIO: LOS AVALUOS VENCIDOS Y LOS
      *--- CDTS QUE YA NO ESTAN VIGENTES NO CUENTAN (VER 847)
      *
           MOVE CL-ID-PRESTAMO TO WS-GR-ID-PRESTAMO
           MOVE WS-RC-FECHA    TO WS-GR-FECHA
           PERFORM 847-CALCULAR-COBERTURA
           IF WS-GR-COBERTURA < WC-COBERTURA-MIN
              ADD 1 TO WS-BAJO-POLITICA
              MOVE CL-ID-PRESTAMO  TO WS-ID-ED
              MOVE WS-GR-SALDO     TO WS-MONTO-ED
              MOVE WS-GR-VALOR     TO WS-VALOR-ED
              MOVE WS-GR-COBERTURA TO WS-PCT-ED
              MOVE SPACES TO RPT-LINEA
              STRING 'PRESTAMO ' WS-ID-ED
                     ' CTA ' CL-NUMERO-CUENTA-LN
                     ' SALDO' WS-MONTO-ED
                     ' GARANTIA' WS-VALOR-ED
                     ' ' WS-PCT-ED ' %'
                     DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF.

       250-AVALUOS-VENCIDOS.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'GARANTIAS REALES CON AVALUO VENCIDO' TO RPT-LINEA
           WRITE RPT-LINEA
           EXEC SQL OPEN C_AVALUOS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_AVALUOS INTO
                      :CL-ID-GARANTIA
                     ,:CL-ID-PRESTAMO-GR
                     ,:CL-TIPO-GARANTIA-GR
                     ,:CL-DESCRIPCION-GR
                     ,:CL-VALOR-AVALUO-GR
                     ,:CL-FECHA-VENCE-AVALUO-GR
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-AVALUOS-VENCIDOS
                 MOVE CL-ID-GARANTIA     TO WS-ID-GARANTIA-ED
                 MOVE CL-ID-PRESTAMO-GR  TO WS-ID-ED
                 MOVE CL-VALOR-AVALUO-GR TO WS-VALOR-ED
                 MOVE SPACES TO RPT-LINEA
                 STRING 'GARANTIA ' WS-ID-GARANTIA-ED
                        ' PRESTAMO ' WS-ID-ED
                        ' ' CL-TIPO-GARANTIA-GR
                        ' VENCE ' CL-FECHA-VENCE-AVALUO-GR
                        WS-VALOR-ED ' '
                        CL-DESCRIPCION-GR(1:20)
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
           EXEC SQL CLOSE C_AVALUOS END-EXEC.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PRESTAMOS CON GARANTIA REAL: ' DELIMITED BY SIZE
                  WS-PRESTAMOS-LEIDOS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'BAJO POLITICA DE COBERTURA: '  DELIMITED BY SIZE
                  WS-BAJO-POLITICA                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'AVALUOS VENCIDOS: '            DELIMITED BY SIZE
                  WS-AVALUOS-VENCIDOS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PRESTAMOS-LEIDOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY PARMCTPR.
       COPY GARCTPR.

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
