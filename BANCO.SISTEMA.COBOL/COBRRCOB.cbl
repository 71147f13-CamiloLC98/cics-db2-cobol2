      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DESEMPENO SEMANAL POR COBRADOR   *
      *   RECUPERADO VS PROMETIDO (TAGESTCO) -            *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBRRCOB.
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
           EXEC SQL INCLUDE TAGESTCO END-EXEC.
      *
      *--- POR COBRADOR, SOBRE LOS 7 DIAS DE NEGOCIO QUE TERMINAN EN
      *--- LA FECHA DE LA CORRIDA: GESTIONES REGISTRADAS Y PROMESAS
      *--- HECHAS EN LA SEMANA, Y DE LAS PROMESAS QUE VENCIERON EN LA
      *--- SEMANA (YA RESUELTAS POR PROMCOB) LO PROMETIDO, LO
      *--- RECUPERADO Y CUANTAS SE CUMPLIERON O SE ROMPIERON
      *
           EXEC SQL
                DECLARE C_COBRADORES CURSOR FOR
                SELECT
                   COBRADOR_GC
                  ,SUM(CASE WHEN FECHA_NEGOCIO_GC
                                 > DATE(:WS-RC-FECHA) - 7 DAYS
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN FECHA_NEGOCIO_GC
                                 > DATE(:WS-RC-FECHA) - 7 DAYS
                             AND RESULTADO_GC = 'PP'
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN FECHA_NEGOCIO_GC
                                 > DATE(:WS-RC-FECHA) - 7 DAYS
                             AND RESULTADO_GC = 'PP'
                            THEN MONTO_PROMESA_GC ELSE 0 END)
                  ,SUM(CASE WHEN ESTADO_PROMESA_GC IN ('K', 'R')
                             AND FECHA_PROMESA_GC
                                 > DATE(:WS-RC-FECHA) - 7 DAYS
                            THEN MONTO_PROMESA_GC ELSE 0 END)
                  ,SUM(CASE WHEN ESTADO_PROMESA_GC IN ('K', 'R')
                             AND FECHA_PROMESA_GC
                                 > DATE(:WS-RC-FECHA) - 7 DAYS
                            THEN MONTO_PAGADO_GC ELSE 0 END)
                  ,SUM(CASE WHEN ESTADO_PROMESA_GC = 'K'
                             AND FECHA_PROMESA_GC
                                 > DATE(:WS-RC-FECHA) - 7 DAYS
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN ESTADO_PROMESA_GC = 'R'
                             AND FECHA_PROMESA_GC
                                 > DATE(:WS-RC-FECHA) - 7 DAYS
                            THEN 1 ELSE 0 END)
                FROM
                   TAGESTCO
                WHERE
                   (FECHA_NEGOCIO_GC > DATE(:WS-RC-FECHA) - 7 DAYS
                    AND FECHA_NEGOCIO_GC <= DATE(:WS-RC-FECHA))
                   OR (ESTADO_PROMESA_GC IN ('K', 'R')
                       AND FECHA_PROMESA_GC
                           > DATE(:WS-RC-FECHA) - 7 DAYS
                       AND FECHA_PROMESA_GC <= DATE(:WS-RC-FECHA))
                GROUP BY
                   COBRADOR_GC
                ORDER BY
                   COBRADOR_GC
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-COBRADORES-LEIDOS    PIC 9(9)        VALUE 0.
           03 WS-COBRADOR             PIC X(3).
           03 WS-GESTIONES            PIC S9(9)       COMP.
           03 WS-PROMESAS-HECHAS      PIC S9(9)       COMP.
           03 WS-MONTO-HECHO          PIC S9(13)V9(2) COMP-3.
           03 WS-MONTO-PROMETIDO      PIC S9(13)V9(2) COMP-3.
           03 WS-MONTO-RECUPERADO     PIC S9(13)V9(2) COMP-3.
           03 WS-CUMPLIDAS            PIC S9(9)       COMP.
           03 WS-ROTAS                PIC S9(9)       COMP.
           03 WS-PORCENTAJE           PIC S9(5)V9(2)  COMP-3.
           03 WS-TOT-GESTIONES        PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-PROMESAS-HECHAS  PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-MONTO-HECHO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-MONTO-PROMETIDO  PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-MONTO-RECUPERADO PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-CUMPLIDAS        PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-ROTAS            PIC S9(9)       COMP VALUE 0.
           03 WS-GESTIONES-ED         PIC ZZZZZ9.
           03 WS-PROMESAS-ED          PIC ZZZZ9.
           03 WS-CUMPLIDAS-ED         PIC ZZZZ9.
           03 WS-ROTAS-ED             PIC ZZZZ9.
           03 WS-HECHO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-PROMETIDO-ED         PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-RECUPERADO-ED        PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-PORCENTAJE-ED        PIC ZZZZ9,99.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'COBRRCOB'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'DESEMPENO SEMANAL POR COBRADOR - '
                                       DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_COBRADORES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_COBRADORES INTO
                      :WS-COBRADOR
                     ,:WS-GESTIONES
                     ,:WS-PROMESAS-HECHAS
                     ,:WS-MONTO-HECHO
                     ,:WS-MONTO-PROMETIDO
                     ,:WS-MONTO-RECUPERADO
                     ,:WS-CUMPLIDAS
                     ,:WS-ROTAS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-COBRADORES-LEIDOS
                 PERFORM 210-ESCRIBIR-COBRADOR
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_COBRADORES END-EXEC.

       210-ESCRIBIR-COBRADOR.
           ADD WS-GESTIONES        TO WS-TOT-GESTIONES
           ADD WS-PROMESAS-HECHAS  TO WS-TOT-PROMESAS-HECHAS
           ADD WS-MONTO-HECHO      TO WS-TOT-MONTO-HECHO
           ADD WS-MONTO-PROMETIDO  TO WS-TOT-MONTO-PROMETIDO
           ADD WS-MONTO-RECUPERADO TO WS-TOT-MONTO-RECUPERADO
           ADD WS-CUMPLIDAS        TO WS-TOT-CUMPLIDAS
           ADD WS-ROTAS            TO WS-TOT-ROTAS
           PERFORM 220-ESCRIBIR-LINEAS.

       220-ESCRIBIR-LINEAS.
      *
      *--- EL PORCENTAJE DE RECUPERACION ES LO RECUPERADO SOBRE LO
      *--- PROMETIDO EN LAS PROMESAS QUE VENCIERON EN LA SEMANA
      *
           IF WS-MONTO-PROMETIDO > 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-MONTO-RECUPERADO * 100 / WS-MONTO-PROMETIDO
           ELSE
              MOVE 0 TO WS-PORCENTAJE
           END-IF
           MOVE WS-GESTIONES        TO WS-GESTIONES-ED
           MOVE WS-PROMESAS-HECHAS  TO WS-PROMESAS-ED
           MOVE WS-MONTO-HECHO      TO WS-HECHO-ED
           MOVE WS-CUMPLIDAS        TO WS-CUMPLIDAS-ED
           MOVE WS-ROTAS            TO WS-ROTAS-ED
           MOVE WS-MONTO-PROMETIDO  TO WS-PROMETIDO-ED
           MOVE WS-MONTO-RECUPERADO TO WS-RECUPERADO-ED
           MOVE WS-PORCENTAJE       TO WS-PORCENTAJE-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'COBRADOR ' WS-COBRADOR
                  ' GESTIONES=' DELIMITED BY SIZE
                  WS-GESTIONES-ED DELIMITED BY SIZE
                  ' PROMESAS=' DELIMITED BY SIZE
                  WS-PROMESAS-ED DELIMITED BY SIZE
                  ' POR=' DELIMITED BY SIZE
                  WS-HECHO-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING '             VENCIDAS: CUMPLIDAS=' DELIMITED BY SIZE
                  WS-CUMPLIDAS-ED DELIMITED BY SIZE
                  ' ROTAS=' DELIMITED BY SIZE
                  WS-ROTAS-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING '             PROMETIDO=' DELIMITED BY SIZE
                  WS-PROMETIDO-ED DELIMITED BY SIZE
                  ' RECUPERADO=' DELIMITED BY SIZE
                  WS-RECUPERADO-ED DELIMITED BY SIZE
                  ' %REC=' DELIMITED BY SIZE
                  WS-PORCENTAJE-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'TOT' TO WS-COBRADOR
           MOVE WS-TOT-GESTIONES        TO WS-GESTIONES
           MOVE WS-TOT-PROMESAS-HECHAS  TO WS-PROMESAS-HECHAS
           MOVE WS-TOT-MONTO-HECHO      TO WS-MONTO-HECHO
           MOVE WS-TOT-MONTO-PROMETIDO  TO WS-MONTO-PROMETIDO
           MOVE WS-TOT-MONTO-RECUPERADO TO WS-MONTO-RECUPERADO
           MOVE WS-TOT-CUMPLIDAS        TO WS-CUMPLIDAS
           MOVE WS-TOT-ROTAS            TO WS-ROTAS
           PERFORM 220-ESCRIBIR-LINEAS
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'COBRADORES REPORTADOS: ' DELIMITED BY SIZE
                  WS-COBRADORES-LEIDOS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-COBRADORES-LEIDOS TO WS-RC-REGISTROS
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
