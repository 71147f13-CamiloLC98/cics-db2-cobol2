      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DE CIERRE DE MES: PROVISION DE   *
      *   CARTERA POR BANDAS DE MORA Y PROPUESTA DE       *
      *   CASTIGO (TAPRESTA/TAPRSCHD/TAPROVIS) - SISTEMA  *
      *   BANCARIO                                        *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROVCOB.
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
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TAPROVIS END-EXEC.
      *
      *--- CARTERA VIGENTE CON LOS DIAS DE MORA DE SU CUOTA ABIERTA
      *--- MAS VIEJA YA VENCIDA (MISMO CALCULO DE C_MOROSOS EN
      *--- PRSCCOB); UN PRESTAMO AL DIA TRAE CERO Y TAMBIEN PROVISIONA
      *
           EXEC SQL
                DECLARE C_CARTERA CURSOR FOR
                SELECT
                   P.ID_PRESTAMO
                  ,P.NUMERO_CUENTA_LN
                  ,P.SALDO_CAPITAL_LN
                  ,P.MORA_LN
                  ,COALESCE(
                     (SELECT DAYS(DATE(:WS-RC-FECHA))
                           - DAYS(MIN(S.FECHA_CUOTA_SC))
                      FROM   TAPRSCHD S
                      WHERE  S.ID_PRESTAMO_SC = P.ID_PRESTAMO
                             AND S.ESTADO_SC IN ('P', 'A')
                             AND S.FECHA_CUOTA_SC < DATE(:WS-RC-FECHA))
                    ,0)
                FROM
                   TAPRESTA P
                WHERE
                   P.ESTADO_LN = 'V'
                ORDER BY
                   P.ID_PRESTAMO
           END-EXEC.
      *
      *--- PRESTAMOS YA PAGADOS QUE AUN CARGAN PROVISION DEL CIERRE
      *--- ANTERIOR: SE REINTEGRA COMPLETA
      *
           EXEC SQL
                DECLARE C_LIBERAR CURSOR FOR
                SELECT
                   V.ID_PRESTAMO_PV
                  ,V.PROVISION_PV
                FROM
                   TAPROVIS V
                  ,TAPRESTA P
                WHERE
                   V.ID_PRESTAMO_PV = P.ID_PRESTAMO
                   AND P.ESTADO_LN = 'P'
                   AND V.PROVISION_PV > 0
                ORDER BY
                   V.ID_PRESTAMO_PV
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-PRESTAMOS-LEIDOS     PIC 9(9)        VALUE 0.
           03 WS-PROPUESTOS           PIC 9(9)        VALUE 0.
           03 WS-LIBERADOS            PIC 9(9)        VALUE 0.
           03 WS-DIAS-MORA            PIC S9(9)       COMP.
           03 WS-PROVISION-ANTERIOR   PIC S9(13)V9(2) COMP-3.
           03 WS-PROVISION-REQUERIDA  PIC S9(13)V9(2) COMP-3.
           03 WS-VARIACION            PIC S9(13)V9(2) COMP-3.
           03 WS-TOTAL-GASTO          PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-REINTEGRO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-PROVISION      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-FILA-NUEVA           PIC X(1).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-DIAS-ED              PIC ZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-PCT-ED               PIC ZZ9,99.
      *
      *--- CASA CONTABLE DE LA PROVISION: CUENTA INTERNA DONDE SE
      *--- ESTAMPAN LAS PATAS 'H'/'Q' PARA QUE GLEXCOB LAS LLEVE AL
      *--- MAYOR (EL CLIENTE NO VE LA PROVISION EN SU EXTRACTO)
      *
           03 WS-CUENTA-PROVISION-N   PIC 9(10).
           03 WS-CUENTA-PROVISION     PIC X(10).
           03 WS-DIAS-CASTIGO         PIC S9(9)       COMP.
      *
      *--- BANDAS 0 (AL DIA), 1-30, 31-60, 61-90 Y MAS DE 90 DIAS, EN
      *--- LAS POSICIONES 1 A 5; PORCENTAJE DE PROVISION POR BANDA
      *--- SOBRE EL SALDO DE CAPITAL, CON SUS TOTALES DEL CIERRE
      *
           03 WS-BANDA-IDX            PIC 9(1).
           03 WS-BANDA-PCT            PIC S9(3)V9(4) COMP-3
                                      OCCURS 5 TIMES.
           03 WS-BANDA-CANT           PIC 9(9) OCCURS 5 TIMES VALUE 0.
           03 WS-BANDA-CAPITAL        PIC S9(13)V9(2) COMP-3
                                      OCCURS 5 TIMES VALUE 0.
           03 WS-BANDA-PROVISION      PIC S9(13)V9(2) COMP-3
                                      OCCURS 5 TIMES VALUE 0.
           03 WS-BANDA-CANT-ED        PIC ZZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'PROVCOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'PRV'.
          03 WC-TERMINAL-BATCH        PIC X(4)     VALUE 'BTCH'.
      *
      *--- VALORES COMPILADOS DE RESPALDO (TAPARAM MANDA): PORCENTAJE
      *--- POR BANDA Y DIAS DE MORA DESDE LOS QUE SE PROPONE CASTIGO
      *
          03 WC-PCT-BANDA-0           PIC S9(3)V9(4) COMP-3 VALUE 1.
          03 WC-PCT-BANDA-1           PIC S9(3)V9(4) COMP-3 VALUE 4.
          03 WC-PCT-BANDA-2           PIC S9(3)V9(4) COMP-3 VALUE 20.
          03 WC-PCT-BANDA-3           PIC S9(3)V9(4) COMP-3 VALUE 50.
          03 WC-PCT-BANDA-4           PIC S9(3)V9(4) COMP-3 VALUE 100.
          03 WC-DIAS-CASTIGO          PIC S9(9)    COMP   VALUE 180.
          03 WC-CUENTA-PROVISION-DEF  PIC 9(10)    VALUE 0.

       COPY RUNCTLCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 250-LIBERAR-PAGADOS
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           PERFORM 110-LEER-PARAMETROS
           MOVE SPACES TO RPT-LINEA
           STRING 'PROVISION DE CARTERA AL CIERRE - ' DELIMITED BY SIZE
                  WS-RC-FECHA                         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       110-LEER-PARAMETROS.
           MOVE 'PROV-PCT-BANDA0' TO CL-PARAM-CLAVE
           MOVE WC-PCT-BANDA-0    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WS-BANDA-PCT(1)
           MOVE 'PROV-PCT-BANDA1' TO CL-PARAM-CLAVE
           MOVE WC-PCT-BANDA-1    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WS-BANDA-PCT(2)
           MOVE 'PROV-PCT-BANDA2' TO CL-PARAM-CLAVE
           MOVE WC-PCT-BANDA-2    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WS-BANDA-PCT(3)
           MOVE 'PROV-PCT-BANDA3' TO CL-PARAM-CLAVE
           MOVE WC-PCT-BANDA-3    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WS-BANDA-PCT(4)
           MOVE 'PROV-PCT-BANDA4' TO CL-PARAM-CLAVE
           MOVE WC-PCT-BANDA-4    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WS-BANDA-PCT(5)
           MOVE 'PROV-DIAS-CASTIGO' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-CASTIGO   TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WS-DIAS-CASTIGO
      *
      *--- SIN CUENTA DE LA CASA NO HAY DONDE ESTAMPAR LAS PATAS DEL
      *--- MAYOR: LA CORRIDA NO SIGUE (MISMO CRITERIO DE CUENTA-GIROS
      *--- EN GIROCOB)
      *
           MOVE 'CUENTA-PROVISION'      TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-PROVISION-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR             TO WS-CUENTA-PROVISION-N
           MOVE WS-CUENTA-PROVISION-N   TO WS-CUENTA-PROVISION
           IF WS-CUENTA-PROVISION-N = 0
              MOVE 'ABORTADO: FALTA CUENTA-PROVISION EN TAPARAM'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              CLOSE RPT-FILE
              STOP RUN
           END-IF.

       200-PROCESO.
           EXEC SQL OPEN C_CARTERA END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CARTERA INTO
                      :CL-ID-PRESTAMO
                     ,:CL-NUMERO-CUENTA-LN
                     ,:CL-SALDO-CAPITAL-LN
                     ,:CL-MORA-LN
                     ,:WS-DIAS-MORA
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-PRESTAMOS-LEIDOS
                 PERFORM 210-PROVISIONAR-PRESTAMO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CARTERA END-EXEC.

       210-PROVISIONAR-PRESTAMO.
      *
      *--- PROVISION REQUERIDA = SALDO DE CAPITAL X PORCENTAJE DE SU
      *--- BANDA. AL MAYOR VA SOLO LA VARIACION CONTRA LO YA
      *--- CONSTITUIDO EN EL CIERRE ANTERIOR: UN AUMENTO ES GASTO
      *--- ('H') Y UNA DISMINUCION ES REINTEGRO ('Q')
      *
           EVALUATE TRUE
                WHEN WS-DIAS-MORA <= 0
                     MOVE 1 TO WS-BANDA-IDX
                WHEN WS-DIAS-MORA <= 30
                     MOVE 2 TO WS-BANDA-IDX
                WHEN WS-DIAS-MORA <= 60
                     MOVE 3 TO WS-BANDA-IDX
                WHEN WS-DIAS-MORA <= 90
                     MOVE 4 TO WS-BANDA-IDX
                WHEN OTHER
                     MOVE 5 TO WS-BANDA-IDX
           END-EVALUATE
           IF WS-DIAS-MORA < 0
              MOVE 0 TO WS-DIAS-MORA
           END-IF
           COMPUTE WS-PROVISION-REQUERIDA ROUNDED =
                   CL-SALDO-CAPITAL-LN * WS-BANDA-PCT(WS-BANDA-IDX)
                   / 100
           PERFORM 220-LEER-PROVISION
           COMPUTE WS-VARIACION = WS-PROVISION-REQUERIDA
                                 - WS-PROVISION-ANTERIOR
           IF WS-VARIACION > 0
              MOVE WS-VARIACION TO CL-MONTO
              MOVE 'H' TO CL-TIPO-TRANSACCION
              PERFORM 240-SQL-INSERTAR-PATA
              ADD WS-VARIACION TO WS-TOTAL-GASTO
           END-IF
           IF WS-VARIACION < 0
              COMPUTE CL-MONTO = 0 - WS-VARIACION
              MOVE 'Q' TO CL-TIPO-TRANSACCION
              PERFORM 240-SQL-INSERTAR-PATA
              ADD CL-MONTO TO WS-TOTAL-REINTEGRO
           END-IF
      *
      *--- PROPUESTA DE CASTIGO: DESDE EL UMBRAL DE DIAS EL PRESTAMO
      *--- QUEDA 'P' PARA LA APROBACION DEL SUPERVISOR EN CASTCOB (UN
      *--- RECHAZO SE VUELVE A PROPONER EN EL CIERRE SIGUIENTE SI SIGUE
      *--- EN MORA); SI SE PUSO AL DIA LA PROPUESTA SE RETIRA
      *
           IF WS-DIAS-MORA >= WS-DIAS-CASTIGO
              MOVE 'P' TO CL-ESTADO-CASTIGO-PV
           ELSE
              MOVE SPACES TO CL-ESTADO-CASTIGO-PV
           END-IF
           PERFORM 230-SQL-GRABAR-PROVISION
           IF CL-ESTADO-CASTIGO-PV = 'P'
              ADD 1 TO WS-PROPUESTOS
              PERFORM 235-ESCRIBIR-PROPUESTA
           END-IF
           ADD 1 TO WS-BANDA-CANT(WS-BANDA-IDX)
           ADD CL-SALDO-CAPITAL-LN
               TO WS-BANDA-CAPITAL(WS-BANDA-IDX)
           ADD WS-PROVISION-REQUERIDA
               TO WS-BANDA-PROVISION(WS-BANDA-IDX)
           ADD WS-PROVISION-REQUERIDA TO WS-TOTAL-PROVISION.

       220-LEER-PROVISION.
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-PV
           EXEC SQL
                SELECT PROVISION_PV
                INTO   :CL-PROVISION-PV
                FROM   TAPROVIS
                WHERE  ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-PROVISION-PV      TO WS-PROVISION-ANTERIOR
                     MOVE 'N' TO WS-FILA-NUEVA
                WHEN 100
                     MOVE 0      TO WS-PROVISION-ANTERIOR
                     MOVE 'S' TO WS-FILA-NUEVA
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       230-SQL-GRABAR-PROVISION.
           MOVE CL-ID-PRESTAMO          TO CL-ID-PRESTAMO-PV
           MOVE CL-NUMERO-CUENTA-LN     TO CL-NUMERO-CUENTA-PV
           MOVE WS-DIAS-MORA            TO CL-DIAS-MORA-PV
           COMPUTE CL-BANDA-PV = WS-BANDA-IDX - 1
           MOVE WS-BANDA-PCT(WS-BANDA-IDX) TO CL-PORCENTAJE-PV
           MOVE WS-PROVISION-REQUERIDA  TO CL-PROVISION-PV
           IF WS-FILA-NUEVA = 'S'
              EXEC SQL
                   INSERT INTO TAPROVIS (
                       ID_PRESTAMO_PV
                      ,NUMERO_CUENTA_PV
                      ,DIAS_MORA_PV
                      ,BANDA_PV
                      ,PORCENTAJE_PV
                      ,PROVISION_PV
                      ,FECHA_CALCULO_PV
                      ,ESTADO_CASTIGO_PV
                   ) VALUES (
                       :CL-ID-PRESTAMO-PV
                      ,:CL-NUMERO-CUENTA-PV
                      ,:CL-DIAS-MORA-PV
                      ,:CL-BANDA-PV
                      ,:CL-PORCENTAJE-PV
                      ,:CL-PROVISION-PV
                      ,DATE(:WS-RC-FECHA)
                      ,:CL-ESTADO-CASTIGO-PV
                   )
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE TAPROVIS
                   SET    DIAS_MORA_PV      = :CL-DIAS-MORA-PV
                         ,BANDA_PV          = :CL-BANDA-PV
                         ,PORCENTAJE_PV     = :CL-PORCENTAJE-PV
                         ,PROVISION_PV      = :CL-PROVISION-PV
                         ,FECHA_CALCULO_PV  = DATE(:WS-RC-FECHA)
                         ,ESTADO_CASTIGO_PV = :CL-ESTADO-CASTIGO-PV
                   WHERE  ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       235-ESCRIBIR-PROPUESTA.
           MOVE CL-ID-PRESTAMO      TO WS-ID-ED
           MOVE WS-DIAS-MORA        TO WS-DIAS-ED
           MOVE CL-SALDO-CAPITAL-LN TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PROPUESTO A CASTIGO: PRESTAMO ' DELIMITED BY SIZE
                  WS-ID-ED                         DELIMITED BY SIZE
                  ' CTA='                          DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-LN              DELIMITED BY SIZE
                  ' DIAS='                         DELIMITED BY SIZE
                  WS-DIAS-ED                       DELIMITED BY SIZE
                  ' CAPITAL='                      DELIMITED BY SIZE
                  WS-MONTO-ED                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       240-SQL-INSERTAR-PATA.
      *
      *--- LAS PATAS DE PROVISION VAN A LA CUENTA DE LA CASA, AMARRADAS
      *--- AL PRESTAMO, Y NO MUEVEN SU SALDO: SOLO ALIMENTAN EL
      *--- COMPROBANTE DE GLEXCOB VIA TAGLMAP
      *
           MOVE WS-CUENTA-PROVISION TO CL-NUMERO-CUENTA-T
           MOVE WC-USUARIO-BATCH    TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH   TO CL-TERMINAL
           MOVE CL-ID-PRESTAMO      TO CL-REFERENCIA-TRANSFERENCIA
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,FECHA_NEGOCIO_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,:CL-TIPO-TRANSACCION
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,DATE(:WS-RC-FECHA)
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       250-LIBERAR-PAGADOS.
           EXEC SQL OPEN C_LIBERAR END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_LIBERAR INTO
                      :CL-ID-PRESTAMO-PV
                     ,:CL-PROVISION-PV
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 255-LIBERAR-PROVISION
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_LIBERAR END-EXEC.

       255-LIBERAR-PROVISION.
           MOVE CL-ID-PRESTAMO-PV TO CL-ID-PRESTAMO
           MOVE CL-PROVISION-PV   TO CL-MONTO
           MOVE 'Q' TO CL-TIPO-TRANSACCION
           PERFORM 240-SQL-INSERTAR-PATA
           ADD CL-PROVISION-PV TO WS-TOTAL-REINTEGRO
           ADD 1 TO WS-LIBERADOS
           EXEC SQL
                UPDATE TAPROVIS
                SET    PROVISION_PV      = 0
                      ,FECHA_CALCULO_PV  = DATE(:WS-RC-FECHA)
                      ,ESTADO_CASTIGO_PV = ' '
                WHERE  ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       260-ESCRIBIR-BANDA.
           MOVE WS-BANDA-CANT(WS-BANDA-IDX)   TO WS-BANDA-CANT-ED
           MOVE WS-BANDA-PCT(WS-BANDA-IDX)    TO WS-PCT-ED
           MOVE WS-BANDA-PROVISION(WS-BANDA-IDX) TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           EVALUATE WS-BANDA-IDX
                WHEN 1
                     MOVE 'AL DIA     ' TO RPT-LINEA(1:11)
                WHEN 2
                     MOVE '1-30 DIAS  ' TO RPT-LINEA(1:11)
                WHEN 3
                     MOVE '31-60 DIAS ' TO RPT-LINEA(1:11)
                WHEN 4
                     MOVE '61-90 DIAS ' TO RPT-LINEA(1:11)
                WHEN OTHER
                     MOVE '+90 DIAS   ' TO RPT-LINEA(1:11)
           END-EVALUATE
           STRING 'PRESTAMOS='     DELIMITED BY SIZE
                  WS-BANDA-CANT-ED DELIMITED BY SIZE
                  ' PCT='          DELIMITED BY SIZE
                  WS-PCT-ED        DELIMITED BY SIZE
                  ' PROVISION='    DELIMITED BY SIZE
                  WS-MONTO-ED      DELIMITED BY SIZE
             INTO RPT-LINEA(12:89)
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'PROVISION POR BANDA DE MORA:' TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 260-ESCRIBIR-BANDA
                   VARYING WS-BANDA-IDX FROM 1 BY 1
                   UNTIL WS-BANDA-IDX > 5
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-TOTAL-PROVISION TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PROVISION TOTAL CONSTITUIDA: ' DELIMITED BY SIZE
                  WS-MONTO-ED                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-GASTO TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'GASTO DEL MES (H):           ' DELIMITED BY SIZE
                  WS-MONTO-ED                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-REINTEGRO TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'REINTEGRO DEL MES (Q):       ' DELIMITED BY SIZE
                  WS-MONTO-ED                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PRESTAMOS PROVISIONADOS: ' DELIMITED BY SIZE
                  WS-PRESTAMOS-LEIDOS         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PROPUESTOS A CASTIGO: '    DELIMITED BY SIZE
                  WS-PROPUESTOS               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PAGADOS CON PROVISION LIBERADA: ' DELIMITED BY SIZE
                  WS-LIBERADOS                       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PRESTAMOS-LEIDOS TO WS-RC-REGISTROS
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
