      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH CONCILIACION DE LOS CICLOS DE    *
      *   ABASTECIMIENTO DE CAJEROS AUTOMATICOS (TACICATM)*
      *   - SISTEMA BANCARIO                              *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ATMCRCOB.
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
           EXEC SQL INCLUDE TACICATM END-EXEC.
           EXEC SQL INCLUDE TACAJMOV END-EXEC.
           EXEC SQL INCLUDE TACAJERO END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TASUSPEN END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           COPY SUSPCTCP.
      *
      *--- CICLOS CERRADOS (DESCARGADOS) HASTA LA FECHA DE NEGOCIO.
      *--- LOS QUE AUN NO CUMPLEN LAS CONDICIONES PARA CONCILIAR SE
      *--- REPORTAN Y QUEDAN 'C' PARA LA CORRIDA SIGUIENTE
      *
           EXEC SQL
                DECLARE C_CICLOS CURSOR FOR
                SELECT
                   ID_CICLO
                  ,TERMINAL_CI
                  ,ID_DESCARGUE_CI
                  ,MONTO_CARGADO_CI
                  ,MONTO_DESCARGADO_CI
                  ,MONTO_REMANENTE_CI
                  ,MONTO_SWITCH_CI
                  ,FECHA_APERTURA_CI
                  ,FECHA_CIERRE_CI
                  ,FECHA_NEGOCIO_CIERRE_CI
                FROM
                   TACICATM
                WHERE
                   ESTADO_CI = 'C'
                   AND FECHA_NEGOCIO_CIERRE_CI <= DATE(:WS-RC-FECHA)
                ORDER BY
                   TERMINAL_CI
                  ,ID_CICLO
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-LEIDOS               PIC 9(9)        VALUE 0.
           03 WS-CONCILIADOS          PIC 9(9)        VALUE 0.
           03 WS-PENDIENTES           PIC 9(9)        VALUE 0.
           03 WS-CON-DIFERENCIA       PIC 9(9)        VALUE 0.
           03 WS-DESCUADRES-SWITCH    PIC 9(9)        VALUE 0.
           03 WS-TOTAL-SOBRANTE       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-FALTANTE       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-DISPENSADO           PIC S9(13)V9(2) COMP-3.
           03 WS-ESPERADO             PIC S9(13)V9(2) COMP-3.
           03 WS-DIFERENCIA           PIC S9(13)V9(2) COMP-3.
           03 WS-DIF-SWITCH           PIC S9(13)V9(2) COMP-3.
           03 WS-CORRIDAS-SWITCH      PIC S9(9)       COMP.
           03 WS-ID-ED                PIC Z(8)9.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-MONTO2-ED            PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-MOTIVO-PENDIENTE     PIC X(40).
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
           03 WS-LISTO-FALG           PIC X           VALUE 'N'.
              88 WS-CICLO-LISTO                       VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ATMCRCOB'.
      *
      *--- EL CRUCE CONTRA EL SWITCH EXIGE QUE LA LIQUIDACION DEL DIA
      *--- DEL CIERRE YA HAYA CORRIDO (ATMRCOB, VER TARUNCTL)
      *
          03 WC-PROGRAMA-SWITCH       PIC X(8)     VALUE 'ATMRCOB'.

       COPY RUNCTLCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTE PROCESO (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy); LA SUCURSAL DEL
      *--- EVENTO ES LA DE LA CUENTA
      *
           MOVE 'BAT'          TO WS-EV-CANAL
           MOVE 'BAT'          TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'CONCILIACION DE CICLOS DE CAJEROS AUTOMATICOS - '
                                       DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_CICLOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 410-LEER-CICLO
           PERFORM UNTIL WS-CUR-FIN
              PERFORM 210-CONCILIAR-CICLO
              PERFORM 410-LEER-CICLO
           END-PERFORM
           EXEC SQL CLOSE C_CICLOS END-EXEC.

       210-CONCILIAR-CICLO.
      *
      *--- CARGADO - DISPENSADO - DESCARGADO ES LO QUE DEBIA QUEDAR EN
      *--- EL CAJERO; CONTRA EL REMANENTE CONTADO DA EL SOBRANTE (+) O
      *--- EL FALTANTE (-) DEL CICLO
      *
           MOVE CL-ID-CICLO TO WS-ID-ED
           PERFORM 220-VALIDAR-CICLO
           IF NOT WS-CICLO-LISTO
              ADD 1 TO WS-PENDIENTES
              MOVE SPACES TO RPT-LINEA
              STRING 'CICLO ' WS-ID-ED ' TRM ' CL-TERMINAL-CI
                     ' PENDIENTE: ' WS-MOTIVO-PENDIENTE
                     DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           ELSE
              PERFORM 230-SUMAR-DISPENSADO
              COMPUTE WS-ESPERADO = CL-MONTO-CARGADO-CI
                                  - WS-DISPENSADO
                                  - CL-MONTO-DESCARGADO-CI
              COMPUTE WS-DIFERENCIA = CL-MONTO-REMANENTE-CI
                                    - WS-ESPERADO
              COMPUTE WS-DIF-SWITCH = CL-MONTO-SWITCH-CI
                                    - WS-DISPENSADO
              PERFORM 240-ESCRIBIR-CICLO
              IF WS-DIFERENCIA NOT = 0
                 PERFORM 250-POSTEAR-DIFERENCIA
              END-IF
              IF WS-CICLO-LISTO
                 PERFORM 260-MARCAR-CONCILIADO
              END-IF
           END-IF.

       220-VALIDAR-CICLO.
      *
      *--- EL CICLO SE CONCILIA CUANDO LA BOVEDA YA ACUSO EL DESCARGUE
      *--- (EL REMANENTE ESTA CONTADO POR DOS PERSONAS) Y CUANDO LA
      *--- LIQUIDACION DEL SWITCH DEL DIA DEL CIERRE YA CORRIO
      *
           SET WS-CICLO-LISTO TO TRUE
           MOVE SPACES TO WS-MOTIVO-PENDIENTE
           IF CL-ID-DESCARGUE-CI NOT = 0
              MOVE CL-ID-DESCARGUE-CI TO CL-ID-CAJMOV
              EXEC SQL
                   SELECT ESTADO_CM
                   INTO   :CL-ESTADO-CM
                   FROM   TACAJMOV
                   WHERE  ID_CAJMOV = :CL-ID-CAJMOV
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF CL-ESTADO-CM NOT = 'A'
                 MOVE 'N' TO WS-LISTO-FALG
                 MOVE 'DESCARGUE SIN ACUSE DE LA BOVEDA'
                      TO WS-MOTIVO-PENDIENTE
              END-IF
           END-IF
           IF WS-CICLO-LISTO
              MOVE WC-PROGRAMA-SWITCH TO CL-PROGRAMA-RC
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-CORRIDAS-SWITCH
                   FROM   TARUNCTL
                   WHERE  PROGRAMA_RC = :CL-PROGRAMA-RC
                          AND ESTADO_RC = 'T'
                          AND FECHA_NEGOCIO_RC >=
                              :CL-FECHA-NEGOCIO-CIERRE-CI
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
              IF WS-CORRIDAS-SWITCH = 0
                 MOVE 'N' TO WS-LISTO-FALG
                 MOVE 'FALTA LA LIQUIDACION DEL SWITCH'
                      TO WS-MOTIVO-PENDIENTE
              END-IF
           END-IF.

       230-SUMAR-DISPENSADO.
      *
      *--- LO DISPENSADO SON LOS RETIROS QUE POSTCOB POSTEO POR EL
      *--- CANAL (USUARIO 'ATM') EN ESTA TERMINAL DENTRO DE LA VENTANA
      *--- DEL CICLO: DEL ACUSE DEL CARGUE AL DESCARGUE
      *
           MOVE CL-TERMINAL-CI TO CL-TERMINAL
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO   :WS-DISPENSADO
                FROM   TATRANS
                WHERE  USUARIO = 'ATM'
                       AND TERMINAL = :CL-TERMINAL
                       AND TIPO_TRANSACCION = 'R'
                       AND FECHA_HORA >= :CL-FECHA-APERTURA-CI
                       AND FECHA_HORA <= :CL-FECHA-CIERRE-CI
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       240-ESCRIBIR-CICLO.
           MOVE CL-MONTO-CARGADO-CI TO WS-MONTO-ED
           MOVE WS-DISPENSADO       TO WS-MONTO2-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CICLO ' WS-ID-ED ' TRM ' CL-TERMINAL-CI
                  ' CARGADO=' DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  ' DISPENSADO=' DELIMITED BY SIZE
                  WS-MONTO2-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE CL-MONTO-DESCARGADO-CI TO WS-MONTO-ED
           MOVE CL-MONTO-REMANENTE-CI  TO WS-MONTO2-ED
           MOVE SPACES TO RPT-LINEA
           STRING '          DESCARGADO=' DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  ' REMANENTE=' DELIMITED BY SIZE
                  WS-MONTO2-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-DIFERENCIA TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           EVALUATE TRUE
                WHEN WS-DIFERENCIA > 0
                     STRING '          SOBRANTE=' DELIMITED BY SIZE
                            WS-MONTO-ED DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                WHEN WS-DIFERENCIA < 0
                     STRING '          FALTANTE=' DELIMITED BY SIZE
                            WS-MONTO-ED DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                WHEN OTHER
                     MOVE '          CUADRADO' TO RPT-LINEA
           END-EVALUATE
           WRITE RPT-LINEA
      *
      *--- CRUCE CONTRA EL SWITCH: LO QUE EL SWITCH LIQUIDO EN LA
      *--- VENTANA DEL CICLO (ACUMULADO POR ATMRCOB) CONTRA LO QUE
      *--- NOSOTROS POSTEAMOS. UNA DIFERENCIA AQUI EXPLICA EL
      *--- SOBRANTE/FALTANTE Y SE INVESTIGA CON EL REPORTE DE ATMRCOB
      *
           IF WS-DIF-SWITCH NOT = 0
              ADD 1 TO WS-DESCUADRES-SWITCH
              MOVE CL-MONTO-SWITCH-CI TO WS-MONTO-ED
              MOVE WS-DIF-SWITCH      TO WS-MONTO2-ED
              MOVE SPACES TO RPT-LINEA
              STRING '          SWITCH=' DELIMITED BY SIZE
                     WS-MONTO-ED DELIMITED BY SIZE
                     ' NO CUADRA, DIF=' DELIMITED BY SIZE
                     WS-MONTO2-ED DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF.

       250-POSTEAR-DIFERENCIA.
      *
      *--- LA DIFERENCIA VA A LA CUENTA PUENTE DE SUSPENSOS (VER
      *--- SUSPCTPR.cpy) CON SU SIGNO: EL SOBRANTE SE ABONA Y EL
      *--- FALTANTE SE DEBITA (UN 'W' EN NEGATIVO, IGUAL QUE LA
      *--- DEVOLUCION DE SUSPCOB). OPERACIONES LO RESUELVE EN SUSPCOB.
      *--- SIN CUENTA PUENTE CONFIGURADA EL CICLO QUEDA 'C'
      *
           MOVE CL-ID-CICLO TO WS-ID-NUM
           MOVE SPACES TO WS-SP-REFERENCIA
           STRING 'CIC' WS-ID-NUM DELIMITED BY SIZE
             INTO WS-SP-REFERENCIA
           END-STRING
           MOVE WC-PROGRAMA    TO WS-SP-PROGRAMA
           MOVE SPACES         TO WS-SP-CUENTA-PREVISTA
           MOVE WS-DIFERENCIA  TO WS-SP-MONTO
           MOVE WS-RC-FECHA    TO WS-SP-FECHA
           MOVE SPACES TO WS-SP-MOTIVO
           IF WS-DIFERENCIA > 0
              STRING 'SOBRANTE CAJERO AUTOMATICO ' CL-TERMINAL-CI
                     DELIMITED BY SIZE
                INTO WS-SP-MOTIVO
              END-STRING
           ELSE
              STRING 'FALTANTE CAJERO AUTOMATICO ' CL-TERMINAL-CI
                     DELIMITED BY SIZE
                INTO WS-SP-MOTIVO
              END-STRING
           END-IF
           PERFORM 896-POSTEAR-A-SUSPENSO
           IF WS-SP-POSTEADO
      *
      *--- EL ITEM NO TIENE CUENTA PREVISTA: RESPONDE POR EL LA
      *--- SUCURSAL DEL CAJERO
      *
              MOVE CL-TERMINAL-CI TO CL-TERMINAL-AT
              EXEC SQL
                   UPDATE TASUSPEN
                   SET    SUCURSAL_SU =
                          (SELECT SUCURSAL_AT
                           FROM   TACAJERO
                           WHERE  TERMINAL_AT = :CL-TERMINAL-AT)
                   WHERE  PROGRAMA_SU = :WS-SP-PROGRAMA
                          AND REFERENCIA_SU = :WS-SP-REFERENCIA
                          AND ESTADO_SU = 'P'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 999-ERROR-DB2
              END-IF
              ADD 1 TO WS-CON-DIFERENCIA
              IF WS-DIFERENCIA > 0
                 ADD WS-DIFERENCIA TO WS-TOTAL-SOBRANTE
              ELSE
                 ADD WS-DIFERENCIA TO WS-TOTAL-FALTANTE
              END-IF
           ELSE
              MOVE 'N' TO WS-LISTO-FALG
              ADD 1 TO WS-PENDIENTES
              MOVE '          NO SE POSTEO A SUSPENSO, CICLO PENDIENTE'
                   TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF.

       260-MARCAR-CONCILIADO.
           MOVE WS-DISPENSADO TO CL-MONTO-DISPENSADO-CI
           MOVE WS-DIFERENCIA TO CL-DIFERENCIA-CI
           EXEC SQL
                UPDATE TACICATM
                SET    ESTADO_CI           = 'Z'
                      ,MONTO_DISPENSADO_CI = :CL-MONTO-DISPENSADO-CI
                      ,DIFERENCIA_CI       = :CL-DIFERENCIA-CI
                WHERE  ID_CICLO = :CL-ID-CICLO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-CONCILIADOS.

       410-LEER-CICLO.
           EXEC SQL
                FETCH C_CICLOS INTO
                   :CL-ID-CICLO
                  ,:CL-TERMINAL-CI
                  ,:CL-ID-DESCARGUE-CI
                  ,:CL-MONTO-CARGADO-CI
                  ,:CL-MONTO-DESCARGADO-CI
                  ,:CL-MONTO-REMANENTE-CI
                  ,:CL-MONTO-SWITCH-CI
                  ,:CL-FECHA-APERTURA-CI
                  ,:CL-FECHA-CIERRE-CI
                  ,:CL-FECHA-NEGOCIO-CIERRE-CI
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-LEIDOS
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CICLOS CERRADOS LEIDOS: ' DELIMITED BY SIZE
                  WS-LEIDOS               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CONCILIADOS: '         DELIMITED BY SIZE
                  WS-CONCILIADOS          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PENDIENTES: '          DELIMITED BY SIZE
                  WS-PENDIENTES           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CON DIFERENCIA A SUSPENSO: ' DELIMITED BY SIZE
                  WS-CON-DIFERENCIA       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-SOBRANTE TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL SOBRANTES: '     DELIMITED BY SIZE
                  WS-MONTO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-FALTANTE TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL FALTANTES: '     DELIMITED BY SIZE
                  WS-MONTO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CICLOS QUE NO CUADRAN CON EL SWITCH: '
                                          DELIMITED BY SIZE
                  WS-DESCUADRES-SWITCH    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CONCILIADOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY SUSPCTPR.
       COPY EVNTCTPR.

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
