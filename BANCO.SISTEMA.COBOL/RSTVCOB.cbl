      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH VENCIMIENTO DE CODIGOS DE RETIRO *
      *   SIN TARJETA (TACODRET) Y REPORTE DIARIO         *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RSTVCOB.
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
           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TACODRET END-EXEC.
      *
      *--- CURSOR QUE RECORRE LOS CODIGOS QUE YA NO SE PUEDEN CANJEAR
      *--- Y SIGUEN RESERVANDO SALDO: VIGENTES CUYA HORA DE
      *--- VENCIMIENTO YA PASO Y BLOQUEADOS POR INTENTOS FALLIDOS EN
      *--- POSTCOB. CORRE TODOS LOS DIAS, HABILES O NO: LA VIGENCIA
      *--- DEL CODIGO ES EN HORAS CALENDARIO
      *
           EXEC SQL
                DECLARE C_VENCIDOS CURSOR FOR
                SELECT
                   ID_CODIGO_CR
                  ,NUMERO_CUENTA_CR
                  ,MONTO_CR
                  ,ESTADO_CR
                  ,ID_RETENCION_CR
                FROM
                   TACODRET
                WHERE
                   ESTADO_CR = 'B'
                   OR (ESTADO_CR = 'V'
                       AND FECHA_VENCE_CR <= CURRENT TIMESTAMP)
                ORDER BY
                   ID_CODIGO_CR
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-COD-LEIDOS           PIC 9(9)        VALUE 0.
           03 WS-COD-VENCIDOS         PIC 9(9)        VALUE 0.
           03 WS-COD-BLOQUEADOS       PIC 9(9)        VALUE 0.
           03 WS-COD-RECHAZADOS       PIC 9(9)        VALUE 0.
           03 WS-MONTO-LIBERADO       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-COD-EMITIDOS         PIC S9(9)       COMP.
           03 WS-MONTO-EMITIDO        PIC S9(13)V9(2) COMP-3.
           03 WS-COD-CANJEADOS        PIC S9(9)       COMP.
           03 WS-MONTO-CANJEADO       PIC S9(13)V9(2) COMP-3.
           03 WS-COD-VIGENTES         PIC S9(9)       COMP.
           03 WS-MONTO-VIGENTE        PIC S9(13)V9(2) COMP-3.
           03 WS-MOTIVO               PIC X(30).
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR LOS ID Y CONTEOS
      *--- (COMP) Y LOS MONTOS (COMP-3) COMO OPERANDOS DE UN STRING
      *--- (EL VERBO STRING EXIGE USAGE DISPLAY, IGUAL QUE
      *--- DB2-SQLCODE-Z MAS ABAJO)
      *
           03 WS-ID-CODIGO-ED         PIC -ZZZZZZZZ9.
           03 WS-CONTEO-ED            PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'RSTVCOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'RST'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 250-RESUMEN-DIARIO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE 'REPORTE DIARIO DE CODIGOS DE RETIRO SIN TARJETA'
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
           MOVE SPACES TO RPT-LINEA
           STRING 'FECHA DE NEGOCIO: ' DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE 'CODIGOS VENCIDOS O BLOQUEADOS, RESERVA LIBERADA:'
                TO RPT-LINEA
           WRITE RPT-LINEA
           EXEC SQL OPEN C_VENCIDOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_VENCIDOS INTO
                      :CL-ID-CODIGO-CR
                     ,:CL-NUMERO-CUENTA-CR
                     ,:CL-MONTO-CR
                     ,:CL-ESTADO-CR
                     ,:CL-ID-RETENCION-CR
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-COD-LEIDOS
                 PERFORM 210-VENCER-CODIGO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_VENCIDOS END-EXEC.

       210-VENCER-CODIGO.
      *
      *--- LA RESERVA NUNCA SALIO DE SALDO (VER 855-EMITIR-CODIGO-
      *--- RETIRO EN RSTJCTPR.cpy): LIBERARLA SOLO BAJA SALDO_RETENIDO,
      *--- SIN MOVIMIENTO EN TATRANS NI EVENTO DE POSTEO. SI LA CUENTA
      *--- YA NO EXISTE SE RECHAZA EL CODIGO SIN DETENER EL RESTO DE
      *--- LA CORRIDA
      *
           IF CL-ESTADO-CR = 'B'
              MOVE 'CODIGO BLOQUEADO POR INTENTOS' TO WS-MOTIVO
           ELSE
              MOVE 'CODIGO DE RETIRO VENCIDO' TO WS-MOTIVO
           END-IF
           MOVE CL-NUMERO-CUENTA-CR TO CL-NUMERO-CUENTA
           MOVE CL-MONTO-CR         TO CL-MONTO-R
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO_RETENIDO = SALDO_RETENIDO - :CL-MONTO-R
                WHERE  NUMERO_CUENTA  = :CL-NUMERO-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 220-SQL-LIBERAR-RETENCION
                     PERFORM 230-SQL-CERRAR-CODIGO
                     IF CL-ESTADO-CR = 'B'
                        ADD 1 TO WS-COD-BLOQUEADOS
                     ELSE
                        ADD 1 TO WS-COD-VENCIDOS
                     END-IF
                     ADD CL-MONTO-CR TO WS-MONTO-LIBERADO
                     PERFORM 240-ESCRIBIR-VENCIDO
                WHEN 100
                     ADD 1 TO WS-COD-RECHAZADOS
                     PERFORM 245-ESCRIBIR-RECHAZADO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       220-SQL-LIBERAR-RETENCION.
           MOVE CL-ID-RETENCION-CR TO CL-ID-RETENCION
           MOVE WC-USUARIO-BATCH   TO CL-USUARIO-LIBERA
           MOVE WS-MOTIVO          TO CL-MOTIVO-LIBERA
           EXEC SQL
                UPDATE TARETEN
                SET    ESTADO_R       = 'L'
                      ,USUARIO_LIBERA = :CL-USUARIO-LIBERA
                      ,MOTIVO_LIBERA  = :CL-MOTIVO-LIBERA
                WHERE  ID_RETENCION = :CL-ID-RETENCION
                       AND ESTADO_R = 'T'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       230-SQL-CERRAR-CODIGO.
           EXEC SQL
                UPDATE TACODRET
                SET    ESTADO_CR       = 'E'
                      ,FECHA_CIERRE_CR = CURRENT TIMESTAMP
                WHERE  ID_CODIGO_CR = :CL-ID-CODIGO-CR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       240-ESCRIBIR-VENCIDO.
           MOVE SPACES TO RPT-LINEA
           MOVE CL-ID-CODIGO-CR TO WS-ID-CODIGO-ED
           MOVE CL-MONTO-CR     TO WS-MONTO-ED
           STRING 'CODIGO '           DELIMITED BY SIZE
                  WS-ID-CODIGO-ED     DELIMITED BY SIZE
                  ' CUENTA='          DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-CR DELIMITED BY SIZE
                  ' MONTO='           DELIMITED BY SIZE
                  WS-MONTO-ED         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-MOTIVO           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       245-ESCRIBIR-RECHAZADO.
           MOVE SPACES TO RPT-LINEA
           MOVE CL-ID-CODIGO-CR TO WS-ID-CODIGO-ED
           STRING 'CODIGO '           DELIMITED BY SIZE
                  WS-ID-CODIGO-ED     DELIMITED BY SIZE
                  ' CUENTA='          DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-CR DELIMITED BY SIZE
                  ' RECHAZADO, CUENTA NO ENCONTRADA' DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       250-RESUMEN-DIARIO.
      *
      *--- MOVIMIENTO DEL DIA DE NEGOCIO: CODIGOS EMITIDOS (VENTANILLA
      *--- Y CANAL) Y CANJEADOS EN CAJERO; LOS VENCIDOS SON LOS QUE
      *--- ESTA CORRIDA ACABA DE LIBERAR. AL FINAL, LO QUE QUEDA
      *--- RESERVADO EN CODIGOS AUN VIGENTES
      *
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(SUM(MONTO_CR), 0)
                INTO   :WS-COD-EMITIDOS
                      ,:WS-MONTO-EMITIDO
                FROM   TACODRET
                WHERE  DATE(FECHA_EMISION_CR) = DATE(:WS-RC-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(SUM(MONTO_CR), 0)
                INTO   :WS-COD-CANJEADOS
                      ,:WS-MONTO-CANJEADO
                FROM   TACODRET
                WHERE  ESTADO_CR = 'C'
                       AND DATE(FECHA_CIERRE_CR) = DATE(:WS-RC-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(SUM(MONTO_CR), 0)
                INTO   :WS-COD-VIGENTES
                      ,:WS-MONTO-VIGENTE
                FROM   TACODRET
                WHERE  ESTADO_CR = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-COD-EMITIDOS  TO WS-CONTEO-ED
           MOVE WS-MONTO-EMITIDO TO WS-MONTO-ED
           MOVE 'CODIGOS EMITIDOS:' TO WS-MOTIVO
           PERFORM 260-ESCRIBIR-TOTAL
           MOVE WS-COD-CANJEADOS  TO WS-CONTEO-ED
           MOVE WS-MONTO-CANJEADO TO WS-MONTO-ED
           MOVE 'CODIGOS CANJEADOS:' TO WS-MOTIVO
           PERFORM 260-ESCRIBIR-TOTAL
           COMPUTE WS-CONTEO-ED = WS-COD-VENCIDOS + WS-COD-BLOQUEADOS
           MOVE WS-MONTO-LIBERADO TO WS-MONTO-ED
           MOVE 'CODIGOS VENCIDOS:' TO WS-MOTIVO
           PERFORM 260-ESCRIBIR-TOTAL
           MOVE WS-COD-BLOQUEADOS TO WS-CONTEO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  DE ELLOS BLOQUEADOS POR INTENTOS: '
                                        DELIMITED BY SIZE
                  WS-CONTEO-ED          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-COD-VIGENTES  TO WS-CONTEO-ED
           MOVE WS-MONTO-VIGENTE TO WS-MONTO-ED
           MOVE 'CODIGOS VIGENTES AL CIERRE:' TO WS-MOTIVO
           PERFORM 260-ESCRIBIR-TOTAL.

       260-ESCRIBIR-TOTAL.
           MOVE SPACES TO RPT-LINEA
           STRING WS-MOTIVO             DELIMITED BY SIZE
                  WS-CONTEO-ED          DELIMITED BY SIZE
                  '  MONTO='            DELIMITED BY SIZE
                  WS-MONTO-ED           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CODIGOS LEIDOS: '     DELIMITED BY SIZE
                  WS-COD-LEIDOS          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CODIGOS RECHAZADOS: ' DELIMITED BY SIZE
                  WS-COD-RECHAZADOS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-COD-LEIDOS TO WS-RC-REGISTROS
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
