      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REVERSA SUPERVISADA DE UNA       *
      *   CORRIDA BATCH COMPLETA (TARUNCTL / TATRANS      *
      *   TIPO 'V') - SISTEMA BANCARIO                    *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BKOTCOB.
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
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TASOBDIA END-EXEC.
           EXEC SQL INCLUDE TASUSPEN END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- TODO LO QUE LA CORRIDA POSTEO (PROGRAMA_T Y FECHA DE
      *--- NEGOCIO) Y TODAVIA NO TIENE SU PATA 'V': LO YA REVERSADO
      *--- UNO A UNO EN REVSCOB NO SE VUELVE A REVERSAR
      *
           EXEC SQL
                DECLARE C_MOVIMIENTOS CURSOR FOR
                SELECT
                   T.ID_TRANSACTION
                  ,T.NUMERO_CUENTA_T
                  ,T.TIPO_TRANSACCION
                  ,T.MONTO
                FROM
                   TATRANS T
                WHERE
                   T.PROGRAMA_T = :WS-PARM-PROGRAMA
                   AND T.FECHA_NEGOCIO_T = DATE(:WS-PARM-FECHA)
                   AND T.TIPO_TRANSACCION <> 'V'
                   AND NOT EXISTS
                      (SELECT 1
                       FROM   TATRANS V
                       WHERE  V.TIPO_TRANSACCION = 'V'
                         AND  V.REFERENCIA_TRANSFERENCIA =
                              T.ID_TRANSACTION)
                ORDER BY
                   T.ID_TRANSACTION
           END-EXEC.
      *
      *--- PARTIDAS QUE LA CORRIDA DEJO EN LA CUENTA PUENTE DE
      *--- SUSPENSOS (PAYRCOB, VER SUSPCTPR)
      *
           EXEC SQL
                DECLARE C_SUSPENSOS CURSOR FOR
                SELECT
                   ID_SUSPENSO
                  ,CUENTA_PREVISTA_SU
                  ,MONTO_SU
                  ,ESTADO_SU
                FROM
                   TASUSPEN
                WHERE
                   PROGRAMA_SU = :WS-PARM-PROGRAMA
                   AND FECHA_NEGOCIO_SU = DATE(:WS-PARM-FECHA)
                   AND ESTADO_SU <> 'R'
                ORDER BY
                   ID_SUSPENSO
           END-EXEC.
      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-8  CORRIDA A REVERSAR, CON EL NOMBRE QUE TIENE EN
      *---           TARUNCTL (INTRCOB, FEEMCOB, ODINCOBC, SWPBCOB O
      *---           PAYRCOB, O UNA PARTICION: INTRCOB1, FEEMCOB2...)
      *--- POS  9-18 FECHA DE NEGOCIO DE LA CORRIDA (AAAA-MM-DD)
      *--- POS 19    MODO: 'R' CORRIDA REAL; CUALQUIER OTRO VALOR ES
      *---           SIMULACION (SOLO REPORTA LO QUE SE REVERSARIA)
      *--- POS 20-22 SUPERVISOR QUE AUTORIZA (TAOPERA, ROL 'S')
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-PROGRAMA        PIC X(8).
      *
      *--- SOLO LOS JOBS CUYOS POSTEOS SON MOVIMIENTOS SIMPLES DE
      *--- SALDO, QUE LA REGLA DE REVSCOB DESHACE SIN MAS. LOS QUE
      *--- MUEVEN SALDO_RETENIDO O CREAN RETENCIONES Y AVISOS AL
      *--- CLIENTE (EMBRCOB, CLRICOB...) NO SE REVERSAN A CIEGAS
      *
              88 WS-PROGRAMA-REVERSABLE       VALUE 'INTRCOB'
                                                    'FEEMCOB'
                                                    'ODINCOBC'
                                                    'SWPBCOB'
                                                    'PAYRCOB'.
      *
      *--- LA CORRIDA DE UNA PARTICION (TAPARTIC) DE UN JOB
      *--- REVERSABLE SE REVERSA SOLA: JOB + DIGITO (INTRCOB3)
      *
           03 WS-PARM-PROGRAMA-R  REDEFINES WS-PARM-PROGRAMA.
              05 WS-PARM-PROGRAMA-BASE PIC X(7).
                 88 WS-BASE-REVERSABLE            VALUE 'INTRCOB'
                                                        'FEEMCOB'.
              05 WS-PARM-PARTICION     PIC X(1).
                 88 WS-PARTICION-VALIDA           VALUE '1' THRU '9'.
           03 WS-PARM-FECHA           PIC X(10).
           03 WS-PARM-MODO            PIC X(1).
              88 WS-CORRIDA-REAL                      VALUE 'R'.
           03 WS-PARM-SUPERVISOR      PIC X(3).

       01  WS-VARIABLES.
           03 WS-ID-ORIGINAL          PIC S9(9)       COMP.
           03 WS-CUENTA-ORIGINAL      PIC X(10).
           03 WS-TIPO-ORIGINAL        PIC X(1).
           03 WS-MONTO-ORIGINAL       PIC S9(13)V9(2) COMP-3.
      *
      *--- EFECTO QUE EL MOVIMIENTO ORIGINAL TUVO SOBRE EL SALDO
      *--- (POSITIVO = ABONO), CON LA MISMA REGLA DE REVSCOB. LA
      *--- REVERSA APLICA EL EFECTO CONTRARIO
      *
           03 WS-EFECTO-SALDO         PIC S9(13)V9(2) COMP-3.
           03 WS-TOT-ABONOS           PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-DEBITOS          PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MOVIMIENTOS          PIC 9(9)        VALUE 0.
           03 WS-FILAS-SOBREGIRO      PIC S9(9)       COMP.
           03 WS-SOBREGIROS-ABIERTOS  PIC 9(9)        VALUE 0.
           03 WS-SUSPENSOS-ANULADOS   PIC 9(9)        VALUE 0.
           03 WS-SUSPENSOS-RESUELTOS  PIC 9(9)        VALUE 0.
           03 WS-MONTO-RESUELTOS      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-EXCEPCIONES-CERRADAS PIC S9(9)       COMP VALUE 0.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA LOS MONTOS Y CONTADORES EN
      *--- STRING
      *
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-CTA-ED               PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-MONTO2-ED            PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'BKOTCOB'.
          03 WC-TERMINAL-BATCH        PIC X(4)     VALUE 'BATC'.
          03 WC-NOTA-REVERSA          PIC X(40)    VALUE
             'CORRIDA REVERSADA COMPLETA EN BKOTCOB'.

       COPY FECNEGCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           IF NOT WS-CORRIDA-REAL
              MOVE 'S' TO WS-PARM-MODO
           END-IF
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE LAS PATAS 'V' (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy): EL USUARIO ES EL
      *--- SUPERVISOR QUE AUTORIZA, IGUAL QUE EN REVSCOB
      *
           MOVE 'BAT'              TO WS-EV-CANAL
           MOVE WS-PARM-SUPERVISOR TO WS-EV-USUARIO
           MOVE WC-PROGRAMA        TO WS-EV-PROGRAMA
           MOVE SPACES             TO WS-EV-SUCURSAL
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'REVERSA DE LA CORRIDA ' DELIMITED BY SIZE
                  WS-PARM-PROGRAMA         DELIMITED BY SIZE
                  ' DEL '                  DELIMITED BY SIZE
                  WS-PARM-FECHA            DELIMITED BY SIZE
                  ' - '                    DELIMITED BY SIZE
                  WS-FN-FECHA              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE 'CORRIDA REAL' TO RPT-LINEA
           ELSE
              MOVE 'SIMULACION: SOLO SE REPORTA, NO SE REVERSA NADA'
                   TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 110-VALIDAR-TARJETA
           PERFORM 120-VALIDAR-SUPERVISOR
           PERFORM 130-VALIDAR-CORRIDA.

       110-VALIDAR-TARJETA.
           IF WS-PARM-PROGRAMA = SPACES
              OR WS-PARM-PROGRAMA = LOW-VALUES
              OR WS-PARM-FECHA = SPACES
              OR WS-PARM-FECHA = LOW-VALUES
              MOVE 'ABORTADO: FALTA LA CORRIDA O LA FECHA EN TARJETA'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           IF NOT WS-PROGRAMA-REVERSABLE
              AND NOT (WS-BASE-REVERSABLE AND WS-PARTICION-VALIDA)
              MOVE SPACES TO RPT-LINEA
              STRING 'ABORTADO: LA CORRIDA ' DELIMITED BY SIZE
                     WS-PARM-PROGRAMA        DELIMITED BY SIZE
                     ' NO SE PUEDE REVERSAR CON ESTE PROCESO'
                                             DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              PERFORM 190-ABORTAR
           END-IF.

       120-VALIDAR-SUPERVISOR.
      *
      *--- REVERSAR UNA CORRIDA COMPLETA LO AUTORIZA UN SUPERVISOR
      *--- ACTIVO, EL MISMO ROL QUE EXIGE REVSCOB PARA UNA SOLA
      *--- TRANSACCION; QUEDA COMO USUARIO DE CADA PATA 'V'
      *
           MOVE WS-PARM-SUPERVISOR TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
                      ,ESTADO_OPERADOR
                INTO   :CL-ROL-OPERADOR
                      ,:CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF CL-ROL-OPERADOR NOT = 'S'
                        OR CL-ESTADO-OPERADOR NOT = 'A'
                        MOVE 'ABORTADO: EL OPERADOR NO ES SUPERVISOR'
                             TO RPT-LINEA
                        PERFORM 190-ABORTAR
                     END-IF
                WHEN 100
                     MOVE 'ABORTADO: SUPERVISOR NO EXISTE EN TAOPERA'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       130-VALIDAR-CORRIDA.
      *
      *--- SOLO SE REVERSA UNA CORRIDA QUE TERMINO ('T') O QUE YA
      *--- TIENE LA RECORRIDA AUTORIZADA ('X', PUEDE HABER DEJADO
      *--- POSTEOS A MEDIAS). UNA CORRIDA EN 'E' PUEDE ESTAR TODAVIA
      *--- POSTEANDO, Y UNA EN 'R' YA FUE REVERSADA
      *
           MOVE WS-PARM-PROGRAMA TO CL-PROGRAMA-RC
           EXEC SQL
                SELECT ESTADO_RC
                      ,REGISTROS_RC
                INTO   :CL-ESTADO-RC
                      ,:CL-REGISTROS-RC
                FROM   TARUNCTL
                WHERE  PROGRAMA_RC = :CL-PROGRAMA-RC
                       AND FECHA_NEGOCIO_RC = DATE(:WS-PARM-FECHA)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'ABORTADO: ESA CORRIDA NO EXISTE EN TARUNCTL'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           EVALUATE CL-ESTADO-RC
                WHEN 'T'
                WHEN 'X'
                     MOVE CL-REGISTROS-RC TO WS-CTA-ED
                     MOVE SPACES TO RPT-LINEA
                     STRING 'CORRIDA EN ESTADO '  DELIMITED BY SIZE
                            CL-ESTADO-RC          DELIMITED BY SIZE
                            ', REGISTROS: '       DELIMITED BY SIZE
                            WS-CTA-ED             DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     WRITE RPT-LINEA
                WHEN 'E'
                     MOVE 'ABORTADO: LA CORRIDA SIGUE EN EJECUCION'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
                WHEN 'R'
                     MOVE 'ABORTADO: ESA CORRIDA YA FUE REVERSADA'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
                WHEN OTHER
                     MOVE 'ABORTADO: ESTADO DE CORRIDA DESCONOCIDO'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
           END-EVALUATE.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
      *
      *--- TODA LA REVERSA ES UNA SOLA UNIDAD DE TRABAJO: O QUEDA LA
      *--- CORRIDA COMPLETA REVERSADA Y MARCADA 'R', O CUALQUIER
      *--- ERROR DESHACE TODO (999-ERROR-DB2) Y LA CORRIDA QUEDA COMO
      *--- ESTABA
      *
           PERFORM 210-REVERSAR-MOVIMIENTOS
           PERFORM 240-ANULAR-SUSPENSOS
           PERFORM 250-CERRAR-EXCEPCIONES
           IF WS-CORRIDA-REAL
              PERFORM 260-MARCAR-CORRIDA
           END-IF.

       210-REVERSAR-MOVIMIENTOS.
           EXEC SQL OPEN C_MOVIMIENTOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_MOVIMIENTOS INTO
                      :CL-ID-TRANSACTION
                     ,:CL-NUMERO-CUENTA-T
                     ,:CL-TIPO-TRANSACCION
                     ,:CL-MONTO
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 220-REVERSAR-MOVIMIENTO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_MOVIMIENTOS END-EXEC.

       220-REVERSAR-MOVIMIENTO.
           ADD 1 TO WS-MOVIMIENTOS
           MOVE CL-ID-TRANSACTION   TO WS-ID-ORIGINAL
           MOVE CL-NUMERO-CUENTA-T  TO WS-CUENTA-ORIGINAL
           MOVE CL-TIPO-TRANSACCION TO WS-TIPO-ORIGINAL
           MOVE CL-MONTO            TO WS-MONTO-ORIGINAL
      *
      *--- MISMA REGLA DE EFECTO DE REVSCOB: 'D' E 'I' ABONARON; 'R',
      *--- 'G', 'X' (RETENCION EN LA FUENTE DE INTRCOB), 'O' Y 'M'
      *--- DEBITARON CON MONTO POSITIVO; 'T', 'W' Y LOS DEMAS TIPOS
      *--- YA TRAEN SU DIRECCION EN EL SIGNO DEL MONTO
      *
           EVALUATE WS-TIPO-ORIGINAL
                WHEN 'D'
                WHEN 'I'
                     MOVE WS-MONTO-ORIGINAL TO WS-EFECTO-SALDO
                WHEN 'R'
                WHEN 'G'
                WHEN 'X'
                WHEN 'O'
                WHEN 'M'
                     COMPUTE WS-EFECTO-SALDO = 0 - WS-MONTO-ORIGINAL
                WHEN OTHER
                     MOVE WS-MONTO-ORIGINAL TO WS-EFECTO-SALDO
           END-EVALUATE
           IF WS-EFECTO-SALDO > 0
              ADD WS-EFECTO-SALDO TO WS-TOT-ABONOS
           ELSE
              SUBTRACT WS-EFECTO-SALDO FROM WS-TOT-DEBITOS
           END-IF
           MOVE WS-ID-ORIGINAL TO WS-ID-ED
           COMPUTE WS-MONTO-ED = 0 - WS-EFECTO-SALDO
           MOVE SPACES TO RPT-LINEA
           STRING 'TRANSACCION '      DELIMITED BY SIZE
                  WS-ID-ED            DELIMITED BY SIZE
                  ' CTA '             DELIMITED BY SIZE
                  WS-CUENTA-ORIGINAL  DELIMITED BY SIZE
                  ' TIPO '            DELIMITED BY SIZE
                  WS-TIPO-ORIGINAL    DELIMITED BY SIZE
                  ' REVERSA='         DELIMITED BY SIZE
                  WS-MONTO-ED         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE WS-CUENTA-ORIGINAL TO CL-NUMERO-CUENTA
              EXEC SQL
                   UPDATE TACUENT
                   SET    SALDO = SALDO - :WS-EFECTO-SALDO
                   WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'V' TO WS-EV-TIPO
              COMPUTE WS-EV-MONTO = 0 - WS-EFECTO-SALDO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              PERFORM 230-SQL-INSERTAR-REVERSA
           END-IF
           IF WS-TIPO-ORIGINAL = 'O'
              PERFORM 235-REABRIR-SOBREGIRO
           END-IF.

       230-SQL-INSERTAR-REVERSA.
      *
      *--- LA PATA 'V' QUEDA AMARRADA AL ORIGINAL POR
      *--- REFERENCIA_TRANSFERENCIA, COMO EN REVSCOB (ES TAMBIEN LA
      *--- GUARDA DE DOBLE REVERSA DEL CURSOR), CON EL SIGNO CONTRARIO
      *--- AL EFECTO ORIGINAL Y EN LA FECHA DE NEGOCIO ABIERTA
      *
           MOVE WS-CUENTA-ORIGINAL TO CL-NUMERO-CUENTA-T
           MOVE WS-PARM-SUPERVISOR TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH  TO CL-TERMINAL
           MOVE WS-ID-ORIGINAL     TO CL-REFERENCIA-TRANSFERENCIA
           MOVE WC-PROGRAMA        TO CL-PROGRAMA-T
           COMPUTE CL-MONTO = 0 - WS-EFECTO-SALDO
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
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,'V'
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       235-REABRIR-SOBREGIRO.
      *
      *--- EL COBRO DE SOBREGIRO DE ODINCOB MARCO COBRADAS LAS FILAS
      *--- DIARIAS DE LA CUENTA: AL REVERSARLO VUELVEN A 'N' LAS QUE
      *--- ESE COBRO MARCO (FECHA_COBRO_O), ASI EL PROXIMO COBRO LAS
      *--- TOMA DE NUEVO
      *
           MOVE WS-CUENTA-ORIGINAL TO CL-NUMERO-CUENTA-O
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-FILAS-SOBREGIRO
                FROM   TASOBDIA
                WHERE  NUMERO_CUENTA_O = :CL-NUMERO-CUENTA-O
                       AND COBRADO_O = 'S'
                       AND FECHA_COBRO_O = DATE(:WS-PARM-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD WS-FILAS-SOBREGIRO TO WS-SOBREGIROS-ABIERTOS
           IF WS-CORRIDA-REAL AND WS-FILAS-SOBREGIRO > 0
              EXEC SQL
                   UPDATE TASOBDIA
                   SET    COBRADO_O     = 'N'
                         ,FECHA_COBRO_O = NULL
                   WHERE  NUMERO_CUENTA_O = :CL-NUMERO-CUENTA-O
                          AND COBRADO_O = 'S'
                          AND FECHA_COBRO_O = DATE(:WS-PARM-FECHA)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       240-ANULAR-SUSPENSOS.
           EXEC SQL OPEN C_SUSPENSOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SUSPENSOS INTO
                      :CL-ID-SUSPENSO
                     ,:CL-CUENTA-PREVISTA-SU
                     ,:CL-MONTO-SU
                     ,:CL-ESTADO-SU
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 245-ANULAR-SUSPENSO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SUSPENSOS END-EXEC.

       245-ANULAR-SUSPENSO.
      *
      *--- LA PATA 'W' DE LA CUENTA PUENTE YA SALIO REVERSADA CON LOS
      *--- DEMAS MOVIMIENTOS; EL ITEM PENDIENTE SE ANULA PARA QUE
      *--- OPERACIONES NO LO REAPLIQUE EN SUSPCOB. UNO YA REAPLICADO O
      *--- DEVUELTO MOVIO PLATA QUE ESTE PROCESO NO DESHACE: QUEDA EN
      *--- EL REPORTE PARA AJUSTE MANUAL DE LA CUENTA PUENTE
      *
           MOVE CL-ID-SUSPENSO TO WS-ID-ED
           MOVE CL-MONTO-SU    TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           IF CL-ESTADO-SU = 'P'
              ADD 1 TO WS-SUSPENSOS-ANULADOS
              STRING 'SUSPENSO '            DELIMITED BY SIZE
                     WS-ID-ED               DELIMITED BY SIZE
                     ' CUENTA PREVISTA '    DELIMITED BY SIZE
                     CL-CUENTA-PREVISTA-SU  DELIMITED BY SIZE
                     ' MONTO='              DELIMITED BY SIZE
                     WS-MONTO-ED            DELIMITED BY SIZE
                     ' ANULADO'             DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              IF WS-CORRIDA-REAL
                 MOVE WS-PARM-SUPERVISOR TO CL-OPERADOR-SU
                 EXEC SQL
                      UPDATE TASUSPEN
                      SET    ESTADO_SU         = 'R'
                            ,OPERADOR_SU       = :CL-OPERADOR-SU
                            ,FECHA_RESUELTO_SU = CURRENT TIMESTAMP
                      WHERE  ID_SUSPENSO = :CL-ID-SUSPENSO
                             AND ESTADO_SU = 'P'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-SUSPENSOS-RESUELTOS
              ADD CL-MONTO-SU TO WS-MONTO-RESUELTOS
              STRING 'SUSPENSO '            DELIMITED BY SIZE
                     WS-ID-ED               DELIMITED BY SIZE
                     ' MONTO='              DELIMITED BY SIZE
                     WS-MONTO-ED            DELIMITED BY SIZE
                     ' YA RESUELTO ('       DELIMITED BY SIZE
                     CL-ESTADO-SU           DELIMITED BY SIZE
                     '): AJUSTE MANUAL DE LA CUENTA PUENTE'
                                            DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           END-IF
           WRITE RPT-LINEA.

       250-CERRAR-EXCEPCIONES.
      *
      *--- LOS RECHAZOS QUE LA CORRIDA DEJO EN EL REPOSITORIO DE
      *--- EXCEPCIONES (PAYRCOB) Y SIGUEN ABIERTOS SE CIERRAN CON NOTA:
      *--- LA RECORRIDA VOLVERA A REGISTRAR LOS QUE SIGAN VIGENTES
      *
           MOVE WS-PARM-PROGRAMA TO CL-PROGRAMA-EX
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-EXCEPCIONES-CERRADAS
                FROM   TAEXCEPT
                WHERE  PROGRAMA_EX = :CL-PROGRAMA-EX
                       AND FECHA_NEGOCIO_EX = DATE(:WS-PARM-FECHA)
                       AND ESTADO_EX IN ('N', 'T')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CORRIDA-REAL AND WS-EXCEPCIONES-CERRADAS > 0
              MOVE WC-NOTA-REVERSA    TO CL-NOTA-EX
              MOVE WS-PARM-SUPERVISOR TO CL-OPERADOR-EX
              EXEC SQL
                   UPDATE TAEXCEPT
                   SET    ESTADO_EX       = 'C'
                         ,NOTA_EX         = :CL-NOTA-EX
                         ,OPERADOR_EX     = :CL-OPERADOR-EX
                         ,FECHA_CIERRE_EX = CURRENT TIMESTAMP
                   WHERE  PROGRAMA_EX = :CL-PROGRAMA-EX
                          AND FECHA_NEGOCIO_EX = DATE(:WS-PARM-FECHA)
                          AND ESTADO_EX IN ('N', 'T')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       260-MARCAR-CORRIDA.
      *
      *--- LA CORRIDA QUEDA 'R' (REVERSADA): LA GUARDA DE
      *--- 850-REGISTRAR-INICIO-CORRIDA Y JCHNCOB LA TRATAN COMO UNA
      *--- RECORRIDA AUTORIZADA. SI OTRO PROCESO LE CAMBIO EL ESTADO
      *--- MIENTRAS SE REVERSABA, SE DESHACE TODO. EL PUNTO DE CONTROL
      *--- SE LIMPIA: LA RECORRIDA DE UNA CORRIDA REVERSADA ARRANCA DE
      *--- CERO
      *
           EXEC SQL
                UPDATE TARUNCTL
                SET    ESTADO_RC = 'R'
                      ,ULTIMA_CUENTA_RC = ' '
                      ,CONTADORES_RC    = ' '
                WHERE  PROGRAMA_RC = :CL-PROGRAMA-RC
                       AND FECHA_NEGOCIO_RC = DATE(:WS-PARM-FECHA)
                       AND ESTADO_RC = :CL-ESTADO-RC
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'MOVIMIENTOS REVERSADOS: ' DELIMITED BY SIZE
                  WS-MOVIMIENTOS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOT-ABONOS  TO WS-MONTO-ED
           MOVE WS-TOT-DEBITOS TO WS-MONTO2-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'ABONOS DESHECHOS: '       DELIMITED BY SIZE
                  WS-MONTO-ED                DELIMITED BY SIZE
                  '  DEBITOS DEVUELTOS: '    DELIMITED BY SIZE
                  WS-MONTO2-ED               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'DIAS DE SOBREGIRO REABIERTOS: ' DELIMITED BY SIZE
                  WS-SOBREGIROS-ABIERTOS           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SUSPENSOS ANULADOS: '     DELIMITED BY SIZE
                  WS-SUSPENSOS-ANULADOS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-SUSPENSOS-RESUELTOS > 0
              MOVE WS-MONTO-RESUELTOS TO WS-MONTO-ED
              MOVE SPACES TO RPT-LINEA
              STRING 'SUSPENSOS YA RESUELTOS: '  DELIMITED BY SIZE
                     WS-SUSPENSOS-RESUELTOS      DELIMITED BY SIZE
                     ' POR '                     DELIMITED BY SIZE
                     WS-MONTO-ED                 DELIMITED BY SIZE
                     ', REQUIEREN AJUSTE MANUAL' DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE WS-EXCEPCIONES-CERRADAS TO WS-CTA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'EXCEPCIONES CERRADAS: '   DELIMITED BY SIZE
                  WS-CTA-ED                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           IF WS-CORRIDA-REAL
              STRING 'CORRIDA '              DELIMITED BY SIZE
                     WS-PARM-PROGRAMA        DELIMITED BY SIZE
                     ' MARCADA REVERSADA (R), LISTA PARA RECORRER'
                                             DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           ELSE
              MOVE 'SIMULACION TERMINADA: PARA APLICAR, MODO R'
                   TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       COPY FECNEGPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           EXEC SQL ROLLBACK END-EXEC
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE 'NADA FUE REVERSADO, LA CORRIDA QUEDA COMO ESTABA'
                TO RPT-LINEA
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.
