      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH MIGRACION MASIVA DE CUENTAS DE   *
      *   UN PRODUCTO A OTRO (TAPRODUC), CON SIMULACION   *
      *   PREVIA DE ELEGIBILIDAD - SISTEMA BANCARIO       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MIGPCOB.
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
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAPRODUC END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAESTLOG END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
      *
      *--- CUENTAS NO CERRADAS DEL PRODUCTO ORIGEN DENTRO DE LOS
      *--- FILTROS DE LA TARJETA. LAS CERRADAS SE QUEDAN CON EL
      *--- PRODUCTO CON QUE CERRARON, COMO HISTORIA
      *
           EXEC SQL
                DECLARE C_CUENTAS CURSOR FOR
                SELECT
                   NUMERO_CUENTA
                  ,ESTADO_CUENTA
                  ,SALDO
                FROM
                   TACUENT
                WHERE
                   CODIGO_PRODUCTO = :WS-PARM-ORIGEN
                   AND ESTADO_CUENTA <> 'C'
                   AND (:WS-PARM-SUCURSAL = ' '
                        OR SUCURSAL_CUENTA = :WS-PARM-SUCURSAL)
                   AND SALDO >= :WS-FL-SALDO-DESDE
                   AND SALDO <= :WS-FL-SALDO-HASTA
                   AND FECHA_APERTURA >= :WS-FL-APERTURA-DESDE
                   AND FECHA_APERTURA <= :WS-FL-APERTURA-HASTA
                ORDER BY
                   NUMERO_CUENTA
           END-EXEC.
      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-4  PRODUCTO ORIGEN (TAPRODUC)
      *--- POS  5-8  PRODUCTO DESTINO (TAPRODUC)
      *--- POS  9    MODO: 'R' CORRIDA REAL; CUALQUIER OTRO VALOR ES
      *---           SIMULACION (SOLO REPORTA QUIEN NO ES ELEGIBLE)
      *--- POS 10-12 SUPERVISOR QUE AUTORIZA (TAOPERA, ROL 'S')
      *--- FILTROS OPCIONALES, EN BLANCO NO FILTRAN:
      *--- POS 13-16 SUCURSAL DOMICILIO
      *--- POS 17-29 SALDO DESDE, PESOS ENTEROS
      *--- POS 30-42 SALDO HASTA, PESOS ENTEROS
      *--- POS 43-50 APERTURA DESDE AAAAMMDD
      *--- POS 51-58 APERTURA HASTA AAAAMMDD
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-ORIGEN          PIC X(4).
           03 WS-PARM-DESTINO         PIC X(4).
           03 WS-PARM-MODO            PIC X(1).
              88 WS-CORRIDA-REAL                      VALUE 'R'.
           03 WS-PARM-SUPERVISOR      PIC X(3).
           03 WS-PARM-SUCURSAL        PIC X(4).
           03 WS-PARM-SALDO-DESDE     PIC X(13).
           03 WS-PARM-SALDO-HASTA     PIC X(13).
           03 WS-PARM-APERTURA-DESDE  PIC X(8).
           03 WS-PARM-APERTURA-HASTA  PIC X(8).
           03 FILLER                  PIC X(22).

      *
      *--- FILTROS YA CONVERTIDOS PARA EL CURSOR; SIN FILTRO QUEDAN EN
      *--- LOS EXTREMOS
      *
       01  WS-FILTROS.
           03 WS-FL-SALDO-NUM         PIC 9(13).
           03 WS-FL-SALDO-DESDE       PIC S9(13)V9(2) COMP-3
                                            VALUE -9999999999999,99.
           03 WS-FL-SALDO-HASTA       PIC S9(13)V9(2) COMP-3
                                            VALUE 9999999999999,99.
           03 WS-FL-FECHA-ENTRADA     PIC X(8).
           03 WS-FL-FECHA-ISO         PIC X(10).
           03 WS-FL-APERTURA-DESDE    PIC X(10)  VALUE '0001-01-01'.
           03 WS-FL-APERTURA-HASTA    PIC X(10)  VALUE '9999-12-31'.

      *
      *--- CONDICIONES DEL PRODUCTO DESTINO QUE LA CUENTA HEREDA Y
      *--- CONTRA LAS QUE SE MIDE SU ELEGIBILIDAD
      *
       01  WS-PRODUCTO-DESTINO.
           03 WS-PD-DESCRIPCION       PIC X(30).
           03 WS-PD-SALDO-MINIMO      PIC S9(13)V9(2) COMP-3.
           03 WS-PD-LIMITE-SEMANAL    PIC S9(13)V9(2) COMP-3.
           03 WS-PD-LIMITE-SOBREGIRO  PIC S9(13)V9(2) COMP-3.

       01  WS-VARIABLES.
           03 WS-SOBREGIRO-USADO      PIC S9(13)V9(2) COMP-3.
           03 WS-MOTIVO-RECHAZO       PIC X(40).
           03 WS-CUENTAS-LEIDAS       PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-ELEGIBLES    PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-RECHAZADAS   PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-MIGRADAS     PIC 9(9)        VALUE 0.
           03 WS-AVISOS-GRABADOS      PIC 9(9)        VALUE 0.
           03 WS-CTA-ED               PIC ZZZZZZZZ9.
           03 WS-SALDO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'MIGPCOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.
      *
      *--- CODIGO DE CAMBIO DE PRODUCTO EN TAESTLOG (EL ESTADO DE LA
      *--- CUENTA NO CAMBIA) Y DEL AVISO AL CLIENTE QUE NOTDCOB
      *--- DESPACHA CON LA DESCRIPCION DEL PRODUCTO NUEVO
      *
          03 WC-ESTADO-PRODUCTO       PIC X(1)     VALUE 'V'.

       COPY RUNCTLCP.
       COPY FECNEGCP.

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
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'MIGRACION DE PRODUCTO '  DELIMITED BY SIZE
                  WS-PARM-ORIGEN            DELIMITED BY SIZE
                  ' A '                     DELIMITED BY SIZE
                  WS-PARM-DESTINO           DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  WS-FN-FECHA               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE 'CORRIDA REAL' TO RPT-LINEA
           ELSE
              MOVE 'SIMULACION: SOLO SE REPORTA, NO SE MIGRA NADA'
                   TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA
           PERFORM 110-VALIDAR-TARJETA
           PERFORM 120-VALIDAR-SUPERVISOR
           PERFORM 130-LEER-PRODUCTOS
           PERFORM 140-PREPARAR-FILTROS
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
      *
      *--- LA SIMULACION SE PUEDE REPETIR LAS VECES QUE HAGA FALTA;
      *--- SOLO LA CORRIDA REAL QUEDA EN TARUNCTL CON SU GUARDA
      *--- CONTRA DOBLE SUBMISION
      *
           IF WS-CORRIDA-REAL
              MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
              PERFORM 850-REGISTRAR-INICIO-CORRIDA
           END-IF.

       110-VALIDAR-TARJETA.
           IF WS-PARM-ORIGEN = SPACES OR WS-PARM-ORIGEN = LOW-VALUES
              OR WS-PARM-DESTINO = SPACES
              OR WS-PARM-DESTINO = LOW-VALUES
              MOVE 'ABORTADO: FALTAN LOS PRODUCTOS EN LA TARJETA'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           IF WS-PARM-ORIGEN = WS-PARM-DESTINO
              MOVE 'ABORTADO: EL PRODUCTO DESTINO ES EL MISMO'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           IF WS-PARM-SUCURSAL = LOW-VALUES
              MOVE SPACES TO WS-PARM-SUCURSAL
           END-IF.

       120-VALIDAR-SUPERVISOR.
      *
      *--- LA MIGRACION LA AUTORIZA UN SUPERVISOR ACTIVO, QUE QUEDA
      *--- COMO APROBADOR EN CADA FILA DE TAESTLOG (IGUAL QUE EN EL
      *--- CIERRE DE SUCURSAL DE FUSICOB)
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

       130-LEER-PRODUCTOS.
      *
      *--- EL ORIGEN SOLO TIENE QUE EXISTIR (UN PRODUCTO QUE SE RETIRA
      *--- SIGUE EN EL CATALOGO MIENTRAS TENGA CUENTAS); DEL DESTINO SE
      *--- GUARDAN LAS CONDICIONES QUE LA CUENTA VA A HEREDAR
      *
           MOVE WS-PARM-ORIGEN TO CL-CODIGO-PRODUCTO OF CL-ESTPRODUC
           PERFORM 135-SQL-LEER-PRODUCTO
           MOVE WS-PARM-DESTINO TO CL-CODIGO-PRODUCTO OF CL-ESTPRODUC
           PERFORM 135-SQL-LEER-PRODUCTO
           MOVE CL-DESCRIPCION-PROD     TO WS-PD-DESCRIPCION
           MOVE CL-SALDO-MINIMO-PR      TO WS-PD-SALDO-MINIMO
           MOVE CL-LIMITE-RETIRO-SEM-PR TO WS-PD-LIMITE-SEMANAL
           MOVE CL-LIMITE-SOBREGIRO-PR  TO WS-PD-LIMITE-SOBREGIRO
           MOVE SPACES TO RPT-LINEA
           STRING 'PRODUCTO DESTINO: '  DELIMITED BY SIZE
                  WS-PD-DESCRIPCION     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PD-SALDO-MINIMO TO WS-SALDO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  SALDO MINIMO:      ' DELIMITED BY SIZE
                  WS-SALDO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PD-LIMITE-SEMANAL TO WS-SALDO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  LIMITE SEMANAL:    ' DELIMITED BY SIZE
                  WS-SALDO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PD-LIMITE-SOBREGIRO TO WS-SALDO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  LIMITE SOBREGIRO:  ' DELIMITED BY SIZE
                  WS-SALDO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       135-SQL-LEER-PRODUCTO.
           EXEC SQL
                SELECT DESCRIPCION_PROD
                      ,SALDO_MINIMO_PR
                      ,LIMITE_RETIRO_SEM_PR
                      ,LIMITE_SOBREGIRO_PR
                INTO   :CL-DESCRIPCION-PROD
                      ,:CL-SALDO-MINIMO-PR
                      ,:CL-LIMITE-RETIRO-SEM-PR
                      ,:CL-LIMITE-SOBREGIRO-PR
                FROM   TAPRODUC
                WHERE  CODIGO_PRODUCTO =
                       :CL-CODIGO-PRODUCTO OF CL-ESTPRODUC
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE SPACES TO RPT-LINEA
                     STRING 'ABORTADO: PRODUCTO '   DELIMITED BY SIZE
                            CL-CODIGO-PRODUCTO OF CL-ESTPRODUC
                                                    DELIMITED BY SIZE
                            ' NO EXISTE EN TAPRODUC' DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     PERFORM 190-ABORTAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       140-PREPARAR-FILTROS.
           IF WS-PARM-SALDO-DESDE NOT = SPACES
              AND WS-PARM-SALDO-DESDE NOT = LOW-VALUES
              IF WS-PARM-SALDO-DESDE NOT NUMERIC
                 MOVE 'ABORTADO: SALDO DESDE INVALIDO EN LA TARJETA'
                      TO RPT-LINEA
                 PERFORM 190-ABORTAR
              END-IF
              MOVE WS-PARM-SALDO-DESDE TO WS-FL-SALDO-NUM
              MOVE WS-FL-SALDO-NUM     TO WS-FL-SALDO-DESDE
           END-IF
           IF WS-PARM-SALDO-HASTA NOT = SPACES
              AND WS-PARM-SALDO-HASTA NOT = LOW-VALUES
              IF WS-PARM-SALDO-HASTA NOT NUMERIC
                 MOVE 'ABORTADO: SALDO HASTA INVALIDO EN LA TARJETA'
                      TO RPT-LINEA
                 PERFORM 190-ABORTAR
              END-IF
              MOVE WS-PARM-SALDO-HASTA TO WS-FL-SALDO-NUM
              MOVE WS-FL-SALDO-NUM     TO WS-FL-SALDO-HASTA
           END-IF
           IF WS-PARM-APERTURA-DESDE NOT = SPACES
              AND WS-PARM-APERTURA-DESDE NOT = LOW-VALUES
              MOVE WS-PARM-APERTURA-DESDE TO WS-FL-FECHA-ENTRADA
              PERFORM 145-VALIDAR-FECHA
              MOVE WS-FL-FECHA-ISO TO WS-FL-APERTURA-DESDE
           END-IF
           IF WS-PARM-APERTURA-HASTA NOT = SPACES
              AND WS-PARM-APERTURA-HASTA NOT = LOW-VALUES
              MOVE WS-PARM-APERTURA-HASTA TO WS-FL-FECHA-ENTRADA
              PERFORM 145-VALIDAR-FECHA
              MOVE WS-FL-FECHA-ISO TO WS-FL-APERTURA-HASTA
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'FILTROS: SUCURSAL '     DELIMITED BY SIZE
                  WS-PARM-SUCURSAL         DELIMITED BY SIZE
                  ' APERTURA '             DELIMITED BY SIZE
                  WS-FL-APERTURA-DESDE     DELIMITED BY SIZE
                  ' A '                    DELIMITED BY SIZE
                  WS-FL-APERTURA-HASTA     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-FL-SALDO-DESDE TO WS-SALDO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '         SALDO DESDE '  DELIMITED BY SIZE
                  WS-SALDO-ED              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-FL-SALDO-HASTA TO WS-SALDO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '         SALDO HASTA '  DELIMITED BY SIZE
                  WS-SALDO-ED              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       145-VALIDAR-FECHA.
      *
      *--- AAAAMMDD DE LA TARJETA A AAAA-MM-DD; DB2 RECHAZA LAS FECHAS
      *--- QUE NO EXISTEN
      *
           IF WS-FL-FECHA-ENTRADA NOT NUMERIC
              MOVE 'ABORTADO: FECHA DE APERTURA INVALIDA (AAAAMMDD)'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE SPACES TO WS-FL-FECHA-ISO
           STRING WS-FL-FECHA-ENTRADA(1:4) '-'
                  WS-FL-FECHA-ENTRADA(5:2) '-'
                  WS-FL-FECHA-ENTRADA(7:2)
                  DELIMITED BY SIZE
             INTO WS-FL-FECHA-ISO
           END-STRING
           EXEC SQL
                SELECT CHAR(DATE(:WS-FL-FECHA-ISO), ISO)
                INTO   :WS-FL-FECHA-ISO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABORTADO: FECHA DE APERTURA INVALIDA (AAAAMMDD)'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           MOVE 'CUENTAS NO ELEGIBLES PARA EL PRODUCTO DESTINO:'
                TO RPT-LINEA
           WRITE RPT-LINEA
           EXEC SQL OPEN C_CUENTAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CUENTAS INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-ESTADO-CUENTA OF CL-ESTCUENT
                     ,:CL-SALDO
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CUENTAS-LEIDAS
                 PERFORM 210-VALIDAR-ELEGIBILIDAD
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       210-VALIDAR-ELEGIBILIDAD.
      *
      *--- LA CUENTA ES ELEGIBLE SI SU SALDO CUBRE EL SALDO MINIMO
      *--- DEL PRODUCTO DESTINO Y, SI ESTA SOBREGIRADA, EL SOBREGIRO
      *--- CABE EN EL LIMITE DE SOBREGIRO DEL DESTINO. LAS QUE NO
      *--- SALEN LISTADAS CON EL MOTIVO EN LOS DOS MODOS Y SE QUEDAN
      *--- EN EL PRODUCTO ORIGEN
      *
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           IF CL-SALDO < 0
              COMPUTE WS-SOBREGIRO-USADO = 0 - CL-SALDO
              IF WS-SOBREGIRO-USADO > WS-PD-LIMITE-SOBREGIRO
                 MOVE 'SOBREGIRO MAYOR AL LIMITE DEL DESTINO'
                      TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
              AND CL-SALDO < WS-PD-SALDO-MINIMO
              MOVE 'SALDO MENOR AL MINIMO DEL DESTINO'
                   TO WS-MOTIVO-RECHAZO
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
              ADD 1 TO WS-CUENTAS-ELEGIBLES
              IF WS-CORRIDA-REAL
                 PERFORM 220-MIGRAR-CUENTA
              END-IF
           ELSE
              ADD 1 TO WS-CUENTAS-RECHAZADAS
              MOVE CL-SALDO TO WS-SALDO-ED
              MOVE SPACES TO RPT-LINEA
              STRING '  CUENTA '         DELIMITED BY SIZE
                     CL-NUMERO-CUENTA    DELIMITED BY SIZE
                     ' SALDO '           DELIMITED BY SIZE
                     WS-SALDO-ED         DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     WS-MOTIVO-RECHAZO   DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF.

       220-MIGRAR-CUENTA.
      *
      *--- EL SALDO MINIMO Y LOS LIMITES SEMANAL Y DE SOBREGIRO DE LA
      *--- CUENTA SE VUELVEN A DERIVAR DEL PRODUCTO NUEVO, COMO SI SE
      *--- ABRIERA CON EL (ALTACOB)
      *
           MOVE WS-PARM-DESTINO TO CL-CODIGO-PRODUCTO OF CL-ESTCUENT
           EXEC SQL
                UPDATE TACUENT
                SET    CODIGO_PRODUCTO =
                       :CL-CODIGO-PRODUCTO OF CL-ESTCUENT
                      ,SALDO_MINIMO          = :WS-PD-SALDO-MINIMO
                      ,LIMITE_RETIRO_SEMANAL = :WS-PD-LIMITE-SEMANAL
                      ,LIMITE_SOBREGIRO      = :WS-PD-LIMITE-SOBREGIRO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-CUENTAS-MIGRADAS
      *
      *--- HISTORIAL: EL ESTADO DE LA CUENTA NO CAMBIA, EL CODIGO 'V'
      *--- MARCA EL CAMBIO DE PRODUCTO (PRODUCTO NUEVO EN LAS PRIMERAS
      *--- CUATRO POSICIONES DEL MOTIVO, COMO LA MUDANZA DE FUSICOB)
      *
           MOVE CL-NUMERO-CUENTA    TO CL-NUMERO-CUENTA-L
           MOVE CL-ESTADO-CUENTA OF CL-ESTCUENT
                TO CL-ESTADO-CUENTA OF CL-ESTLOG
           MOVE WC-ESTADO-PRODUCTO  TO CL-ESTADO-NUEVO
           MOVE WC-USUARIO-BATCH    TO CL-OPERADOR-SOLICITA
           MOVE 'A'                 TO CL-ESTADO-APROBACION
           MOVE WS-PARM-SUPERVISOR  TO CL-OPERADOR-APRUEBA
           MOVE SPACES              TO CL-MOTIVO-BLOQUEO
           STRING WS-PARM-DESTINO   DELIMITED BY SIZE
                  ' DESDE '         DELIMITED BY SIZE
                  WS-PARM-ORIGEN    DELIMITED BY SIZE
                  ' MIGRACION DE PRODUCTO' DELIMITED BY SIZE
             INTO CL-MOTIVO-BLOQUEO
           END-STRING
           EXEC SQL
                INSERT INTO TAESTLOG (
                    NUMERO_CUENTA_L
                   ,ESTADO_CUENTA
                   ,ESTADO_NUEVO
                   ,FECHA_HORA
                   ,OPERADOR_SOLICITA
                   ,ESTADO_APROBACION
                   ,OPERADOR_APRUEBA
                   ,MOTIVO_BLOQUEO
                ) VALUES (
                    :CL-NUMERO-CUENTA-L
                   ,:CL-ESTADO-CUENTA OF CL-ESTLOG
                   ,:CL-ESTADO-NUEVO
                   ,CURRENT TIMESTAMP
                   ,:CL-OPERADOR-SOLICITA
                   ,:CL-ESTADO-APROBACION
                   ,:CL-OPERADOR-APRUEBA
                   ,:CL-MOTIVO-BLOQUEO
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA   TO CL-NUMERO-CUENTA-N
           MOVE WC-ESTADO-PRODUCTO TO CL-ESTADO-NUEVO-N
           MOVE 'P'                TO CL-ESTADO-ENVIO
           EXEC SQL
                INSERT INTO TANOTIF (
                    NUMERO_CUENTA_N
                   ,ESTADO_NUEVO_N
                   ,FECHA_HORA_N
                   ,ESTADO_ENVIO
                ) VALUES (
                    :CL-NUMERO-CUENTA-N
                   ,:CL-ESTADO-NUEVO-N
                   ,CURRENT TIMESTAMP
                   ,:CL-ESTADO-ENVIO
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-AVISOS-GRABADOS.

       300-FIN.
           MOVE WS-CUENTAS-LEIDAS TO WS-CTA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS DEL PRODUCTO EN LOS FILTROS: '
                                            DELIMITED BY SIZE
                  WS-CTA-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CUENTAS-ELEGIBLES TO WS-CTA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS ELEGIBLES: '     DELIMITED BY SIZE
                  WS-CTA-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CUENTAS-RECHAZADAS TO WS-CTA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS NO ELEGIBLES: '  DELIMITED BY SIZE
                  WS-CTA-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CUENTAS-MIGRADAS TO WS-CTA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS MIGRADAS: '      DELIMITED BY SIZE
                  WS-CTA-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-AVISOS-GRABADOS TO WS-CTA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'AVISOS A CLIENTES: '     DELIMITED BY SIZE
                  WS-CTA-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE WS-CUENTAS-MIGRADAS TO WS-RC-REGISTROS
              PERFORM 860-REGISTRAR-FIN-CORRIDA
           END-IF
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY FECNEGPR.

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
           CLOSE RPT-FILE
           STOP RUN.
