      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH ENVEJECIMIENTO DE SOBREGIROS NO  *
      *   AUTORIZADOS: AVISOS, RESTRICCION Y PROPUESTA DE *
      *   CASTIGO (TACUENT/TASOBREG) - SISTEMA BANCARIO   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SOBGCOB.
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
           EXEC SQL INCLUDE TASOBREG END-EXEC.
           EXEC SQL INCLUDE TAESTLOG END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
      *
      *--- EPISODIOS VIVOS CUYA CUENTA YA NO ESTA EN SOBREGIRO NO
      *--- AUTORIZADO (EL CLIENTE CONSIGNO, LE AMPLIARON EL LIMITE O
      *--- LA CUENTA SE CERRO EN CERO)
      *
           EXEC SQL
                DECLARE C_REGULARIZADOS CURSOR FOR
                SELECT
                   S.ID_SOBREGIRO
                  ,S.NUMERO_CUENTA_SB
                  ,S.BLOQUEO_SB
                  ,C.ESTADO_CUENTA
                FROM
                   TASOBREG S
                  ,TACUENT C
                WHERE
                   S.NUMERO_CUENTA_SB = C.NUMERO_CUENTA
                   AND S.ESTADO_SB IN ('V', 'P', 'A', 'N')
                   AND NOT (C.SALDO < 0
                            AND 0 - C.SALDO > C.LIMITE_SOBREGIRO)
                ORDER BY
                   S.ID_SOBREGIRO
           END-EXEC.
      *
      *--- CUENTAS NO CERRADAS CON SALDO NEGATIVO MAS ALLA DE SU
      *--- LIMITE_SOBREGIRO (CON LIMITE CERO, CUALQUIER NEGATIVO), CON
      *--- SU EPISODIO VIVO SI YA LO TIENEN. LOS DIAS SE CUENTAN
      *--- CORRIDOS DESDE EL PRIMER DIA DEL EPISODIO, ASI UNA CORRIDA
      *--- QUE NO SE HIZO NO LE QUITA DIAS AL CONTEO
      *
           EXEC SQL
                DECLARE C_SOBREGIROS CURSOR FOR
                SELECT
                   C.NUMERO_CUENTA
                  ,C.SALDO
                  ,C.ESTADO_CUENTA
                  ,COALESCE(S.ID_SOBREGIRO, 0)
                  ,COALESCE(S.ESTADO_SB, ' ')
                  ,COALESCE(S.AVISOS_SB, 0)
                  ,COALESCE(S.BLOQUEO_SB, ' ')
                  ,DAYS(DATE(:WS-RC-FECHA))
                   - DAYS(COALESCE(S.FECHA_INICIO_SB,
                                   DATE(:WS-RC-FECHA))) + 1
                FROM
                   TACUENT C
                   LEFT OUTER JOIN TASOBREG S
                      ON S.NUMERO_CUENTA_SB = C.NUMERO_CUENTA
                         AND S.ESTADO_SB IN ('V', 'P', 'A', 'N')
                WHERE
                   C.ESTADO_CUENTA <> 'C'
                   AND C.SALDO < 0
                   AND 0 - C.SALDO > C.LIMITE_SOBREGIRO
                ORDER BY
                   C.NUMERO_CUENTA
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-CUENTAS-LEIDAS       PIC 9(9)        VALUE 0.
           03 WS-EPISODIOS-NUEVOS     PIC 9(9)        VALUE 0.
           03 WS-AVISOS-ENVIADOS      PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-RESTRINGIDAS PIC 9(9)        VALUE 0.
           03 WS-CASTIGOS-PROPUESTOS  PIC 9(9)        VALUE 0.
           03 WS-REGULARIZADOS        PIC 9(9)        VALUE 0.
           03 WS-ESTADO-CUENTA        PIC X(1).
           03 WS-DIAS                 PIC S9(9)       COMP.
           03 WS-NIVEL-AVISO          PIC S9(4)       COMP.
           03 WS-EVENTO               PIC X(30).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-DIAS-ED              PIC ZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'SOBGCOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'SOB'.
          03 WC-MOTIVO-RESTRICCION    PIC X(40)
                                      VALUE 'SOBREGIRO NO AUTORIZADO'.
          03 WC-MOTIVO-LIBERACION     PIC X(40)
                                      VALUE 'SOBREGIRO REGULARIZADO'.
      *
      *--- UMBRALES EN DIAS CONSECUTIVOS DE SOBREGIRO: TRES AVISOS AL
      *--- CLIENTE, RESTRICCION DE DEBITOS Y PROPUESTA DE CASTIGO. EL
      *--- VALOR COMPILADO ES EL RESPALDO: SE REFRESCAN DESDE TAPARAM
      *--- (SOB-DIAS-AVISO1..3, SOB-DIAS-BLOQUEO, SOB-DIAS-CASTIGO)
      *
          03 WC-DIAS-AVISO1           PIC 9(3)     VALUE 5.
          03 WC-DIAS-AVISO2           PIC 9(3)     VALUE 15.
          03 WC-DIAS-AVISO3           PIC 9(3)     VALUE 30.
          03 WC-DIAS-BLOQUEO          PIC 9(3)     VALUE 45.
          03 WC-DIAS-CASTIGO          PIC 9(3)     VALUE 90.

       COPY PARMCTCP.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 150-REGULARIZAR
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           PERFORM 105-CARGAR-PARAMETROS
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'SOBREGIROS NO AUTORIZADOS - ' DELIMITED BY SIZE
                  WS-RC-FECHA                    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       105-CARGAR-PARAMETROS.
           MOVE 'SOB-DIAS-AVISO1' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-AVISO1    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WC-DIAS-AVISO1
           MOVE 'SOB-DIAS-AVISO2' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-AVISO2    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WC-DIAS-AVISO2
           MOVE 'SOB-DIAS-AVISO3' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-AVISO3    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR       TO WC-DIAS-AVISO3
           MOVE 'SOB-DIAS-BLOQUEO' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-BLOQUEO    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR        TO WC-DIAS-BLOQUEO
           MOVE 'SOB-DIAS-CASTIGO' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-CASTIGO    TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR        TO WC-DIAS-CASTIGO.

       150-REGULARIZAR.
      *
      *--- EL EPISODIO SE CIERRA COMO 'R'; SI ESTE BATCH HABIA
      *--- RESTRINGIDO LA CUENTA Y SIGUE 'R', VUELVE A ACTIVA CON SU
      *--- LOG Y SU AVISO, IGUAL QUE UN CAMBIO DE ESTADO DE BLOQCOB
      *
           EXEC SQL OPEN C_REGULARIZADOS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_REGULARIZADOS INTO
                      :CL-ID-SOBREGIRO
                     ,:CL-NUMERO-CUENTA-SB
                     ,:CL-BLOQUEO-SB
                     ,:WS-ESTADO-CUENTA
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 160-CERRAR-EPISODIO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_REGULARIZADOS END-EXEC.

       160-CERRAR-EPISODIO.
           EXEC SQL
                UPDATE TASOBREG
                SET    ESTADO_SB = 'R'
                      ,FECHA_HORA_SB = CURRENT TIMESTAMP
                WHERE  ID_SOBREGIRO = :CL-ID-SOBREGIRO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-REGULARIZADOS
           MOVE CL-NUMERO-CUENTA-SB TO CL-NUMERO-CUENTA
           MOVE 'REGULARIZADO' TO WS-EVENTO
           IF CL-BLOQUEO-SB = 'S' AND WS-ESTADO-CUENTA = 'R'
              MOVE 'R' TO CL-ESTADO-CUENTA OF CL-ESTLOG
              MOVE 'A'                  TO CL-ESTADO-NUEVO
              MOVE WC-MOTIVO-LIBERACION TO CL-MOTIVO-BLOQUEO
              PERFORM 250-CAMBIAR-ESTADO
              MOVE 'REGULARIZADO, CUENTA ACTIVADA' TO WS-EVENTO
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTA ' CL-NUMERO-CUENTA ' ' WS-EVENTO
                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_SOBREGIROS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SOBREGIROS INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-SALDO
                     ,:WS-ESTADO-CUENTA
                     ,:CL-ID-SOBREGIRO
                     ,:CL-ESTADO-SB
                     ,:CL-AVISOS-SB
                     ,:CL-BLOQUEO-SB
                     ,:WS-DIAS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CUENTAS-LEIDAS
                 PERFORM 210-ENVEJECER-CUENTA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SOBREGIROS END-EXEC.

       210-ENVEJECER-CUENTA.
      *
      *--- PRIMER DIA EN SOBREGIRO: SE ABRE EL EPISODIO. LUEGO, POR
      *--- DIAS CORRIDOS: AVISO AL CLIENTE EN CADA UMBRAL (UNO SOLO
      *--- POR CORRIDA, EL DEL UMBRAL MAS ALTO ALCANZADO), RESTRICCION
      *--- DE DEBITOS DE UNA CUENTA ACTIVA, Y PROPUESTA DE CASTIGO
      *--- PARA QUE UN SUPERVISOR LA APRUEBE O NIEGUE EN SOBRCOB. UN
      *--- CASTIGO NEGADO NO SE VUELVE A PROPONER EN EL MISMO EPISODIO
      *
           IF CL-ID-SOBREGIRO = 0
              PERFORM 215-ABRIR-EPISODIO
           END-IF
           MOVE SPACES TO WS-EVENTO
           MOVE 0 TO WS-NIVEL-AVISO
           EVALUATE TRUE
                WHEN WS-DIAS >= WC-DIAS-AVISO3
                     MOVE 3 TO WS-NIVEL-AVISO
                WHEN WS-DIAS >= WC-DIAS-AVISO2
                     MOVE 2 TO WS-NIVEL-AVISO
                WHEN WS-DIAS >= WC-DIAS-AVISO1
                     MOVE 1 TO WS-NIVEL-AVISO
           END-EVALUATE
           IF WS-NIVEL-AVISO > CL-AVISOS-SB
              MOVE 'O' TO CL-ESTADO-NUEVO-N
              PERFORM 240-SQL-INSERTAR-NOTIF
              MOVE WS-NIVEL-AVISO TO CL-AVISOS-SB
              ADD 1 TO WS-AVISOS-ENVIADOS
              MOVE 'AVISO AL CLIENTE' TO WS-EVENTO
           END-IF
           IF WS-DIAS >= WC-DIAS-BLOQUEO AND WS-ESTADO-CUENTA = 'A'
              MOVE 'A' TO CL-ESTADO-CUENTA OF CL-ESTLOG
              MOVE 'R'                   TO CL-ESTADO-NUEVO
              MOVE WC-MOTIVO-RESTRICCION TO CL-MOTIVO-BLOQUEO
              PERFORM 250-CAMBIAR-ESTADO
              MOVE 'S' TO CL-BLOQUEO-SB
              ADD 1 TO WS-CUENTAS-RESTRINGIDAS
              MOVE 'DEBITOS RESTRINGIDOS' TO WS-EVENTO
           END-IF
           IF WS-DIAS >= WC-DIAS-CASTIGO AND CL-ESTADO-SB = 'V'
              MOVE 'P' TO CL-ESTADO-SB
              ADD 1 TO WS-CASTIGOS-PROPUESTOS
              MOVE 'CASTIGO PROPUESTO (SOBR)' TO WS-EVENTO
           END-IF
           MOVE WS-DIAS  TO CL-DIAS-SB
           MOVE CL-SALDO TO CL-SALDO-SB
           EXEC SQL
                UPDATE TASOBREG
                SET    ESTADO_SB = :CL-ESTADO-SB
                      ,DIAS_SB = :CL-DIAS-SB
                      ,AVISOS_SB = :CL-AVISOS-SB
                      ,BLOQUEO_SB = :CL-BLOQUEO-SB
                      ,SALDO_SB = :CL-SALDO-SB
                      ,FECHA_HORA_SB = CURRENT TIMESTAMP
                WHERE  ID_SOBREGIRO = :CL-ID-SOBREGIRO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-EVENTO NOT = SPACES
              PERFORM 260-ESCRIBIR-EVENTO
           END-IF.

       215-ABRIR-EPISODIO.
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-SB
           MOVE CL-SALDO         TO CL-SALDO-SB
           EXEC SQL
                INSERT INTO TASOBREG (
                    NUMERO_CUENTA_SB
                   ,ESTADO_SB
                   ,FECHA_INICIO_SB
                   ,DIAS_SB
                   ,AVISOS_SB
                   ,BLOQUEO_SB
                   ,SALDO_SB
                   ,FECHA_CASTIGO_SB
                   ,FECHA_HORA_SB
                ) VALUES (
                    :CL-NUMERO-CUENTA-SB
                   ,'V'
                   ,DATE(:WS-RC-FECHA)
                   ,1
                   ,0
                   ,'N'
                   ,:CL-SALDO-SB
                   ,DATE('0001-01-01')
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-SOBREGIRO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'V' TO CL-ESTADO-SB
           MOVE 0   TO CL-AVISOS-SB
           MOVE 'N' TO CL-BLOQUEO-SB
           ADD 1 TO WS-EPISODIOS-NUEVOS.

       240-SQL-INSERTAR-NOTIF.
      *
      *--- 'O' AVISO DE SOBREGIRO NO AUTORIZADO, 'R' DEBITOS
      *--- RESTRINGIDOS POR SOBREGIRO, 'A' CUENTA ACTIVADA DE NUEVO
      *--- (VER 220-FORMATEAR-MENSAJE EN NOTDCOB)
      *
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-N
           MOVE 'P'              TO CL-ESTADO-ENVIO
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
           END-IF.

       250-CAMBIAR-ESTADO.
      *
      *--- CAMBIO DE ESTADO DE LA CUENTA HECHO POR EL BATCH: TACUENT,
      *--- SU FILA EN TAESTLOG (YA APROBADA, CON EL USUARIO BATCH) Y
      *--- EL AVISO AL CLIENTE CON EL ESTADO NUEVO
      *
           EXEC SQL
                UPDATE TACUENT
                SET    ESTADO_CUENTA = :CL-ESTADO-NUEVO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-L
           MOVE WC-USUARIO-BATCH  TO CL-OPERADOR-SOLICITA
           MOVE WC-USUARIO-BATCH  TO CL-OPERADOR-APRUEBA
           MOVE 'A'               TO CL-ESTADO-APROBACION
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
           MOVE CL-ESTADO-NUEVO TO CL-ESTADO-NUEVO-N
           PERFORM 240-SQL-INSERTAR-NOTIF.

       260-ESCRIBIR-EVENTO.
           MOVE CL-ID-SOBREGIRO TO WS-ID-ED
           MOVE WS-DIAS         TO WS-DIAS-ED
           MOVE CL-SALDO        TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTA ' CL-NUMERO-CUENTA
                  ' EPISODIO ' WS-ID-ED
                  ' DIAS=' WS-DIAS-ED
                  ' SALDO=' WS-MONTO-ED
                  ' ' WS-EVENTO
                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS EN SOBREGIRO NO AUTORIZADO: '
                                               DELIMITED BY SIZE
                  WS-CUENTAS-LEIDAS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'EPISODIOS NUEVOS: '         DELIMITED BY SIZE
                  WS-EPISODIOS-NUEVOS          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'AVISOS ENVIADOS: '          DELIMITED BY SIZE
                  WS-AVISOS-ENVIADOS           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS RESTRINGIDAS: '     DELIMITED BY SIZE
                  WS-CUENTAS-RESTRINGIDAS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CASTIGOS PROPUESTOS: '      DELIMITED BY SIZE
                  WS-CASTIGOS-PROPUESTOS       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'EPISODIOS REGULARIZADOS: '  DELIMITED BY SIZE
                  WS-REGULARIZADOS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CUENTAS-LEIDAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY PARMCTPR.
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
