      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH PUBLICACION DEL FEED DE EVENTOS  *
      *   DE POSTEO HACIA LOS SISTEMAS EXTERNOS (FRAUDE,  *
      *   NOTIFICACIONES MOVILES) - SISTEMA BANCARIO      *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EVPBCOB.
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
      *--- LOTE DE EVENTOS HACIA LA COLA DE LOS CONSUMIDORES EXTERNOS:
      *--- ENCABEZADO, UN REGISTRO POR EVENTO EN ORDEN DE SECUENCIA Y
      *--- COLA CON EL CONTEO Y EL RANGO DE SECUENCIAS DEL LOTE
      *
           SELECT EVT-FILE ASSIGN TO EVTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- LAYOUT DEL FEED DE EVENTOS DE POSTEO (101 POSICIONES). EL
      *--- MISMO LAYOUT LO ESCRIBE EL REENVIO EVRPCOB
      *
      *--- ENCABEZADO
      *--- POS  1      'H'
      *--- POS  2-9    'EVENTOS'
      *--- POS 10-23   LOTE (AAAAMMDDHHMMSS DE LA CORRIDA)
      *--- POS 24      MODO 'N' PUBLICACION NORMAL / 'R' REENVIO
      *--- DETALLE
      *--- POS  1      'D'
      *--- POS  2-16   SECUENCIA DEL EVENTO (CORRELATIVA SIN HUECOS)
      *--- POS 17-26   NUMERO DE CUENTA
      *--- POS 27      TIPO DE MOVIMIENTO (TIPO_TRANSACCION DE TATRANS)
      *--- POS 28-42   MONTO CON SIGNO (S9(13)V99, + ABONO / - CARGO)
      *--- POS 43-57   SALDO RESULTANTE (S9(13)V99)
      *--- POS 58-60   CANAL ('VEN' VENTANILLA, 'BAT' BATCH, O EL
      *---             CANAL DE AUTOSERVICIO)
      *--- POS 61-64   SUCURSAL
      *--- POS 65-90   FECHA Y HORA DEL POSTEO
      *--- POS 91-93   USUARIO
      *--- POS 94-101  PROGRAMA QUE POSTEO
      *--- COLA
      *--- POS  1      'T'
      *--- POS  2-15   LOTE
      *--- POS 16-24   CANTIDAD DE EVENTOS
      *--- POS 25-39   PRIMERA SECUENCIA DEL LOTE
      *--- POS 40-54   ULTIMA SECUENCIA DEL LOTE
      *
       FD  EVT-FILE
           RECORDING MODE IS F.
       01  EVT-REGISTRO.
           03 EVT-TIPO                 PIC X(1).
           03 EVT-DATOS                PIC X(100).
       01  EVT-ENCABEZADO.
           03 FILLER                   PIC X(1).
           03 EVE-ARCHIVO              PIC X(8).
           03 EVE-LOTE                 PIC X(14).
           03 EVE-MODO                 PIC X(1).
           03 FILLER                   PIC X(77).
       01  EVT-DETALLE.
           03 FILLER                   PIC X(1).
           03 EVD-SECUENCIA            PIC 9(15).
           03 EVD-CUENTA               PIC X(10).
           03 EVD-TIPO                 PIC X(1).
           03 EVD-MONTO                PIC S9(13)V99.
           03 EVD-SALDO                PIC S9(13)V99.
           03 EVD-CANAL                PIC X(3).
           03 EVD-SUCURSAL             PIC X(4).
           03 EVD-FECHA-HORA           PIC X(26).
           03 EVD-USUARIO              PIC X(3).
           03 EVD-PROGRAMA             PIC X(8).
       01  EVT-COLA.
           03 FILLER                   PIC X(1).
           03 EVC-LOTE                 PIC X(14).
           03 EVC-CANTIDAD             PIC 9(9).
           03 EVC-PRIMERA              PIC 9(15).
           03 EVC-ULTIMA               PIC 9(15).
           03 FILLER                   PIC X(47).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAEVTSEQ END-EXEC.
      *
      *--- EVENTOS AUN SIN PUBLICAR, EN EL ORDEN EN QUE SE REGISTRARON.
      *--- UN POSTEO QUE CONFIRMA DESPUES DE ABRIR EL CURSOR SALE EN LA
      *--- SIGUIENTE CORRIDA: NO SE PIERDE PORQUE SE BUSCA POR ESTADO Y
      *--- NO POR UNA MARCA DE AGUA
      *
           EXEC SQL
                DECLARE C_PENDIENTES CURSOR FOR
                SELECT
                   ID_EVENTO
                  ,NUMERO_CUENTA_EV
                  ,TIPO_EV
                  ,MONTO_EV
                  ,SALDO_EV
                  ,CANAL_EV
                  ,SUCURSAL_EV
                  ,USUARIO_EV
                  ,PROGRAMA_EV
                  ,FECHA_HORA_EV
                FROM
                   TAEVENTO
                WHERE
                   ESTADO_EV = 'P'
                ORDER BY
                   ID_EVENTO
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-TIMESTAMP            PIC X(26).
           03 WS-LOTE                 PIC X(14).
           03 WS-SECUENCIA            PIC S9(15)      COMP-3.
           03 WS-PRIMERA              PIC S9(15)      COMP-3 VALUE 0.
           03 WS-PUBLICADOS           PIC 9(9)        VALUE 0.
           03 WS-SECUENCIA-ED         PIC Z(14)9.
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'EVPBCOB'.
          03 WC-ARCHIVO               PIC X(8)     VALUE 'EVENTOS'.
          03 WC-CLAVE-SECUENCIA       PIC X(8)     VALUE 'POSTEO'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 150-TOMAR-SECUENCIA
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- SE PROGRAMA A INTERVALOS CORTOS DURANTE TODO EL DIA, ASI QUE
      *--- NO LLEVA LA GUARDA DE UNA CORRIDA POR FECHA DE NEGOCIO DE
      *--- RUNCTLPR: LO YA PUBLICADO QUEDA 'E' EN TAEVENTO Y NO SE
      *--- REPITE. EL LOTE ES EL INSTANTE DE LA CORRIDA
      *
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT EVT-FILE
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                INTO   :WS-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO WS-LOTE
           STRING WS-TIMESTAMP(1:4)   DELIMITED BY SIZE
                  WS-TIMESTAMP(6:2)   DELIMITED BY SIZE
                  WS-TIMESTAMP(9:2)   DELIMITED BY SIZE
                  WS-TIMESTAMP(12:2)  DELIMITED BY SIZE
                  WS-TIMESTAMP(15:2)  DELIMITED BY SIZE
                  WS-TIMESTAMP(18:2)  DELIMITED BY SIZE
             INTO WS-LOTE
           END-STRING
           MOVE SPACES TO RPT-LINEA
           STRING 'PUBLICACION DE EVENTOS DE POSTEO - LOTE '
                                              DELIMITED BY SIZE
                  WS-LOTE                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       150-TOMAR-SECUENCIA.
      *
      *--- EL UPDATE TOMA EL CANDADO DE LA FILA DEL CONTADOR ANTES DE
      *--- LEERLO: UNA CORRIDA SUPERPUESTA ESPERA A QUE ESTA CONFIRME
      *--- Y CONTINUA DESDE LA ULTIMA SECUENCIA YA PUBLICADA. LA
      *--- PRIMERA CORRIDA DE LA HISTORIA CREA LA FILA EN CERO
      *
           MOVE WC-CLAVE-SECUENCIA TO CL-CLAVE-ES
           EXEC SQL
                UPDATE TAEVTSEQ
                SET    FECHA_ACTUALIZA_ES = CURRENT TIMESTAMP
                WHERE  CLAVE_ES = :CL-CLAVE-ES
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     EXEC SQL
                          INSERT INTO TAEVTSEQ (
                              CLAVE_ES
                             ,ULTIMA_SECUENCIA_ES
                             ,FECHA_ACTUALIZA_ES
                          ) VALUES (
                              :CL-CLAVE-ES
                             ,0
                             ,CURRENT TIMESTAMP
                          )
                     END-EXEC
                     IF SQLCODE NOT = 0
                        PERFORM 999-ERROR-DB2
                     END-IF
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           EXEC SQL
                SELECT ULTIMA_SECUENCIA_ES
                INTO   :CL-ULTIMA-SECUENCIA-ES
                FROM   TAEVTSEQ
                WHERE  CLAVE_ES = :CL-CLAVE-ES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-ULTIMA-SECUENCIA-ES TO WS-SECUENCIA.

       200-PROCESO.
           MOVE SPACES     TO EVT-ENCABEZADO
           MOVE 'H'        TO EVT-TIPO
           MOVE WC-ARCHIVO TO EVE-ARCHIVO
           MOVE WS-LOTE    TO EVE-LOTE
           MOVE 'N'        TO EVE-MODO
           WRITE EVT-ENCABEZADO
           EXEC SQL OPEN C_PENDIENTES END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 210-LEER-EVENTO
           PERFORM UNTIL WS-CUR-FIN
              PERFORM 220-PUBLICAR-EVENTO
              PERFORM 210-LEER-EVENTO
           END-PERFORM
           EXEC SQL CLOSE C_PENDIENTES END-EXEC.

       210-LEER-EVENTO.
           EXEC SQL
                FETCH C_PENDIENTES INTO
                   :CL-ID-EVENTO
                  ,:CL-NUMERO-CUENTA-EV
                  ,:CL-TIPO-EV
                  ,:CL-MONTO-EV
                  ,:CL-SALDO-EV
                  ,:CL-CANAL-EV
                  ,:CL-SUCURSAL-EV
                  ,:CL-USUARIO-EV
                  ,:CL-PROGRAMA-EV
                  ,:CL-FECHA-HORA-EV
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       220-PUBLICAR-EVENTO.
           ADD 1 TO WS-SECUENCIA
           IF WS-PUBLICADOS = 0
              MOVE WS-SECUENCIA TO WS-PRIMERA
           END-IF
           MOVE WS-SECUENCIA TO CL-SECUENCIA-EV
           EXEC SQL
                UPDATE TAEVENTO
                SET    SECUENCIA_EV     = :CL-SECUENCIA-EV
                      ,ESTADO_EV        = 'E'
                      ,FECHA_PUBLICA_EV = CURRENT TIMESTAMP
                WHERE  ID_EVENTO = :CL-ID-EVENTO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES              TO EVT-DETALLE
           MOVE 'D'                 TO EVT-TIPO
           MOVE WS-SECUENCIA        TO EVD-SECUENCIA
           MOVE CL-NUMERO-CUENTA-EV TO EVD-CUENTA
           MOVE CL-TIPO-EV          TO EVD-TIPO
           MOVE CL-MONTO-EV         TO EVD-MONTO
           MOVE CL-SALDO-EV         TO EVD-SALDO
           MOVE CL-CANAL-EV         TO EVD-CANAL
           MOVE CL-SUCURSAL-EV      TO EVD-SUCURSAL
           MOVE CL-FECHA-HORA-EV    TO EVD-FECHA-HORA
           MOVE CL-USUARIO-EV       TO EVD-USUARIO
           MOVE CL-PROGRAMA-EV      TO EVD-PROGRAMA
           WRITE EVT-DETALLE
           ADD 1 TO WS-PUBLICADOS.

       300-FIN.
           MOVE WS-SECUENCIA TO CL-ULTIMA-SECUENCIA-ES
           EXEC SQL
                UPDATE TAEVTSEQ
                SET    ULTIMA_SECUENCIA_ES = :CL-ULTIMA-SECUENCIA-ES
                      ,FECHA_ACTUALIZA_ES  = CURRENT TIMESTAMP
                WHERE  CLAVE_ES = :CL-CLAVE-ES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES        TO EVT-COLA
           MOVE 'T'           TO EVT-TIPO
           MOVE WS-LOTE       TO EVC-LOTE
           MOVE WS-PUBLICADOS TO EVC-CANTIDAD
           MOVE WS-PRIMERA    TO EVC-PRIMERA
           IF WS-PUBLICADOS = 0
              MOVE 0            TO EVC-ULTIMA
           ELSE
              MOVE WS-SECUENCIA TO EVC-ULTIMA
           END-IF
           WRITE EVT-COLA
           MOVE SPACES TO RPT-LINEA
           STRING 'EVENTOS PUBLICADOS: '       DELIMITED BY SIZE
                  WS-PUBLICADOS                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-PUBLICADOS > 0
              MOVE WS-PRIMERA TO WS-SECUENCIA-ED
              MOVE SPACES TO RPT-LINEA
              STRING 'PRIMERA SECUENCIA: '     DELIMITED BY SIZE
                     WS-SECUENCIA-ED           DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE WS-SECUENCIA TO WS-SECUENCIA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'ULTIMA SECUENCIA PUBLICADA: ' DELIMITED BY SIZE
                  WS-SECUENCIA-ED              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE EVT-FILE
           STOP RUN.

       999-ERROR-DB2.
      *
      *--- NADA DE LO NUMERADO EN ESTA CORRIDA SE CONFIRMA: LOS
      *--- EVENTOS VUELVEN A 'P' Y EL CONTADOR A SU VALOR ANTERIOR, Y
      *--- LA SIGUIENTE CORRIDA LOS VUELVE A NUMERAR. EL LOTE QUEDA
      *--- SIN COLA Y EL CONSUMIDOR LO DESCARTA COMPLETO
      *
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
           CLOSE EVT-FILE
           STOP RUN.
