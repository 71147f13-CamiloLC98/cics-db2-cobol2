      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REENVIO DEL FEED DE EVENTOS DE   *
      *   POSTEO POR RANGO DE FECHAS (RECUPERACION DE     *
      *   CONSUMIDORES EXTERNOS) - SISTEMA BANCARIO       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EVRPCOB.
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
      *--- LOTE DE REENVIO CON EL MISMO LAYOUT DEL FEED DE EVPBCOB
      *--- (MODO 'R' EN EL ENCABEZADO). LOS EVENTOS CONSERVAN SU
      *--- SECUENCIA ORIGINAL: EL CONSUMIDOR DESCARTA LO QUE YA TENIA
      *--- Y LLENA SUS HUECOS
      *
           SELECT EVT-FILE ASSIGN TO EVTRPL
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- LAYOUT DEL FEED DE EVENTOS DE POSTEO (101 POSICIONES),
      *--- DOCUMENTADO EN EVPBCOB
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
      *
      *--- SOLO EVENTOS YA PUBLICADOS ('E'): LOS PENDIENTES SALEN EN LA
      *--- PROXIMA CORRIDA NORMAL DE EVPBCOB CON SU SECUENCIA NUEVA
      *
           EXEC SQL
                DECLARE C_REENVIO CURSOR FOR
                SELECT
                   SECUENCIA_EV
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
                   ESTADO_EV = 'E'
                   AND DATE(FECHA_HORA_EV)
                       BETWEEN DATE(:WS-PARM-DESDE)
                           AND DATE(:WS-PARM-HASTA)
                ORDER BY
                   SECUENCIA_EV
           END-EXEC.

       01  WS-VARIABLES.
      *
      *--- POR SYSIN LLEGA EL RANGO A REENVIAR: FECHA DESDE Y FECHA
      *--- HASTA EN FORMATO AAAA-MM-DD, UNA SEGUIDA DE LA OTRA
      *
           03 WS-PARM-RANGO.
              05 WS-PARM-DESDE        PIC X(10).
              05 WS-PARM-HASTA        PIC X(10).
           03 WS-PARM-RANGO-R REDEFINES WS-PARM-RANGO.
              05 WS-PD-ANO            PIC X(4).
              05 WS-PD-GUION1         PIC X(1).
              05 WS-PD-MES            PIC X(2).
              05 WS-PD-GUION2         PIC X(1).
              05 WS-PD-DIA            PIC X(2).
              05 WS-PH-ANO            PIC X(4).
              05 WS-PH-GUION1         PIC X(1).
              05 WS-PH-MES            PIC X(2).
              05 WS-PH-GUION2         PIC X(1).
              05 WS-PH-DIA            PIC X(2).
           03 WS-TIMESTAMP            PIC X(26).
           03 WS-LOTE                 PIC X(14).
           03 WS-REENVIADOS           PIC 9(9)        VALUE 0.
           03 WS-SALTOS               PIC 9(9)        VALUE 0.
           03 WS-PRIMERA              PIC S9(15)      COMP-3 VALUE 0.
           03 WS-ANTERIOR             PIC S9(15)      COMP-3 VALUE 0.
           03 WS-SECUENCIA-ED         PIC Z(14)9.
           03 WS-ANTERIOR-ED          PIC Z(14)9.
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'EVRPCOB'.
          03 WC-ARCHIVO               PIC X(8)     VALUE 'EVENTOS'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           ACCEPT WS-PARM-RANGO FROM SYSIN
           IF WS-PD-ANO NOT NUMERIC OR WS-PD-MES NOT NUMERIC
              OR WS-PD-DIA NOT NUMERIC OR WS-PD-GUION1 NOT = '-'
              OR WS-PD-GUION2 NOT = '-'
              OR WS-PH-ANO NOT NUMERIC OR WS-PH-MES NOT NUMERIC
              OR WS-PH-DIA NOT NUMERIC OR WS-PH-GUION1 NOT = '-'
              OR WS-PH-GUION2 NOT = '-'
              OR WS-PARM-DESDE > WS-PARM-HASTA
              MOVE SPACES TO RPT-LINEA
              STRING 'RANGO INVALIDO EN SYSIN (AAAA-MM-DDAAAA-MM-DD): '
                                              DELIMITED BY SIZE
                     WS-PARM-RANGO            DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              CLOSE RPT-FILE
              STOP RUN
           END-IF
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
           STRING 'REENVIO DE EVENTOS DE POSTEO - LOTE '
                                              DELIMITED BY SIZE
                  WS-LOTE                     DELIMITED BY SIZE
                  ' DESDE '                   DELIMITED BY SIZE
                  WS-PARM-DESDE               DELIMITED BY SIZE
                  ' HASTA '                   DELIMITED BY SIZE
                  WS-PARM-HASTA               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           MOVE SPACES     TO EVT-ENCABEZADO
           MOVE 'H'        TO EVT-TIPO
           MOVE WC-ARCHIVO TO EVE-ARCHIVO
           MOVE WS-LOTE    TO EVE-LOTE
           MOVE 'R'        TO EVE-MODO
           WRITE EVT-ENCABEZADO
           EXEC SQL OPEN C_REENVIO END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 210-LEER-EVENTO
           PERFORM UNTIL WS-CUR-FIN
              PERFORM 220-REENVIAR-EVENTO
              PERFORM 210-LEER-EVENTO
           END-PERFORM
           EXEC SQL CLOSE C_REENVIO END-EXEC.

       210-LEER-EVENTO.
           EXEC SQL
                FETCH C_REENVIO INTO
                   :CL-SECUENCIA-EV
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

       220-REENVIAR-EVENTO.
      *
      *--- DENTRO DEL RANGO LA SECUENCIA DEBE SER CONTINUA; UN SALTO
      *--- SOLO PUEDE VENIR DE UN EVENTO PUBLICADO CERCA DE LA
      *--- MEDIANOCHE CON FECHA DEL DIA VECINO, Y SE REPORTA PARA QUE
      *--- EL OPERADOR AMPLIE EL RANGO SI HACE FALTA
      *
           IF WS-REENVIADOS = 0
              MOVE CL-SECUENCIA-EV TO WS-PRIMERA
           ELSE
              IF CL-SECUENCIA-EV NOT = WS-ANTERIOR + 1
                 ADD 1 TO WS-SALTOS
                 MOVE WS-ANTERIOR     TO WS-ANTERIOR-ED
                 MOVE CL-SECUENCIA-EV TO WS-SECUENCIA-ED
                 MOVE SPACES TO RPT-LINEA
                 STRING '  SALTO DE SECUENCIA: DE ' DELIMITED BY SIZE
                        WS-ANTERIOR-ED         DELIMITED BY SIZE
                        ' A '                  DELIMITED BY SIZE
                        WS-SECUENCIA-ED        DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
              END-IF
           END-IF
           MOVE CL-SECUENCIA-EV TO WS-ANTERIOR
           MOVE SPACES              TO EVT-DETALLE
           MOVE 'D'                 TO EVT-TIPO
           MOVE CL-SECUENCIA-EV     TO EVD-SECUENCIA
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
           ADD 1 TO WS-REENVIADOS.

       300-FIN.
           MOVE SPACES        TO EVT-COLA
           MOVE 'T'           TO EVT-TIPO
           MOVE WS-LOTE       TO EVC-LOTE
           MOVE WS-REENVIADOS TO EVC-CANTIDAD
           MOVE WS-PRIMERA    TO EVC-PRIMERA
           MOVE WS-ANTERIOR   TO EVC-ULTIMA
           WRITE EVT-COLA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'EVENTOS REENVIADOS: '       DELIMITED BY SIZE
                  WS-REENVIADOS                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PRIMERA TO WS-SECUENCIA-ED
           MOVE WS-ANTERIOR TO WS-ANTERIOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SECUENCIAS: '               DELIMITED BY SIZE
                  WS-SECUENCIA-ED              DELIMITED BY SIZE
                  ' A '                        DELIMITED BY SIZE
                  WS-ANTERIOR-ED               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SALTOS DE SECUENCIA EN EL RANGO: ' DELIMITED BY SIZE
                  WS-SALTOS                    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE EVT-FILE
           STOP RUN.

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
           CLOSE EVT-FILE
           STOP RUN.
