      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH LISTA NEGATIVA DE TARJETAS       *
      *   (ARCHIVO DE TARJETAS CALIENTES) HACIA EL        *
      *   SWITCH DE CAJEROS Y DATAFONOS Y CONCILIACION    *
      *   DE SU ACUSE - SISTEMA BANCARIO                  *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. HOTCCOB.
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
      *--- ARCHIVO DE TARJETAS CALIENTES HACIA EL SWITCH: ENCABEZADO,
      *--- UNA NOVEDAD (ALTA/BAJA) POR TARJETA Y COLA CON EL CONTEO
      *
           SELECT HOT-FILE ASSIGN TO HOTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
      *--- ACUSE DEL SWITCH SOBRE LOS LOTES YA ENVIADOS: UN REGISTRO
      *--- POR NOVEDAD CON SU RESPUESTA ('00' ACEPTADA)
      *
           SELECT ACK-FILE ASSIGN TO HOTACK
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- LAYOUT DEL ARCHIVO DE TARJETAS CALIENTES (60 POSICIONES)
      *
      *--- ENCABEZADO
      *--- POS  1     'H'
      *--- POS  2-9   'LISTANEG'
      *--- POS 10-23  LOTE (AAAAMMDDHHMMSS DE LA CORRIDA)
      *--- POS 24-33  FECHA DE NEGOCIO
      *--- DETALLE
      *--- POS  1     'D'
      *--- POS  2-15  LOTE
      *--- POS 16-31  NUMERO DE TARJETA
      *--- POS 32     ACCION 'A' ALTA EN LA LISTA / 'D' BAJA
      *--- POS 33     MOTIVO: ESTADO DE LA TARJETA ('B' BLOQUEADA,
      *---            'P' PERDIDA, 'H' HURTADA, 'V' VENCIDA, 'A' EN
      *---            LA BAJA POR REACTIVACION)
      *--- POS 34-43  FECHA DE VENCIMIENTO DE LA TARJETA
      *--- COLA
      *--- POS  1     'T'
      *--- POS  2-15  LOTE
      *--- POS 16-24  CANTIDAD DE DETALLES
      *--- POS 25-33  ALTAS
      *--- POS 34-42  BAJAS
      *
       FD  HOT-FILE
           RECORDING MODE IS F.
       01  HOT-REGISTRO.
           03 HOT-TIPO                 PIC X(1).
           03 HOT-DATOS                PIC X(59).
       01  HOT-ENCABEZADO.
           03 FILLER                   PIC X(1).
           03 HOE-ARCHIVO              PIC X(8).
           03 HOE-LOTE                 PIC X(14).
           03 HOE-FECHA                PIC X(10).
           03 FILLER                   PIC X(27).
       01  HOT-DETALLE.
           03 FILLER                   PIC X(1).
           03 HOD-LOTE                 PIC X(14).
           03 HOD-TARJETA              PIC X(16).
           03 HOD-ACCION               PIC X(1).
           03 HOD-MOTIVO               PIC X(1).
           03 HOD-VENCIMIENTO          PIC X(10).
           03 FILLER                   PIC X(17).
       01  HOT-COLA.
           03 FILLER                   PIC X(1).
           03 HOT-LOTE                 PIC X(14).
           03 HOT-CANTIDAD             PIC 9(9).
           03 HOT-ALTAS                PIC 9(9).
           03 HOT-BAJAS                PIC 9(9).
           03 FILLER                   PIC X(18).
      *
      *--- LAYOUT DEL ACUSE DEL SWITCH. SOLO SE APLICAN LOS DETALLES
      *--- ('D'); ENCABEZADO Y COLA DEL SWITCH SE SALTAN
      *
      *--- POS  1     TIPO DE REGISTRO ('H' / 'D' / 'T')
      *--- POS  2-15  LOTE AL QUE RESPONDE
      *--- POS 16-31  NUMERO DE TARJETA
      *--- POS 32     ACCION ENVIADA
      *--- POS 33-34  RESPUESTA ('00' ACEPTADA, OTRA = RECHAZO)
      *
       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-REGISTRO.
           03 ACK-TIPO                 PIC X(1).
           03 ACK-LOTE                 PIC X(14).
           03 ACK-TARJETA              PIC X(16).
           03 ACK-ACCION               PIC X(1).
           03 ACK-RESPUESTA            PIC X(2).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TATARJ END-EXEC.
           EXEC SQL INCLUDE TAHOTCRD END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
      *
      *--- NOVEDADES AUN SIN ENVIAR (ESTADO_HC = 'P', DEJADAS POR
      *--- TARJCOB O POR EL VENCIMIENTO DE ESTA MISMA CORRIDA), EN EL
      *--- ORDEN EN QUE OCURRIERON: UN BLOQUEO Y SU REACTIVACION EL
      *--- MISMO DIA LLEGAN AL SWITCH EN ESA SECUENCIA
      *
           EXEC SQL
                DECLARE C_NOVEDADES CURSOR FOR
                SELECT
                   H.ID_NOVEDAD_HC
                  ,H.NUMERO_TARJETA_HC
                  ,H.ACCION_HC
                  ,H.MOTIVO_HC
                  ,T.FECHA_VENCIM_TJ
                FROM
                   TAHOTCRD H
                  ,TATARJ   T
                WHERE
                   H.ESTADO_HC = 'P'
                   AND T.NUMERO_TARJETA = H.NUMERO_TARJETA_HC
                ORDER BY
                   H.ID_NOVEDAD_HC
           END-EXEC.
      *
      *--- NOVEDADES DE LOTES ANTERIORES QUE EL SWITCH AUN NO HA
      *--- ACUSADO (DESPUES DE APLICAR EL ACUSE DE ESTA CORRIDA)
      *
           EXEC SQL
                DECLARE C_SIN_ACUSE CURSOR FOR
                SELECT
                   NUMERO_TARJETA_HC
                  ,NUMERO_CUENTA_HC
                  ,ACCION_HC
                  ,MOTIVO_HC
                  ,LOTE_HC
                FROM
                   TAHOTCRD
                WHERE
                   ESTADO_HC = 'E'
                ORDER BY
                   LOTE_HC
                  ,ID_NOVEDAD_HC
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-TIMESTAMP            PIC X(26).
           03 WS-LOTE                 PIC X(14).
           03 WS-ACK-LEIDOS           PIC 9(9)        VALUE 0.
           03 WS-ACK-ACEPTADOS        PIC 9(9)        VALUE 0.
           03 WS-ACK-RECHAZADOS       PIC 9(9)        VALUE 0.
           03 WS-ACK-SIN-NOVEDAD      PIC 9(9)        VALUE 0.
           03 WS-SIN-ACUSE            PIC 9(9)        VALUE 0.
           03 WS-VENCIDAS             PIC 9(9)        VALUE 0.
           03 WS-ENVIADAS             PIC 9(9)        VALUE 0.
           03 WS-ALTAS                PIC 9(9)        VALUE 0.
           03 WS-BAJAS                PIC 9(9)        VALUE 0.
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
           03 WS-ACK-FALG             PIC X           VALUE 'N'.
              88 WS-ACK-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'HOTCCOB'.
          03 WC-ARCHIVO               PIC X(8)     VALUE 'LISTANEG'.
          03 WC-RESPUESTA-OK          PIC X(2)     VALUE '00'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.

       COPY FECNEGCP.
       COPY EXCPCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 400-PROCESO-ACUSES
           PERFORM 500-REPORTAR-SIN-ACUSE
           PERFORM 200-ENCOLAR-VENCIDAS
           PERFORM 600-PROCESO-ENVIOS
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- SE CORRE VARIAS VECES AL DIA, ASI QUE NO LLEVA LA GUARDA DE
      *--- UNA CORRIDA POR FECHA DE NEGOCIO DE RUNCTLPR: LO QUE YA SE
      *--- ENVIO QUEDA 'E' EN TAHOTCRD Y NO SE REPITE. EL LOTE ES EL
      *--- INSTANTE DE LA CORRIDA, UNICO PARA EL SWITCH
      *
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT HOT-FILE
           OPEN INPUT ACK-FILE
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
           STRING 'LISTA NEGATIVA DE TARJETAS - LOTE ' DELIMITED BY SIZE
                  WS-LOTE                             DELIMITED BY SIZE
                  ' FECHA DE NEGOCIO '                DELIMITED BY SIZE
                  WS-FN-FECHA                         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-ENCOLAR-VENCIDAS.
      *
      *--- UNA TARJETA ACTIVA CUYO VENCIMIENTO YA PASO NO LA MARCA
      *--- NADIE EN LINEA (POSTCOB SOLO LA TRATA COMO VENCIDA AL
      *--- VUELO): AQUI SE ENCOLA SU ALTA EN LA LISTA Y SE DEJA 'V'
      *--- EN TATARJ, CON EL MISMO PREDICADO EN AMBAS SENTENCIAS
      *
           EXEC SQL
                INSERT INTO TAHOTCRD (
                    NUMERO_TARJETA_HC
                   ,NUMERO_CUENTA_HC
                   ,ACCION_HC
                   ,MOTIVO_HC
                   ,ESTADO_HC
                   ,USUARIO_HC
                   ,FECHA_NOVEDAD_HC
                )
                SELECT
                    NUMERO_TARJETA
                   ,NUMERO_CUENTA_TJ
                   ,'A'
                   ,'V'
                   ,'P'
                   ,:WC-USUARIO-BATCH
                   ,CURRENT TIMESTAMP
                FROM
                    TATARJ
                WHERE
                    ESTADO_TJ = 'A'
                    AND FECHA_VENCIM_TJ < DATE(:WS-FN-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-VENCIDAS
           END-IF
           EXEC SQL
                UPDATE TATARJ
                SET    ESTADO_TJ = 'V'
                WHERE  ESTADO_TJ = 'A'
                       AND FECHA_VENCIM_TJ < DATE(:WS-FN-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       400-PROCESO-ACUSES.
           MOVE SPACES TO RPT-LINEA
           MOVE 'ACUSE DEL SWITCH - NOVEDADES RECHAZADAS:' TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'N' TO WS-ACK-FALG
           PERFORM UNTIL WS-ACK-FIN
              READ ACK-FILE
                 AT END
                    SET WS-ACK-FIN TO TRUE
                 NOT AT END
                    IF ACK-TIPO = 'D'
                       ADD 1 TO WS-ACK-LEIDOS
                       PERFORM 410-APLICAR-ACUSE
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       410-APLICAR-ACUSE.
      *
      *--- EL ACUSE SOLO SE APLICA A UNA NOVEDAD ENVIADA Y AUN SIN
      *--- RESPUESTA (ESTADO_HC = 'E') DEL MISMO LOTE, TARJETA Y
      *--- ACCION. UN ACUSE QUE NO CASA SE REPORTA Y SE IGNORA
      *
           MOVE ACK-LOTE    TO CL-LOTE-HC
           MOVE ACK-TARJETA TO CL-NUMERO-TARJETA-HC
           MOVE ACK-ACCION  TO CL-ACCION-HC
           EXEC SQL
                SELECT
                   ID_NOVEDAD_HC
                  ,NUMERO_CUENTA_HC
                  ,MOTIVO_HC
                INTO
                   :CL-ID-NOVEDAD-HC
                  ,:CL-NUMERO-CUENTA-HC
                  ,:CL-MOTIVO-HC
                FROM
                   TAHOTCRD
                WHERE
                   LOTE_HC = :CL-LOTE-HC
                   AND NUMERO_TARJETA_HC = :CL-NUMERO-TARJETA-HC
                   AND ACCION_HC = :CL-ACCION-HC
                   AND ESTADO_HC = 'E'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     ADD 1 TO WS-ACK-SIN-NOVEDAD
                     PERFORM 440-ESCRIBIR-ACUSE-SIN-NOVEDAD
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF SQLCODE = 0
              MOVE ACK-RESPUESTA TO CL-RESPUESTA-HC
              IF ACK-RESPUESTA = WC-RESPUESTA-OK
                 MOVE 'C' TO CL-ESTADO-HC
                 ADD 1 TO WS-ACK-ACEPTADOS
              ELSE
                 MOVE 'R' TO CL-ESTADO-HC
                 ADD 1 TO WS-ACK-RECHAZADOS
              END-IF
              PERFORM 420-SQL-MARCAR-ACUSE
              IF CL-ESTADO-HC = 'R'
                 PERFORM 430-ESCRIBIR-RECHAZO
              END-IF
           END-IF.

       420-SQL-MARCAR-ACUSE.
           EXEC SQL
                UPDATE TAHOTCRD
                SET    ESTADO_HC          = :CL-ESTADO-HC
                      ,RESPUESTA_HC       = :CL-RESPUESTA-HC
                      ,FECHA_RESPUESTA_HC = CURRENT TIMESTAMP
                WHERE  ID_NOVEDAD_HC = :CL-ID-NOVEDAD-HC
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       430-ESCRIBIR-RECHAZO.
      *
      *--- UNA TARJETA QUE EL SWITCH NO TOMO SIGUE AUTORIZANDOSE EN
      *--- REDES AJENAS: ADEMAS DEL REPORTE QUEDA EN EL REPOSITORIO
      *--- CENTRAL DE EXCEPCIONES PARA QUE OPERACIONES LA PERSIGA EL
      *--- MISMO DIA (VER 892-REGISTRAR-EXCEPCION)
      *
           MOVE WC-PROGRAMA         TO WS-EX-PROGRAMA
           MOVE WS-FN-FECHA         TO WS-EX-FECHA
           MOVE CL-NUMERO-CUENTA-HC TO WS-EX-CUENTA
           MOVE 0                   TO WS-EX-MONTO
           MOVE 'HOTC'              TO WS-EX-CODIGO
           MOVE SPACES              TO WS-EX-MOTIVO
           STRING 'SWITCH RECHAZO TARJETA ' DELIMITED BY SIZE
                  ACK-TARJETA               DELIMITED BY SIZE
             INTO WS-EX-MOTIVO
           END-STRING
           PERFORM 892-REGISTRAR-EXCEPCION
           MOVE SPACES TO RPT-LINEA
           STRING '  RECHAZADA TARJETA=' DELIMITED BY SIZE
                  ACK-TARJETA            DELIMITED BY SIZE
                  ' CUENTA='             DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-HC    DELIMITED BY SIZE
                  ' ACCION='             DELIMITED BY SIZE
                  ACK-ACCION             DELIMITED BY SIZE
                  ' MOTIVO='             DELIMITED BY SIZE
                  CL-MOTIVO-HC           DELIMITED BY SIZE
                  ' LOTE='               DELIMITED BY SIZE
                  ACK-LOTE               DELIMITED BY SIZE
                  ' RESPUESTA='          DELIMITED BY SIZE
                  ACK-RESPUESTA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       440-ESCRIBIR-ACUSE-SIN-NOVEDAD.
           MOVE SPACES TO RPT-LINEA
           STRING '  ACUSE SIN NOVEDAD: TARJETA=' DELIMITED BY SIZE
                  ACK-TARJETA            DELIMITED BY SIZE
                  ' ACCION='             DELIMITED BY SIZE
                  ACK-ACCION             DELIMITED BY SIZE
                  ' LOTE='               DELIMITED BY SIZE
                  ACK-LOTE               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       500-REPORTAR-SIN-ACUSE.
      *
      *--- LO ENVIADO EN CORRIDAS ANTERIORES QUE AUN NO TIENE ACUSE
      *--- TAMBIEN SE PERSIGUE: EL SWITCH PUDO NO HABERLO PROCESADO
      *
           MOVE SPACES TO RPT-LINEA
           MOVE 'NOVEDADES ENVIADAS AUN SIN ACUSE DEL SWITCH:'
                TO RPT-LINEA
           WRITE RPT-LINEA
           EXEC SQL OPEN C_SIN_ACUSE END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 510-LEER-SIN-ACUSE
           PERFORM UNTIL WS-CUR-FIN
              ADD 1 TO WS-SIN-ACUSE
              MOVE SPACES TO RPT-LINEA
              STRING '  TARJETA='            DELIMITED BY SIZE
                     CL-NUMERO-TARJETA-HC    DELIMITED BY SIZE
                     ' CUENTA='              DELIMITED BY SIZE
                     CL-NUMERO-CUENTA-HC     DELIMITED BY SIZE
                     ' ACCION='              DELIMITED BY SIZE
                     CL-ACCION-HC            DELIMITED BY SIZE
                     ' MOTIVO='              DELIMITED BY SIZE
                     CL-MOTIVO-HC            DELIMITED BY SIZE
                     ' LOTE='                DELIMITED BY SIZE
                     CL-LOTE-HC              DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              PERFORM 510-LEER-SIN-ACUSE
           END-PERFORM
           EXEC SQL CLOSE C_SIN_ACUSE END-EXEC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       510-LEER-SIN-ACUSE.
           EXEC SQL
                FETCH C_SIN_ACUSE INTO
                   :CL-NUMERO-TARJETA-HC
                  ,:CL-NUMERO-CUENTA-HC
                  ,:CL-ACCION-HC
                  ,:CL-MOTIVO-HC
                  ,:CL-LOTE-HC
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       600-PROCESO-ENVIOS.
           MOVE SPACES     TO HOT-ENCABEZADO
           MOVE 'H'        TO HOT-TIPO
           MOVE WC-ARCHIVO TO HOE-ARCHIVO
           MOVE WS-LOTE    TO HOE-LOTE
           MOVE WS-FN-FECHA TO HOE-FECHA
           WRITE HOT-ENCABEZADO
           EXEC SQL OPEN C_NOVEDADES END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 610-LEER-NOVEDAD
           PERFORM UNTIL WS-CUR-FIN
              PERFORM 620-ENVIAR-NOVEDAD
              PERFORM 610-LEER-NOVEDAD
           END-PERFORM
           EXEC SQL CLOSE C_NOVEDADES END-EXEC
           MOVE SPACES      TO HOT-COLA
           MOVE 'T'         TO HOT-TIPO
           MOVE WS-LOTE     TO HOT-LOTE
           MOVE WS-ENVIADAS TO HOT-CANTIDAD
           MOVE WS-ALTAS    TO HOT-ALTAS
           MOVE WS-BAJAS    TO HOT-BAJAS
           WRITE HOT-COLA.

       610-LEER-NOVEDAD.
           EXEC SQL
                FETCH C_NOVEDADES INTO
                   :CL-ID-NOVEDAD-HC
                  ,:CL-NUMERO-TARJETA-HC
                  ,:CL-ACCION-HC
                  ,:CL-MOTIVO-HC
                  ,:CL-FECHA-VENCIM-TJ
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       620-ENVIAR-NOVEDAD.
           MOVE SPACES               TO HOT-DETALLE
           MOVE 'D'                  TO HOT-TIPO
           MOVE WS-LOTE              TO HOD-LOTE
           MOVE CL-NUMERO-TARJETA-HC TO HOD-TARJETA
           MOVE CL-ACCION-HC         TO HOD-ACCION
           MOVE CL-MOTIVO-HC         TO HOD-MOTIVO
           MOVE CL-FECHA-VENCIM-TJ   TO HOD-VENCIMIENTO
           WRITE HOT-DETALLE
           EXEC SQL
                UPDATE TAHOTCRD
                SET    ESTADO_HC      = 'E'
                      ,LOTE_HC        = :WS-LOTE
                      ,FECHA_ENVIO_HC = CURRENT TIMESTAMP
                WHERE  ID_NOVEDAD_HC = :CL-ID-NOVEDAD-HC
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-ENVIADAS
           IF CL-ACCION-HC = 'A'
              ADD 1 TO WS-ALTAS
           ELSE
              ADD 1 TO WS-BAJAS
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           STRING 'ACUSES LEIDOS: '            DELIMITED BY SIZE
                  WS-ACK-LEIDOS                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'ACUSES ACEPTADOS: '         DELIMITED BY SIZE
                  WS-ACK-ACEPTADOS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'ACUSES RECHAZADOS: '        DELIMITED BY SIZE
                  WS-ACK-RECHAZADOS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'ACUSES SIN NOVEDAD ENVIADA: ' DELIMITED BY SIZE
                  WS-ACK-SIN-NOVEDAD           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'ENVIADAS SIN ACUSE: '       DELIMITED BY SIZE
                  WS-SIN-ACUSE                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'TARJETAS VENCIDAS ENCOLADAS: ' DELIMITED BY SIZE
                  WS-VENCIDAS                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'NOVEDADES ENVIADAS EN EL LOTE: ' DELIMITED BY SIZE
                  WS-ENVIADAS                  DELIMITED BY SIZE
                  ' (ALTAS '                   DELIMITED BY SIZE
                  WS-ALTAS                     DELIMITED BY SIZE
                  ' / BAJAS '                  DELIMITED BY SIZE
                  WS-BAJAS                     DELIMITED BY SIZE
                  ')'                          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE HOT-FILE
           CLOSE ACK-FILE
           STOP RUN.

       COPY FECNEGPR.
       COPY EXCPCTPR.

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
           CLOSE HOT-FILE
           CLOSE ACK-FILE
           STOP RUN.
