      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH RESPUESTA DE LA CENTRAL DE       *
      *   RIESGO AL REPORTE DE CARTERA DE CRBXCOB         *
      *   (TACRBREP) - SISTEMA BANCARIO                   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CRBRCOB.
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
      *--- ARCHIVO DE RESPUESTA DE LA CENTRAL: UN REGISTRO POR CADA
      *--- DETALLE RECIBIDO DEL ARCHIVO DE CRBXCOB, ENTRE UN HEADER Y
      *--- UN TRAILER DE CONTROL
      *
      *--- HEADER : POS 1 'H', 2-8 PERIODO DEL ARCHIVO RESPONDIDO
      *--- DETALLE: POS 1 'D', 2-10 OBLIGACION, 11-17 PERIODO
      *---          REPORTADO, 18 RESULTADO ('A' ACEPTADO, 'R'
      *---          RECHAZADO), 19-21 CODIGO DE RECHAZO, 22-61 MOTIVO
      *--- TRAILER: POS 1 'T', 2-10 CANTIDAD DE DETALLES
      *
           SELECT RSP-FILE ASSIGN TO RSPIN
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
       FD  RSP-FILE
           RECORDING MODE IS F.
       01  RSP-REGISTRO               PIC X(61).
       01  RSP-REG-HEADER REDEFINES RSP-REGISTRO.
           03 RSP-H-TIPO               PIC X(1).
           03 RSP-H-PERIODO            PIC X(7).
           03 FILLER                   PIC X(53).
       01  RSP-REG-DETALLE REDEFINES RSP-REGISTRO.
           03 RSP-D-TIPO               PIC X(1).
           03 RSP-D-OBLIGACION         PIC 9(9).
           03 RSP-D-PERIODO            PIC X(7).
           03 RSP-D-RESULTADO          PIC X(1).
           03 RSP-D-CODIGO             PIC X(3).
           03 RSP-D-MOTIVO             PIC X(40).
       01  RSP-REG-TRAILER REDEFINES RSP-REGISTRO.
           03 RSP-T-TIPO               PIC X(1).
           03 RSP-T-CANTIDAD           PIC 9(9).
           03 FILLER                   PIC X(51).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACRBREP END-EXEC.

       01  WS-VARIABLES.
           03 WS-PERIODO-ARCHIVO      PIC X(7)        VALUE SPACES.
           03 WS-DETALLES-LEIDOS      PIC 9(9)        VALUE 0.
           03 WS-ACEPTADOS            PIC 9(9)        VALUE 0.
           03 WS-RECHAZADOS           PIC 9(9)        VALUE 0.
           03 WS-NO-APLICADOS         PIC 9(9)        VALUE 0.
           03 WS-CANTIDAD-TRAILER     PIC 9(9)        VALUE 0.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-TRAILER-FALG         PIC X           VALUE 'N'.
              88 WS-TRAILER-LEIDO                     VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CRBRCOB'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN INPUT RSP-FILE
           OPEN OUTPUT RPT-FILE
           MOVE 'APLICACION DE LA RESPUESTA DE LA CENTRAL DE RIESGO'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA.

       200-PROCESO.
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ RSP-FILE
                 AT END
                    SET WS-EXIT TO TRUE
                 NOT AT END
                    EVALUATE RSP-H-TIPO
                         WHEN 'H'
                              MOVE RSP-H-PERIODO TO WS-PERIODO-ARCHIVO
                         WHEN 'D'
                              ADD 1 TO WS-DETALLES-LEIDOS
                              PERFORM 210-APLICAR-RESPUESTA
                         WHEN 'T'
                              MOVE RSP-T-CANTIDAD
                                   TO WS-CANTIDAD-TRAILER
                              SET WS-TRAILER-LEIDO TO TRUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

       210-APLICAR-RESPUESTA.
      *
      *--- SOLO SE RESPONDE LO ENVIADO ('E'). UN ACEPTADO QUEDA
      *--- CERRADO; UN RECHAZADO QUEDA 'R' CON SU MOTIVO PARA QUE
      *--- OPERACIONES CORRIJA AL DEUDOR (CRBCCOB) Y CRBXCOB LO
      *--- REENVIE COMO CORRECCION EN EL CICLO SIGUIENTE
      *
           MOVE RSP-D-OBLIGACION TO CL-ID-PRESTAMO-CB
           MOVE RSP-D-PERIODO    TO CL-PERIODO-CB
           MOVE SPACES TO CL-MOTIVO-CB
           IF RSP-D-RESULTADO = 'R'
              MOVE 'R' TO CL-ESTADO-ENVIO-CB
              STRING RSP-D-CODIGO DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     RSP-D-MOTIVO DELIMITED BY SIZE
                INTO CL-MOTIVO-CB
              END-STRING
           ELSE
              MOVE 'A' TO CL-ESTADO-ENVIO-CB
           END-IF
           EXEC SQL
                UPDATE TACRBREP
                SET    ESTADO_ENVIO_CB    = :CL-ESTADO-ENVIO-CB
                      ,MOTIVO_CB          = :CL-MOTIVO-CB
                      ,FECHA_RESPUESTA_CB = DATE(:WS-RC-FECHA)
                WHERE  ID_PRESTAMO_CB = :CL-ID-PRESTAMO-CB
                       AND PERIODO_CB = :CL-PERIODO-CB
                       AND ESTADO_ENVIO_CB = 'E'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF CL-ESTADO-ENVIO-CB = 'R'
                        ADD 1 TO WS-RECHAZADOS
                        PERFORM 220-ESCRIBIR-RECHAZO
                     ELSE
                        ADD 1 TO WS-ACEPTADOS
                     END-IF
                WHEN 100
                     ADD 1 TO WS-NO-APLICADOS
                     MOVE CL-ID-PRESTAMO-CB TO WS-ID-ED
                     MOVE SPACES TO RPT-LINEA
                     STRING 'NO APLICADA: PRESTAMO ' DELIMITED BY SIZE
                            WS-ID-ED                 DELIMITED BY SIZE
                            ' PERIODO '              DELIMITED BY SIZE
                            CL-PERIODO-CB            DELIMITED BY SIZE
                            ' NO ENVIADO O YA RESPONDIDO'
                                                     DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       220-ESCRIBIR-RECHAZO.
           MOVE CL-ID-PRESTAMO-CB TO WS-ID-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'RECHAZADO: PRESTAMO ' DELIMITED BY SIZE
                  WS-ID-ED               DELIMITED BY SIZE
                  ' PERIODO '            DELIMITED BY SIZE
                  CL-PERIODO-CB          DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CL-MOTIVO-CB           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
      *
      *--- EL TRAILER DEBE CUADRAR CON LOS DETALLES LEIDOS; SI NO
      *--- CUADRA (O NO LLEGO) EL ARCHIVO PUDO LLEGAR INCOMPLETO Y SE
      *--- DEJA LA ADVERTENCIA PARA PEDIRLO DE NUEVO A LA CENTRAL
      *
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF NOT WS-TRAILER-LEIDO
              OR WS-CANTIDAD-TRAILER NOT = WS-DETALLES-LEIDOS
              MOVE SPACES TO RPT-LINEA
              STRING 'ADVERTENCIA: TRAILER NO CUADRA, INFORMA '
                                             DELIMITED BY SIZE
                     WS-CANTIDAD-TRAILER     DELIMITED BY SIZE
                     ' LEIDOS '              DELIMITED BY SIZE
                     WS-DETALLES-LEIDOS      DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'PERIODO DEL ARCHIVO: '    DELIMITED BY SIZE
                  WS-PERIODO-ARCHIVO         DELIMITED BY SIZE
                  ' RESPUESTAS LEIDAS: '     DELIMITED BY SIZE
                  WS-DETALLES-LEIDOS         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'ACEPTADOS: '              DELIMITED BY SIZE
                  WS-ACEPTADOS               DELIMITED BY SIZE
                  ' RECHAZADOS: '            DELIMITED BY SIZE
                  WS-RECHAZADOS              DELIMITED BY SIZE
                  ' NO APLICADOS: '          DELIMITED BY SIZE
                  WS-NO-APLICADOS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-DETALLES-LEIDOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RSP-FILE
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
           CLOSE RSP-FILE
           CLOSE RPT-FILE
           STOP RUN.
