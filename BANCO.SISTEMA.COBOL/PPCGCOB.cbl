      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH CARGA DEL ARCHIVO DIARIO DE      *
      *   CHEQUES GIRADOS DE CLIENTES EN POSITIVE PAY     *
      *   (TAPPEMIS) - SISTEMA BANCARIO                   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PPCGCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-FILE ASSIGN TO PPAYIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *--- UN REGISTRO POR CHEQUE GIRADO (O ANULADO) POR EL CLIENTE.
      *--- FORMATO FIJO, SIN SEPARADORES, IGUAL DE ESPIRITU AL ARCHIVO
      *--- DE CARGA DE CARGCOB. CADA REGISTRO TRAE SU CUENTA, ASI EL
      *--- MISMO PASO CARGA EL ARCHIVO DE UN CLIENTE O LOS DE VARIOS
      *--- CONCATENADOS
      *
      *--- POS  1-10  NUMERO DE CUENTA GIRADORA (INSCRITA EN TAPPAFIL)
      *--- POS 11     'E' CHEQUE GIRADO / 'A' CHEQUE ANULADO
      *--- POS 12-20  NUMERO DE CHEQUE (9 DIGITOS)
      *--- POS 21-35  MONTO (15 DIGITOS, 2 DECIMALES IMPLICITOS)
      *--- POS 36-43  FECHA DE EMISION AAAAMMDD
      *--- POS 44-83  BENEFICIARIO
      *
       FD  PPAY-FILE
           RECORDING MODE IS F.
       01  PPAY-REGISTRO.
           03 PPI-NUMERO-CUENTA        PIC X(10).
           03 PPI-ACCION               PIC X(1).
           03 PPI-NUMERO-CHEQUE        PIC X(9).
           03 PPI-MONTO                PIC X(15).
           03 PPI-FECHA-EMISION        PIC X(8).
           03 PPI-BENEFICIARIO         PIC X(40).
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACHQLIB END-EXEC.
           EXEC SQL INCLUDE TAPPAFIL END-EXEC.
           EXEC SQL INCLUDE TAPPEMIS END-EXEC.
           COPY VALCTACP.

       01  WS-VARIABLES.
           03 WS-MONTO-NUM             PIC S9(13)V9(2) COMP-3.
           03 WS-NUMERO-CHEQUE         PIC S9(9)       COMP.
           03 WS-FECHA-ISO             PIC X(10).
           03 WS-REGISTROS-LEIDOS      PIC 9(9)        VALUE 0.
           03 WS-CHEQUES-CARGADOS      PIC 9(9)        VALUE 0.
           03 WS-CHEQUES-ANULADOS      PIC 9(9)        VALUE 0.
           03 WS-CHEQUES-REPETIDOS     PIC 9(9)        VALUE 0.
           03 WS-REGISTROS-RECHAZADOS  PIC 9(9)        VALUE 0.
           03 WS-MOTIVO-RECHAZO        PIC X(40).
           03 WS-CONTEO                PIC S9(9)       COMP.
       01  SWITCHES.
           03 WS-CONTINUAR             PIC X           VALUE 'N'.
              88 WS-EXIT                               VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE               PIC S9(9).
          05 DB2-SQLCODE-Z             PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA               PIC X(8)     VALUE 'PPCGCOB'.

       COPY FECNEGCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN INPUT PPAY-FILE
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'CARGA DE CHEQUES GIRADOS POSITIVE PAY - '
                                        DELIMITED BY SIZE
                  WS-FN-FECHA           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ PPAY-FILE
                 AT END
                    SET WS-EXIT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-REGISTROS-LEIDOS
                    PERFORM 210-VALIDAR-REGISTRO
              END-READ
           END-PERFORM.

       210-VALIDAR-REGISTRO.
      *
      *--- UN REGISTRO MAL FORMADO SE RECHAZA Y SE REPORTA, SIN
      *--- ABORTAR EL RESTO DE LA CORRIDA, IGUAL QUE CARGCOB
      *
           IF PPI-ACCION NOT = 'E' AND PPI-ACCION NOT = 'A'
              MOVE 'ACCION INVALIDA (E/A)' TO WS-MOTIVO-RECHAZO
              PERFORM 260-ESCRIBIR-RECHAZO
           ELSE
           IF PPI-NUMERO-CHEQUE NOT NUMERIC
              OR PPI-NUMERO-CHEQUE = ZEROES
              MOVE 'NUMERO DE CHEQUE INVALIDO' TO WS-MOTIVO-RECHAZO
              PERFORM 260-ESCRIBIR-RECHAZO
           ELSE
              MOVE PPI-NUMERO-CUENTA TO WS-VC-NUMERO
              PERFORM 800-VALIDAR-DIGITO-VERIF
              IF NOT WS-VC-CUENTA-VALIDA
                 MOVE 'DIGITO DE VERIFICACION INVALIDO'
                      TO WS-MOTIVO-RECHAZO
                 PERFORM 260-ESCRIBIR-RECHAZO
              ELSE
                 MOVE PPI-NUMERO-CHEQUE TO WS-NUMERO-CHEQUE
                 PERFORM 220-VERIFICAR-INSCRIPCION
              END-IF
           END-IF
           END-IF.

       220-VERIFICAR-INSCRIPCION.
      *
      *--- SOLO CUENTAS INSCRITAS Y ACTIVAS EN POSITIVE PAY, Y SOLO
      *--- NUMEROS DE CHEQUE DE UNA CHEQUERA EMITIDA A ESA CUENTA
      *--- (MISMA VALIDACION DE SERIE QUE CLRICOB 235-VALIDAR-CHEQUE)
      *
           MOVE PPI-NUMERO-CUENTA TO CL-NUMERO-CUENTA-PA
           EXEC SQL
                SELECT ESTADO_PA
                INTO   :CL-ESTADO-PA
                FROM   TAPPAFIL
                WHERE  NUMERO_CUENTA_PA = :CL-NUMERO-CUENTA-PA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 100 OR CL-ESTADO-PA NOT = 'A'
              MOVE 'CUENTA NO INSCRITA EN POSITIVE PAY'
                   TO WS-MOTIVO-RECHAZO
              PERFORM 260-ESCRIBIR-RECHAZO
           ELSE
              MOVE PPI-NUMERO-CUENTA TO CL-NUMERO-CUENTA-CQ
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-CONTEO
                   FROM   TACHQLIB
                   WHERE  NUMERO_CUENTA_CQ = :CL-NUMERO-CUENTA-CQ
                          AND ESTADO_CQ = 'E'
                          AND SERIE_INICIO_CQ <= :WS-NUMERO-CHEQUE
                          AND SERIE_FIN_CQ    >= :WS-NUMERO-CHEQUE
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-CONTEO = 0
                 MOVE 'CHEQUE FUERA DE SERIE EMITIDA'
                      TO WS-MOTIVO-RECHAZO
                 PERFORM 260-ESCRIBIR-RECHAZO
              ELSE
                 IF PPI-ACCION = 'E'
                    PERFORM 230-REGISTRAR-GIRADO
                 ELSE
                    PERFORM 240-REGISTRAR-ANULADO
                 END-IF
              END-IF
           END-IF.

       230-REGISTRAR-GIRADO.
      *
      *--- UN CHEQUE YA CARGADO CON LOS MISMOS DATOS (ARCHIVO
      *--- REENVIADO) SE CUENTA COMO REPETIDO Y NO SE TOCA; CON OTRO
      *--- MONTO, YA PAGADO O YA ANULADO SE RECHAZA: UN NUMERO DE
      *--- CHEQUE NO SE REUTILIZA
      *
           IF PPI-MONTO NOT NUMERIC
              MOVE 'MONTO NO NUMERICO' TO WS-MOTIVO-RECHAZO
              PERFORM 260-ESCRIBIR-RECHAZO
           ELSE
           IF PPI-BENEFICIARIO = SPACES OR LOW-VALUES
              MOVE 'BENEFICIARIO VACIO' TO WS-MOTIVO-RECHAZO
              PERFORM 260-ESCRIBIR-RECHAZO
           ELSE
              MOVE PPI-MONTO TO WS-MONTO-NUM
              PERFORM 250-VALIDAR-FECHA
              IF WS-MONTO-NUM = 0
                 MOVE 'MONTO EN CERO' TO WS-MOTIVO-RECHAZO
                 PERFORM 260-ESCRIBIR-RECHAZO
              ELSE
              IF WS-FECHA-ISO = SPACES
                 MOVE 'FECHA DE EMISION INVALIDA' TO WS-MOTIVO-RECHAZO
                 PERFORM 260-ESCRIBIR-RECHAZO
              ELSE
                 PERFORM 235-CONSULTAR-CHEQUE
                 EVALUATE SQLCODE
                      WHEN 0
                           IF CL-ESTADO-PE = 'E'
                              AND CL-MONTO-PE = WS-MONTO-NUM
                              ADD 1 TO WS-CHEQUES-REPETIDOS
                           ELSE
                              MOVE 'CHEQUE YA REPORTADO CON OTROS DATOS'
                                   TO WS-MOTIVO-RECHAZO
                              PERFORM 260-ESCRIBIR-RECHAZO
                           END-IF
                      WHEN 100
                           MOVE WS-MONTO-NUM     TO CL-MONTO-PE
                           MOVE WS-FECHA-ISO     TO CL-FECHA-EMISION-PE
                           MOVE PPI-BENEFICIARIO TO CL-BENEFICIARIO-PE
                           MOVE 'E'              TO CL-ESTADO-PE
                           PERFORM 245-SQL-INSERTAR-CHEQUE
                           ADD 1 TO WS-CHEQUES-CARGADOS
                      WHEN OTHER
                           PERFORM 999-ERROR-DB2
                 END-EVALUATE
              END-IF
              END-IF
           END-IF
           END-IF.

       235-CONSULTAR-CHEQUE.
           MOVE PPI-NUMERO-CUENTA TO CL-NUMERO-CUENTA-PE
           MOVE WS-NUMERO-CHEQUE  TO CL-NUMERO-CHEQUE-PE
           EXEC SQL
                SELECT MONTO_PE
                      ,ESTADO_PE
                INTO   :CL-MONTO-PE
                      ,:CL-ESTADO-PE
                FROM   TAPPEMIS
                WHERE  NUMERO_CUENTA_PE = :CL-NUMERO-CUENTA-PE
                       AND NUMERO_CHEQUE_PE = :CL-NUMERO-CHEQUE-PE
           END-EXEC.

       240-REGISTRAR-ANULADO.
      *
      *--- EL CLIENTE ANULA UN CHEQUE GIRADO (O UNO QUE NUNCA REPORTO,
      *--- QUE QUEDA REGISTRADO DE UNA VEZ COMO ANULADO): SI SE
      *--- PRESENTA, CLRICOB LO RETIENE COMO EXCEPCION. UNO YA PAGADO
      *--- NO SE PUEDE ANULAR
      *
           PERFORM 235-CONSULTAR-CHEQUE
           EVALUATE SQLCODE
                WHEN 0
                     EVALUATE CL-ESTADO-PE
                          WHEN 'E'
                               EXEC SQL
                                    UPDATE TAPPEMIS
                                    SET    ESTADO_PE = 'A'
                                    WHERE  NUMERO_CUENTA_PE =
                                           :CL-NUMERO-CUENTA-PE
                                           AND NUMERO_CHEQUE_PE =
                                           :CL-NUMERO-CHEQUE-PE
                               END-EXEC
                               IF SQLCODE NOT = 0
                                  PERFORM 999-ERROR-DB2
                               END-IF
                               ADD 1 TO WS-CHEQUES-ANULADOS
                          WHEN 'A'
                               ADD 1 TO WS-CHEQUES-REPETIDOS
                          WHEN OTHER
                               MOVE 'CHEQUE YA PAGADO, NO SE ANULA'
                                    TO WS-MOTIVO-RECHAZO
                               PERFORM 260-ESCRIBIR-RECHAZO
                     END-EVALUATE
                WHEN 100
                     MOVE 0 TO WS-MONTO-NUM
                     IF PPI-MONTO IS NUMERIC
                        MOVE PPI-MONTO TO WS-MONTO-NUM
                     END-IF
                     PERFORM 250-VALIDAR-FECHA
                     IF WS-FECHA-ISO = SPACES
                        MOVE WS-FN-FECHA TO WS-FECHA-ISO
                     END-IF
                     MOVE WS-MONTO-NUM     TO CL-MONTO-PE
                     MOVE WS-FECHA-ISO     TO CL-FECHA-EMISION-PE
                     MOVE PPI-BENEFICIARIO TO CL-BENEFICIARIO-PE
                     MOVE 'A'              TO CL-ESTADO-PE
                     PERFORM 245-SQL-INSERTAR-CHEQUE
                     ADD 1 TO WS-CHEQUES-ANULADOS
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       245-SQL-INSERTAR-CHEQUE.
           EXEC SQL
                INSERT INTO TAPPEMIS (
                    NUMERO_CUENTA_PE
                   ,NUMERO_CHEQUE_PE
                   ,MONTO_PE
                   ,FECHA_EMISION_PE
                   ,BENEFICIARIO_PE
                   ,ESTADO_PE
                   ,FECHA_CARGA_PE
                ) VALUES (
                    :CL-NUMERO-CUENTA-PE
                   ,:CL-NUMERO-CHEQUE-PE
                   ,:CL-MONTO-PE
                   ,:CL-FECHA-EMISION-PE
                   ,:CL-BENEFICIARIO-PE
                   ,:CL-ESTADO-PE
                   ,:WS-FN-FECHA
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       250-VALIDAR-FECHA.
      *
      *--- AAAAMMDD A FORMATO ISO; DB2 RECHAZA LAS FECHAS QUE NO
      *--- EXISTEN. WS-FECHA-ISO QUEDA EN BLANCO SI NO ES VALIDA
      *
           MOVE SPACES TO WS-FECHA-ISO
           IF PPI-FECHA-EMISION IS NUMERIC
              STRING PPI-FECHA-EMISION(1:4) '-'
                     PPI-FECHA-EMISION(5:2) '-'
                     PPI-FECHA-EMISION(7:2)
                     DELIMITED BY SIZE
                INTO WS-FECHA-ISO
              END-STRING
              EXEC SQL
                   SELECT CHAR(DATE(:WS-FECHA-ISO), ISO)
                   INTO   :WS-FECHA-ISO
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-FECHA-ISO
              END-IF
           END-IF.

       260-ESCRIBIR-RECHAZO.
           ADD 1 TO WS-REGISTROS-RECHAZADOS
           MOVE SPACES TO RPT-LINEA
           STRING 'RECHAZADO: CUENTA='      DELIMITED BY SIZE
                  PPI-NUMERO-CUENTA         DELIMITED BY SIZE
                  ' CHEQUE='                DELIMITED BY SIZE
                  PPI-NUMERO-CHEQUE         DELIMITED BY SIZE
                  ' MOTIVO='                DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'REGISTROS LEIDOS: '     DELIMITED BY SIZE
                  WS-REGISTROS-LEIDOS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CHEQUES GIRADOS CARGADOS: ' DELIMITED BY SIZE
                  WS-CHEQUES-CARGADOS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CHEQUES ANULADOS: '     DELIMITED BY SIZE
                  WS-CHEQUES-ANULADOS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'YA REGISTRADOS (SIN CAMBIO): ' DELIMITED BY SIZE
                  WS-CHEQUES-REPETIDOS     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'REGISTROS RECHAZADOS: ' DELIMITED BY SIZE
                  WS-REGISTROS-RECHAZADOS  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE PPAY-FILE
           CLOSE RPT-FILE
           STOP RUN.

       COPY VALCTAPR.

       COPY FECNEGPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE PPAY-FILE
           CLOSE RPT-FILE
           STOP RUN.
