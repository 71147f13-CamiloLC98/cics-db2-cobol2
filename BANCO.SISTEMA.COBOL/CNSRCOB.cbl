      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPORTE MENSUAL DE CAMBIOS DE    *
      *   CONSENTIMIENTO DE MERCADEO (TACONSHS) PARA EL   *
      *   OFICIAL DE PROTECCION DE DATOS                  *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNSRCOB.
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
           EXEC SQL INCLUDE TACONSHS END-EXEC.
      *
      *--- CAMBIOS DE CONSENTIMIENTO REGISTRADOS EN LA PANTALLA CNST
      *--- DURANTE EL MES DEL REPORTE, EN EL ORDEN EN QUE OCURRIERON
      *
           EXEC SQL
                DECLARE C_CAMBIOS CURSOR FOR
                SELECT
                   CEDULA_CH
                  ,CANAL_CH
                  ,ESTADO_ANT_CH
                  ,ESTADO_NUEVO_CH
                  ,ORIGEN_CH
                  ,USUARIO_CH
                  ,FECHA_CH
                FROM
                   TACONSHS
                WHERE
                   SUBSTR(CHAR(DATE(FECHA_CH), ISO), 1, 7)
                      = :WS-PERIODO
                ORDER BY
                   FECHA_CH
                  ,CEDULA_CH
           END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-7   PERIODO AAAA-MM; EN BLANCO EL MES ANTERIOR AL DE
      *---            LA FECHA DE NEGOCIO VIGENTE (LA CORRIDA NORMAL ES
      *---            A COMIENZO DE MES SOBRE EL MES QUE CERRO)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-PERIODO         PIC X(7).
           03 FILLER                  PIC X(73).

       01  WS-VARIABLES.
           03 WS-PERIODO              PIC X(7).
           03 WS-CAMBIOS              PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-CONTADOR2-ED         PIC ZZZZZZZZ9.
           03 WS-CR-IDX               PIC 9(1).
           03 WS-CR-CANALES           PIC X(4)        VALUE 'XSET'.
      *
      *--- TOTALES POR CANAL, EN EL ORDEN DE WS-CR-CANALES: ALTAS
      *--- (EL CLIENTE QUEDO ACEPTANDO) Y BAJAS (QUEDO SIN ACEPTAR)
      *
           03 WS-CR-TOTALES OCCURS 4 TIMES.
              05 WS-CR-ALTAS          PIC 9(9).
              05 WS-CR-BAJAS          PIC 9(9).
           03 WS-CR-NOMBRES.
              05 FILLER               PIC X(20)       VALUE
                 'INSERTO EN EXTRACTO'.
              05 FILLER               PIC X(20)       VALUE
                 'SMS'.
              05 FILLER               PIC X(20)       VALUE
                 'CORREO ELECTRONICO'.
              05 FILLER               PIC X(20)       VALUE
                 'LLAMADA TELEFONICA'.
           03 WS-CR-NOMBRES-R REDEFINES WS-CR-NOMBRES.
              05 WS-CR-NOMBRE         PIC X(20)       OCCURS 4 TIMES.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CNSRCOB'.

       COPY FECNEGCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           PERFORM 870-LEER-FECHA-NEGOCIO
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           OPEN OUTPUT RPT-FILE
           IF WS-PARM-PERIODO = SPACES OR WS-PARM-PERIODO = LOW-VALUES
              EXEC SQL
                   SELECT SUBSTR(CHAR(DATE(:WS-FN-FECHA) - 1 MONTH,
                                 ISO), 1, 7)
                   INTO   :WS-PERIODO
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           ELSE
              MOVE WS-PARM-PERIODO TO WS-PERIODO
           END-IF
           IF WS-PERIODO(5:1) NOT = '-'
              OR WS-PERIODO(1:4) IS NOT NUMERIC
              OR WS-PERIODO(6:2) IS NOT NUMERIC
              MOVE 'ABORTADO: PERIODO INVALIDO EN LA TARJETA (AAAA-MM)'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1 UNTIL WS-CR-IDX > 4
              MOVE 0 TO WS-CR-ALTAS(WS-CR-IDX)
              MOVE 0 TO WS-CR-BAJAS(WS-CR-IDX)
           END-PERFORM
           MOVE SPACES TO RPT-LINEA
           STRING 'CAMBIOS DE CONSENTIMIENTO DE MERCADEO - PERIODO '
                                      DELIMITED BY SIZE
                  WS-PERIODO          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'FECHA DE NEGOCIO: ' DELIMITED BY SIZE
                  WS-FN-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES       TO RPT-LINEA
           MOVE 'FECHA/HORA' TO RPT-LINEA(1:10)
           MOVE 'CEDULA'     TO RPT-LINEA(21:6)
           MOVE 'CANAL'      TO RPT-LINEA(32:5)
           MOVE 'ANTES'      TO RPT-LINEA(37:5)
           MOVE 'AHORA'      TO RPT-LINEA(43:5)
           MOVE 'ORIGEN'     TO RPT-LINEA(49:6)
           MOVE 'USUARIO'    TO RPT-LINEA(56:7)
           WRITE RPT-LINEA.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           EXEC SQL OPEN C_CAMBIOS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CAMBIOS INTO
                      :CL-CEDULA-CH
                     ,:CL-CANAL-CH
                     ,:CL-ESTADO-ANT-CH
                     ,:CL-ESTADO-NUEVO-CH
                     ,:CL-ORIGEN-CH
                     ,:CL-USUARIO-CH
                     ,:CL-FECHA-CH
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-CAMBIOS
                        PERFORM 210-ESCRIBIR-CAMBIO
                        PERFORM 220-ACUMULAR-CANAL
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CAMBIOS END-EXEC.

       210-ESCRIBIR-CAMBIO.
      *
      *--- ANTES EN BLANCO: PRIMER REGISTRO DEL CLIENTE PARA EL CANAL
      *--- (HASTA ENTONCES APLICABA MKT-CONSENTIMIENTO-DEFECTO)
      *
           MOVE SPACES TO RPT-LINEA
           MOVE CL-FECHA-CH(1:19)  TO RPT-LINEA(1:19)
           MOVE CL-CEDULA-CH       TO RPT-LINEA(21:10)
           MOVE CL-CANAL-CH        TO RPT-LINEA(34:1)
           IF CL-ESTADO-ANT-CH = SPACES
              MOVE '-'             TO RPT-LINEA(39:1)
           ELSE
              MOVE CL-ESTADO-ANT-CH TO RPT-LINEA(39:1)
           END-IF
           MOVE CL-ESTADO-NUEVO-CH TO RPT-LINEA(45:1)
           MOVE CL-ORIGEN-CH       TO RPT-LINEA(51:1)
           MOVE CL-USUARIO-CH      TO RPT-LINEA(58:3)
           WRITE RPT-LINEA.

       220-ACUMULAR-CANAL.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > 4
                   OR WS-CR-CANALES(WS-CR-IDX:1) = CL-CANAL-CH
              CONTINUE
           END-PERFORM
           IF WS-CR-IDX <= 4
              IF CL-ESTADO-NUEVO-CH = 'S'
                 ADD 1 TO WS-CR-ALTAS(WS-CR-IDX)
              ELSE
                 ADD 1 TO WS-CR-BAJAS(WS-CR-IDX)
              END-IF
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'TOTALES POR CANAL              ACEPTA    NO ACEPTA'
                TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1 UNTIL WS-CR-IDX > 4
              MOVE WS-CR-ALTAS(WS-CR-IDX) TO WS-CONTADOR-ED
              MOVE WS-CR-BAJAS(WS-CR-IDX) TO WS-CONTADOR2-ED
              MOVE SPACES TO RPT-LINEA
              STRING '  '                     DELIMITED BY SIZE
                     WS-CR-NOMBRE(WS-CR-IDX)  DELIMITED BY SIZE
                     '   '                    DELIMITED BY SIZE
                     WS-CONTADOR-ED           DELIMITED BY SIZE
                     '    '                   DELIMITED BY SIZE
                     WS-CONTADOR2-ED          DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-PERFORM
           MOVE WS-CAMBIOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CAMBIOS DEL PERIODO: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

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
           CLOSE RPT-FILE
           STOP RUN.
