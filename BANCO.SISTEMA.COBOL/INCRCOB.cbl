      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPORTE Y ARCHIVO MENSUAL AL     *
      *   BANCO CENTRAL DE BILLETES FALSOS RETENIDOS      *
      *   (TAINCAUT) - SISTEMA BANCARIO                   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INCRCOB.
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
      *--- ARCHIVO AL BANCO CENTRAL, UN REGISTRO POR RETENCION DEL MES
      *
           SELECT BCR-FILE ASSIGN TO BCROUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- LAYOUT DEL ARCHIVO AL BANCO CENTRAL (POSICIONES FIJAS)
      *
      *--- POS   1-9    ID DE LA RETENCION
      *--- POS  10-13   SUCURSAL
      *--- POS  14-23   FECHA DE NEGOCIO DE LA RETENCION
      *--- POS  24-26   MONEDA
      *--- POS  27-32   DENOMINACION (VALOR FACIAL)
      *--- POS  33-47   SERIE DEL BILLETE
      *--- POS  48-52   CANTIDAD DE BILLETES
      *--- POS  53-54   TIPO DE DOCUMENTO DE QUIEN LO PRESENTO
      *--- POS  55-64   NUMERO DE DOCUMENTO
      *--- POS  65-104  NOMBRE DE QUIEN LO PRESENTO
      *--- POS 105      ESTADO ('C' EN CUSTODIA, 'E' ENVIADO)
      *--- POS 106-117  GUIA DE ENVIO (EN BLANCO SI SIGUE EN CUSTODIA)
      *--- POS 118-124  PERIODO REPORTADO (YYYY-MM)
      *
       FD  BCR-FILE
           RECORDING MODE IS F.
       01  BCR-REGISTRO.
           03 BCR-ID                   PIC 9(9).
           03 BCR-SUCURSAL             PIC X(4).
           03 BCR-FECHA                PIC X(10).
           03 BCR-MONEDA               PIC X(3).
           03 BCR-DENOMINACION         PIC 9(6).
           03 BCR-SERIE                PIC X(15).
           03 BCR-CANTIDAD             PIC 9(5).
           03 BCR-TIPO-DOC             PIC X(2).
           03 BCR-NUMERO-DOC           PIC X(10).
           03 BCR-NOMBRE               PIC X(40).
           03 BCR-ESTADO               PIC X(1).
           03 BCR-GUIA                 PIC X(12).
           03 BCR-PERIODO              PIC X(7).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAINCAUT END-EXEC.
      *
      *--- RETENCIONES DEL MES DE LA FECHA DE NEGOCIO DE LA CORRIDA
      *--- (EL JOB SE LANZA AL CIERRE DEL MES)
      *
           EXEC SQL
                DECLARE C_RETENCIONES CURSOR FOR
                SELECT
                   ID_INCAUTACION
                  ,SUCURSAL_IN
                  ,CHAR(FECHA_NEGOCIO_IN, ISO)
                  ,MONEDA_IN
                  ,DENOMINACION_IN
                  ,SERIE_IN
                  ,CANTIDAD_IN
                  ,VALOR_IN
                  ,TIPO_DOC_IN
                  ,NUMERO_DOC_IN
                  ,NOMBRE_IN
                  ,ESTADO_IN
                  ,GUIA_ENVIO_IN
                FROM
                   TAINCAUT
                WHERE
                   FECHA_NEGOCIO_IN >= DATE(:WS-FECHA-INICIO)
                   AND FECHA_NEGOCIO_IN <= DATE(:WS-RC-FECHA)
                ORDER BY
                   SUCURSAL_IN
                  ,ID_INCAUTACION
           END-EXEC.
      *
      *--- SALDO EN CUSTODIA A LA FECHA: TODO LO RETENIDO, DE
      *--- CUALQUIER MES, QUE AUN NO SE DESPACHA AL BANCO CENTRAL
      *
           EXEC SQL
                DECLARE C_CUSTODIA CURSOR FOR
                SELECT
                   SUCURSAL_IN
                  ,MONEDA_IN
                  ,SUM(CANTIDAD_IN)
                  ,SUM(VALOR_IN)
                FROM
                   TAINCAUT
                WHERE
                   ESTADO_IN = 'C'
                GROUP BY
                   SUCURSAL_IN
                  ,MONEDA_IN
                ORDER BY
                   SUCURSAL_IN
                  ,MONEDA_IN
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-FECHA-INICIO         PIC X(10).
           03 WS-PERIODO              PIC X(7).
           03 WS-LEIDOS               PIC 9(9)        VALUE 0.
           03 WS-BILLETES-MES         PIC 9(9)        VALUE 0.
           03 WS-BILLETES-CUSTODIA    PIC 9(9)        VALUE 0.
           03 WS-VALOR-COP-MES        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-VALOR-USD-MES        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-SUCURSAL             PIC X(4).
           03 WS-MONEDA               PIC X(3).
           03 WS-CANTIDAD             PIC S9(9)       COMP.
           03 WS-VALOR                PIC S9(13)V9(2) COMP-3.
           03 WS-ID-ED                PIC Z(8)9.
           03 WS-CANT-ED              PIC Z(8)9.
           03 WS-DENOM-ED             PIC ZZZ.ZZ9.
           03 WS-MONTO-ED             PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'INCRCOB'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 250-SALDO-CUSTODIA
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT BCR-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE WS-RC-FECHA(1:7) TO WS-PERIODO
           STRING WS-PERIODO '-01' DELIMITED BY SIZE
             INTO WS-FECHA-INICIO
           END-STRING
           MOVE SPACES TO RPT-LINEA
           STRING 'BILLETES FALSOS RETENIDOS - PERIODO '
                                       DELIMITED BY SIZE
                  WS-PERIODO           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_RETENCIONES END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 410-LEER-RETENCION
           PERFORM UNTIL WS-CUR-FIN
              PERFORM 210-REPORTAR-RETENCION
              PERFORM 410-LEER-RETENCION
           END-PERFORM
           EXEC SQL CLOSE C_RETENCIONES END-EXEC.

       210-REPORTAR-RETENCION.
           ADD CL-CANTIDAD-IN TO WS-BILLETES-MES
           IF CL-MONEDA-IN = 'USD'
              ADD CL-VALOR-IN TO WS-VALOR-USD-MES
           ELSE
              ADD CL-VALOR-IN TO WS-VALOR-COP-MES
           END-IF
           MOVE CL-ID-INCAUTACION  TO BCR-ID
           MOVE CL-SUCURSAL-IN     TO BCR-SUCURSAL
           MOVE CL-FECHA-NEGOCIO-IN TO BCR-FECHA
           MOVE CL-MONEDA-IN       TO BCR-MONEDA
           MOVE CL-DENOMINACION-IN TO BCR-DENOMINACION
           MOVE CL-SERIE-IN        TO BCR-SERIE
           MOVE CL-CANTIDAD-IN     TO BCR-CANTIDAD
           MOVE CL-TIPO-DOC-IN     TO BCR-TIPO-DOC
           MOVE CL-NUMERO-DOC-IN   TO BCR-NUMERO-DOC
           MOVE CL-NOMBRE-IN       TO BCR-NOMBRE
           MOVE CL-ESTADO-IN       TO BCR-ESTADO
           MOVE CL-GUIA-ENVIO-IN   TO BCR-GUIA
           MOVE WS-PERIODO         TO BCR-PERIODO
           WRITE BCR-REGISTRO
           MOVE CL-ID-INCAUTACION  TO WS-ID-ED
           MOVE CL-DENOMINACION-IN TO WS-DENOM-ED
           MOVE CL-CANTIDAD-IN     TO WS-CANT-ED
           MOVE SPACES TO RPT-LINEA
           STRING WS-ID-ED ' ' CL-SUCURSAL-IN
                  ' ' CL-FECHA-NEGOCIO-IN
                  ' ' CL-MONEDA-IN WS-DENOM-ED
                  ' X' WS-CANT-ED
                  ' SERIE ' CL-SERIE-IN
                  ' DOC ' CL-TIPO-DOC-IN CL-NUMERO-DOC-IN
                  ' ' CL-ESTADO-IN
                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       250-SALDO-CUSTODIA.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'SALDO EN CUSTODIA PENDIENTE DE ENVIO AL BANCO CENTRAL'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'N' TO WS-CUR-FALG
           EXEC SQL OPEN C_CUSTODIA END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 420-LEER-CUSTODIA
           PERFORM UNTIL WS-CUR-FIN
              ADD WS-CANTIDAD TO WS-BILLETES-CUSTODIA
              MOVE WS-CANTIDAD TO WS-CANT-ED
              MOVE WS-VALOR    TO WS-MONTO-ED
              MOVE SPACES TO RPT-LINEA
              STRING '     SUCURSAL ' WS-SUCURSAL
                     ' ' WS-MONEDA
                     ' BILLETES=' WS-CANT-ED
                     ' VALOR=' WS-MONTO-ED
                     DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              PERFORM 420-LEER-CUSTODIA
           END-PERFORM
           EXEC SQL CLOSE C_CUSTODIA END-EXEC.

       410-LEER-RETENCION.
           EXEC SQL
                FETCH C_RETENCIONES INTO
                   :CL-ID-INCAUTACION
                  ,:CL-SUCURSAL-IN
                  ,:CL-FECHA-NEGOCIO-IN
                  ,:CL-MONEDA-IN
                  ,:CL-DENOMINACION-IN
                  ,:CL-SERIE-IN
                  ,:CL-CANTIDAD-IN
                  ,:CL-VALOR-IN
                  ,:CL-TIPO-DOC-IN
                  ,:CL-NUMERO-DOC-IN
                  ,:CL-NOMBRE-IN
                  ,:CL-ESTADO-IN
                  ,:CL-GUIA-ENVIO-IN
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-LEIDOS
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       420-LEER-CUSTODIA.
           EXEC SQL
                FETCH C_CUSTODIA INTO
                   :WS-SUCURSAL
                  ,:WS-MONEDA
                  ,:WS-CANTIDAD
                  ,:WS-VALOR
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RETENCIONES DEL PERIODO: ' DELIMITED BY SIZE
                  WS-LEIDOS               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'BILLETES DEL PERIODO: ' DELIMITED BY SIZE
                  WS-BILLETES-MES         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-VALOR-COP-MES TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'VALOR FACIAL COP DEL PERIODO: ' DELIMITED BY SIZE
                  WS-MONTO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-VALOR-USD-MES TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'VALOR FACIAL USD DEL PERIODO: ' DELIMITED BY SIZE
                  WS-MONTO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'BILLETES EN CUSTODIA: ' DELIMITED BY SIZE
                  WS-BILLETES-CUSTODIA    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-LEIDOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           CLOSE BCR-FILE
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
           CLOSE BCR-FILE
           STOP RUN.
