      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH MENSUAL DE OPERACIONES DE        *
      *   CAMBIO (TADECCAM) PARA EL BANCO CENTRAL, POR    *
      *   NUMERAL, MONEDA Y SUCURSAL                      *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DCAMCOB.
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
      *--- ARCHIVO DE OPERACIONES DE CAMBIO QUE SE TRANSMITE AL BANCO
      *--- CENTRAL: UN ENCABEZADO, UN DETALLE POR NUMERAL/MONEDA/
      *--- SUCURSAL Y UN REGISTRO DE CONTROL
      *
           SELECT CAMB-FILE ASSIGN TO CAMBOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- LAYOUT DEL ARCHIVO DE OPERACIONES DE CAMBIO (60 POSICIONES)
      *
      *--- DETALLE (TIPO '2'):
      *--- POS  1     TIPO DE REGISTRO
      *--- POS  2-8   PERIODO AAAA-MM
      *--- POS  9-12  NUMERAL CAMBIARIO
      *--- POS 13     'I' INGRESO / 'E' EGRESO DE DIVISAS
      *--- POS 14-16  MONEDA
      *--- POS 17-20  SUCURSAL
      *--- POS 21-27  CANTIDAD DE OPERACIONES
      *--- POS 28-42  MONTO EN DIVISA      (S9(13)V99)
      *--- POS 43-57  EQUIVALENTE EN PESOS (S9(13)V99)
      *--- ENCABEZADO (TIPO '1'): PERIODO Y FECHA DE GENERACION
      *--- CONTROL (TIPO '9'): PERIODO, NUMERO DE DETALLES Y TOTAL EN
      *--- PESOS DE LOS DETALLES
      *
       FD  CAMB-FILE
           RECORDING MODE IS F.
       01  CAMB-REGISTRO.
           03 CBR-TIPO-REG             PIC X(1).
           03 CBR-PERIODO              PIC X(7).
           03 CBR-DETALLE.
              05 CBR-NUMERAL           PIC X(4).
              05 CBR-TIPO-OPERACION    PIC X(1).
              05 CBR-MONEDA            PIC X(3).
              05 CBR-SUCURSAL          PIC X(4).
              05 CBR-CANTIDAD          PIC 9(7).
              05 CBR-MONTO-DIVISA      PIC S9(13)V99.
              05 CBR-MONTO-COP         PIC S9(13)V99.
              05 FILLER                PIC X(3).
           03 CBR-ENCABEZADO REDEFINES CBR-DETALLE.
              05 CBR-FECHA-GENERACION  PIC X(10).
              05 FILLER                PIC X(42).
           03 CBR-CONTROL REDEFINES CBR-DETALLE.
              05 CBR-DETALLES          PIC 9(7).
              05 CBR-TOTAL-COP         PIC S9(15)V99.
              05 FILLER                PIC X(28).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TADECCAM END-EXEC.
      *
      *--- DECLARACIONES DE CAMBIO VIGENTES DEL MES DEL REPORTE (LAS
      *--- ANULADAS, P.EJ. GIROS DEVUELTOS, NO SE REPORTAN), AGRUPADAS
      *--- POR NUMERAL, SENTIDO, MONEDA Y SUCURSAL
      *
           EXEC SQL
                DECLARE C_OPERACIONES CURSOR FOR
                SELECT
                   NUMERAL_DX
                  ,TIPO_OPERACION_DX
                  ,MONEDA_DX
                  ,SUCURSAL_DX
                  ,COUNT(*)
                  ,SUM(MONTO_DIVISA_DX)
                  ,SUM(MONTO_COP_DX)
                FROM
                   TADECCAM
                WHERE
                   ESTADO_DX = 'V'
                   AND SUBSTR(CHAR(FECHA_NEGOCIO_DX, ISO), 1, 7)
                      = :WS-PERIODO
                GROUP BY
                   NUMERAL_DX
                  ,TIPO_OPERACION_DX
                  ,MONEDA_DX
                  ,SUCURSAL_DX
                ORDER BY
                   NUMERAL_DX
                  ,MONEDA_DX
                  ,SUCURSAL_DX
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
           03 WS-OPERACIONES          PIC S9(9)       COMP.
           03 WS-SUMA-DIVISA          PIC S9(13)V9(2) COMP-3.
           03 WS-SUMA-COP             PIC S9(13)V9(2) COMP-3.
           03 WS-DETALLES             PIC 9(7)        VALUE 0.
           03 WS-TOTAL-OPERACIONES    PIC 9(9)        VALUE 0.
           03 WS-TOTAL-COP            PIC S9(15)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-INGRESOS       PIC S9(15)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-EGRESOS        PIC S9(15)V9(2) COMP-3 VALUE 0.
           03 WS-CANTIDAD-ED          PIC ZZZZZZ9.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-DIVISA-ED            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-COP-ED               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-TOTAL-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'DCAMCOB'.

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
           OPEN OUTPUT CAMB-FILE
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
           MOVE SPACES          TO CAMB-REGISTRO
           MOVE '1'             TO CBR-TIPO-REG
           MOVE WS-PERIODO      TO CBR-PERIODO
           MOVE WS-FN-FECHA     TO CBR-FECHA-GENERACION
           WRITE CAMB-REGISTRO
           MOVE SPACES TO RPT-LINEA
           STRING 'OPERACIONES DE CAMBIO DECLARADAS - PERIODO '
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
           MOVE 'NUMERAL'    TO RPT-LINEA(1:7)
           MOVE 'I/E'        TO RPT-LINEA(9:3)
           MOVE 'MON'        TO RPT-LINEA(13:3)
           MOVE 'SUCURSAL'   TO RPT-LINEA(17:8)
           MOVE 'OPERAC.'    TO RPT-LINEA(26:7)
           MOVE 'MONTO DIVISA' TO RPT-LINEA(41:12)
           MOVE 'EQUIVALENTE COP' TO RPT-LINEA(61:15)
           WRITE RPT-LINEA.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE CAMB-FILE
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           EXEC SQL OPEN C_OPERACIONES END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_OPERACIONES INTO
                      :CL-NUMERAL-DX
                     ,:CL-TIPO-OPERACION-DX
                     ,:CL-MONEDA-DX
                     ,:CL-SUCURSAL-DX
                     ,:WS-OPERACIONES
                     ,:WS-SUMA-DIVISA
                     ,:WS-SUMA-COP
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 210-ESCRIBIR-DETALLE
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_OPERACIONES END-EXEC.

       210-ESCRIBIR-DETALLE.
           MOVE SPACES               TO CAMB-REGISTRO
           MOVE '2'                  TO CBR-TIPO-REG
           MOVE WS-PERIODO           TO CBR-PERIODO
           MOVE CL-NUMERAL-DX        TO CBR-NUMERAL
           MOVE CL-TIPO-OPERACION-DX TO CBR-TIPO-OPERACION
           MOVE CL-MONEDA-DX         TO CBR-MONEDA
           MOVE CL-SUCURSAL-DX       TO CBR-SUCURSAL
           MOVE WS-OPERACIONES       TO CBR-CANTIDAD
           MOVE WS-SUMA-DIVISA       TO CBR-MONTO-DIVISA
           MOVE WS-SUMA-COP          TO CBR-MONTO-COP
           WRITE CAMB-REGISTRO
           ADD 1              TO WS-DETALLES
           ADD WS-OPERACIONES TO WS-TOTAL-OPERACIONES
           ADD WS-SUMA-COP    TO WS-TOTAL-COP
           IF CL-TIPO-OPERACION-DX = 'I'
              ADD WS-SUMA-COP TO WS-TOTAL-INGRESOS
           ELSE
              ADD WS-SUMA-COP TO WS-TOTAL-EGRESOS
           END-IF
           MOVE WS-OPERACIONES TO WS-CANTIDAD-ED
           MOVE WS-SUMA-DIVISA TO WS-DIVISA-ED
           MOVE WS-SUMA-COP    TO WS-COP-ED
           MOVE SPACES TO RPT-LINEA
           MOVE CL-NUMERAL-DX        TO RPT-LINEA(1:4)
           MOVE CL-TIPO-OPERACION-DX TO RPT-LINEA(10:1)
           MOVE CL-MONEDA-DX         TO RPT-LINEA(13:3)
           MOVE CL-SUCURSAL-DX       TO RPT-LINEA(17:4)
           MOVE WS-CANTIDAD-ED       TO RPT-LINEA(26:7)
           MOVE WS-DIVISA-ED         TO RPT-LINEA(34:19)
           MOVE WS-COP-ED            TO RPT-LINEA(57:19)
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES          TO CAMB-REGISTRO
           MOVE '9'             TO CBR-TIPO-REG
           MOVE WS-PERIODO      TO CBR-PERIODO
           MOVE WS-DETALLES     TO CBR-DETALLES
           MOVE WS-TOTAL-COP    TO CBR-TOTAL-COP
           WRITE CAMB-REGISTRO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-TOTAL-OPERACIONES TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'OPERACIONES DEL PERIODO: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-INGRESOS TO WS-TOTAL-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'INGRESOS DE DIVISAS (COP): ' DELIMITED BY SIZE
                  WS-TOTAL-ED                   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-EGRESOS TO WS-TOTAL-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'EGRESOS DE DIVISAS (COP):  ' DELIMITED BY SIZE
                  WS-TOTAL-ED                   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-DETALLES TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'REGISTROS DE DETALLE ENVIADOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED                    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE CAMB-FILE
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
           CLOSE CAMB-FILE
           CLOSE RPT-FILE
           STOP RUN.
