      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPORTE TRIMESTRAL DE ARQUEOS    *
      *   DE AUDITORIA INTERNA POR SUCURSAL (TAARQUEO) -  *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARQRCOB.
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
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
      *
      *--- ARQUEOS DEL TRIMESTRE CALENDARIO DE LA FECHA DE CORRIDA
      *--- (SE PROGRAMA EL ULTIMO DIA HABIL DEL TRIMESTRE), SIN LOS
      *--- ANULADOS. DIFERENCIA NEGATIVA ES FALTANTE Y POSITIVA
      *--- SOBRANTE; 'C'/'P' SON ARQUEOS AUN SIN FIRMA DEL CAJERO
      *
           EXEC SQL
                DECLARE C_SUCURSALES CURSOR FOR
                SELECT
                   SUCURSAL_AQ
                  ,COUNT(*)
                  ,SUM(CASE WHEN DIFERENCIA_AQ <> 0
                            THEN 1 ELSE 0 END)
                  ,COALESCE(SUM(CASE WHEN DIFERENCIA_AQ < 0
                                     THEN DIFERENCIA_AQ
                                     ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN DIFERENCIA_AQ > 0
                                     THEN DIFERENCIA_AQ
                                     ELSE 0 END), 0)
                  ,SUM(CASE WHEN ESTADO_AQ IN ('C', 'P')
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN SEGUIMIENTO_AQ = 'P'
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN SEGUIMIENTO_AQ = 'R'
                            THEN 1 ELSE 0 END)
                FROM
                   TAARQUEO
                WHERE
                   ESTADO_AQ <> 'X'
                   AND YEAR(FECHA_NEGOCIO_AQ) =
                       YEAR(DATE(:WS-RC-FECHA))
                   AND QUARTER(FECHA_NEGOCIO_AQ) =
                       QUARTER(DATE(:WS-RC-FECHA))
                GROUP BY
                   SUCURSAL_AQ
                ORDER BY
                   SUCURSAL_AQ
           END-EXEC.
      *
      *--- DETALLE: ARQUEOS CON DIFERENCIA O CON SEGUIMIENTO ABIERTO
      *
           EXEC SQL
                DECLARE C_DETALLE CURSOR FOR
                SELECT
                   ID_ARQUEO
                  ,SUCURSAL_AQ
                  ,TILL_ID_AQ
                  ,FECHA_NEGOCIO_AQ
                  ,AUDITOR_AQ
                  ,DIFERENCIA_AQ
                  ,ESTADO_AQ
                  ,SEGUIMIENTO_AQ
                FROM
                   TAARQUEO
                WHERE
                   ESTADO_AQ <> 'X'
                   AND (DIFERENCIA_AQ <> 0 OR SEGUIMIENTO_AQ = 'P')
                   AND YEAR(FECHA_NEGOCIO_AQ) =
                       YEAR(DATE(:WS-RC-FECHA))
                   AND QUARTER(FECHA_NEGOCIO_AQ) =
                       QUARTER(DATE(:WS-RC-FECHA))
                ORDER BY
                   SUCURSAL_AQ
                  ,ID_ARQUEO
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-SUCURSALES-LEIDAS    PIC 9(9)        VALUE 0.
           03 WS-DETALLES-LEIDOS      PIC 9(9)        VALUE 0.
           03 WS-ARQUEOS              PIC S9(9)       COMP.
           03 WS-CON-DIFERENCIA       PIC S9(9)       COMP.
           03 WS-FALTANTES            PIC S9(13)V9(2) COMP-3.
           03 WS-SOBRANTES            PIC S9(13)V9(2) COMP-3.
           03 WS-SIN-FIRMA            PIC S9(9)       COMP.
           03 WS-SEG-PENDIENTE        PIC S9(9)       COMP.
           03 WS-SEG-RESUELTO         PIC S9(9)       COMP.
           03 WS-TOT-ARQUEOS          PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-DIFERENCIA       PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-FALTANTES        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-SOBRANTES        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-SIN-FIRMA        PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-PENDIENTE        PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-RESUELTO         PIC S9(9)       COMP VALUE 0.
           03 WS-ARQUEOS-ED           PIC ZZZZZ9.
           03 WS-DIFERENCIA-ED        PIC ZZZZZ9.
           03 WS-SIN-FIRMA-ED         PIC ZZZZZ9.
           03 WS-PENDIENTE-ED         PIC ZZZZZ9.
           03 WS-RESUELTO-ED          PIC ZZZZZ9.
           03 WS-FALTANTES-ED         PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-SOBRANTES-ED         PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-ID-ED                PIC 9(9).
           03 WS-ETIQUETA             PIC X(13).
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ARQRCOB'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'ARQUEOS DE AUDITORIA POR SUCURSAL - TRIMESTRE DE '
                                       DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_SUCURSALES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SUCURSALES INTO
                      :CL-SUCURSAL-AQ
                     ,:WS-ARQUEOS
                     ,:WS-CON-DIFERENCIA
                     ,:WS-FALTANTES
                     ,:WS-SOBRANTES
                     ,:WS-SIN-FIRMA
                     ,:WS-SEG-PENDIENTE
                     ,:WS-SEG-RESUELTO
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-SUCURSALES-LEIDAS
                 PERFORM 210-ESCRIBIR-SUCURSAL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SUCURSALES END-EXEC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'ARQUEOS CON DIFERENCIA O SEGUIMIENTO PENDIENTE'
                TO RPT-LINEA
           WRITE RPT-LINEA
           EXEC SQL OPEN C_DETALLE END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_DETALLE INTO
                      :CL-ID-ARQUEO
                     ,:CL-SUCURSAL-AQ
                     ,:CL-TILL-ID-AQ
                     ,:CL-FECHA-NEGOCIO-AQ
                     ,:CL-AUDITOR-AQ
                     ,:CL-DIFERENCIA-AQ
                     ,:CL-ESTADO-AQ
                     ,:CL-SEGUIMIENTO-AQ
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-DETALLES-LEIDOS
                 PERFORM 220-ESCRIBIR-DETALLE
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_DETALLE END-EXEC.

       210-ESCRIBIR-SUCURSAL.
           ADD WS-ARQUEOS        TO WS-TOT-ARQUEOS
           ADD WS-CON-DIFERENCIA TO WS-TOT-DIFERENCIA
           ADD WS-FALTANTES      TO WS-TOT-FALTANTES
           ADD WS-SOBRANTES      TO WS-TOT-SOBRANTES
           ADD WS-SIN-FIRMA      TO WS-TOT-SIN-FIRMA
           ADD WS-SEG-PENDIENTE  TO WS-TOT-PENDIENTE
           ADD WS-SEG-RESUELTO   TO WS-TOT-RESUELTO
           MOVE WS-ARQUEOS        TO WS-ARQUEOS-ED
           MOVE WS-CON-DIFERENCIA TO WS-DIFERENCIA-ED
           MOVE WS-SIN-FIRMA      TO WS-SIN-FIRMA-ED
           MOVE WS-SEG-PENDIENTE  TO WS-PENDIENTE-ED
           MOVE WS-SEG-RESUELTO   TO WS-RESUELTO-ED
           MOVE WS-FALTANTES      TO WS-FALTANTES-ED
           MOVE WS-SOBRANTES      TO WS-SOBRANTES-ED
           MOVE SPACES TO WS-ETIQUETA
           STRING 'SUCURSAL ' DELIMITED BY SIZE
                  CL-SUCURSAL-AQ DELIMITED BY SIZE
             INTO WS-ETIQUETA
           END-STRING
           PERFORM 230-ESCRIBIR-RESUMEN.

       230-ESCRIBIR-RESUMEN.
           MOVE SPACES TO RPT-LINEA
           STRING WS-ETIQUETA DELIMITED BY SIZE
                  ' ARQUEOS=' DELIMITED BY SIZE
                  WS-ARQUEOS-ED DELIMITED BY SIZE
                  ' CON DIFERENCIA=' DELIMITED BY SIZE
                  WS-DIFERENCIA-ED DELIMITED BY SIZE
                  ' SIN FIRMA=' DELIMITED BY SIZE
                  WS-SIN-FIRMA-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING '  FALTANTES=' DELIMITED BY SIZE
                  WS-FALTANTES-ED DELIMITED BY SIZE
                  ' SOBRANTES=' DELIMITED BY SIZE
                  WS-SOBRANTES-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING '  SEGUIMIENTO PENDIENTE=' DELIMITED BY SIZE
                  WS-PENDIENTE-ED DELIMITED BY SIZE
                  ' RESUELTO=' DELIMITED BY SIZE
                  WS-RESUELTO-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       220-ESCRIBIR-DETALLE.
           MOVE CL-ID-ARQUEO     TO WS-ID-ED
           MOVE CL-DIFERENCIA-AQ TO WS-FALTANTES-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'ARQUEO ' DELIMITED BY SIZE
                  WS-ID-ED DELIMITED BY SIZE
                  ' SUC ' DELIMITED BY SIZE
                  CL-SUCURSAL-AQ DELIMITED BY SIZE
                  ' CAJA ' DELIMITED BY SIZE
                  CL-TILL-ID-AQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CL-FECHA-NEGOCIO-AQ DELIMITED BY SIZE
                  ' AUD ' DELIMITED BY SIZE
                  CL-AUDITOR-AQ DELIMITED BY SIZE
                  ' DIF=' DELIMITED BY SIZE
                  WS-FALTANTES-ED DELIMITED BY SIZE
                  ' EST=' DELIMITED BY SIZE
                  CL-ESTADO-AQ DELIMITED BY SIZE
                  ' SEG=' DELIMITED BY SIZE
                  CL-SEGUIMIENTO-AQ DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE WS-TOT-ARQUEOS    TO WS-ARQUEOS-ED
           MOVE WS-TOT-DIFERENCIA TO WS-DIFERENCIA-ED
           MOVE WS-TOT-SIN-FIRMA  TO WS-SIN-FIRMA-ED
           MOVE WS-TOT-PENDIENTE  TO WS-PENDIENTE-ED
           MOVE WS-TOT-RESUELTO   TO WS-RESUELTO-ED
           MOVE WS-TOT-FALTANTES  TO WS-FALTANTES-ED
           MOVE WS-TOT-SOBRANTES  TO WS-SOBRANTES-ED
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'TOTAL' TO WS-ETIQUETA
           PERFORM 230-ESCRIBIR-RESUMEN
           MOVE SPACES TO RPT-LINEA
           STRING 'SUCURSALES REPORTADAS: ' DELIMITED BY SIZE
                  WS-SUCURSALES-LEIDAS     DELIMITED BY SIZE
                  ' ARQUEOS EN DETALLE: '  DELIMITED BY SIZE
                  WS-DETALLES-LEIDOS       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOT-ARQUEOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
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
           CLOSE RPT-FILE
           STOP RUN.
