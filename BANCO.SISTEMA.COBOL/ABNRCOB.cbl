      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH RESUMEN DIARIO DE INCIDENTES DE  *
      *   ABEND EN LINEA (TAABEND) - SISTEMA BANCARIO     *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABNRCOB.
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
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CONTEOS POR PROGRAMA Y CODIGO DE ABEND: INCIDENTES DE AYER
      *--- (EL DIA QUE SE REPORTA) Y LOS QUE SIGUEN ABIERTOS DE
      *--- CUALQUIER FECHA. UN PAR PROGRAMA/CODIGO SIN INCIDENTES
      *--- AYER NI ABIERTOS NO SALE EN EL REPORTE
      *
           EXEC SQL
                DECLARE C_ABENDS CURSOR FOR
                SELECT
                   PROGRAMA_AB
                  ,CODIGO_ABEND_AB
                  ,SUM(CASE WHEN DATE(FECHA_HORA_AB)
                                 = CURRENT DATE - 1 DAY
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN ESTADO_AB = 'A'
                            THEN 1 ELSE 0 END)
                FROM
                   TAABEND
                WHERE
                   DATE(FECHA_HORA_AB) = CURRENT DATE - 1 DAY
                   OR ESTADO_AB = 'A'
                GROUP BY
                   PROGRAMA_AB
                  ,CODIGO_ABEND_AB
                ORDER BY
                   PROGRAMA_AB
                  ,CODIGO_ABEND_AB
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-FECHA-REPORTE        PIC X(10).
           03 WS-PARES-LEIDOS         PIC 9(9)        VALUE 0.
           03 WS-DEL-DIA              PIC S9(9)       COMP.
           03 WS-ABIERTOS             PIC S9(9)       COMP.
           03 WS-TOT-DEL-DIA          PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-ABIERTOS         PIC S9(9)       COMP VALUE 0.
           03 WS-DEL-DIA-ED           PIC ZZZZZ9.
           03 WS-ABIERTOS-ED          PIC ZZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ABNRCOB'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           EXEC SQL
                SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                INTO   :WS-FECHA-REPORTE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'RESUMEN DIARIO DE ABENDS EN LINEA - '
                                              DELIMITED BY SIZE
                  WS-FECHA-REPORTE            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_ABENDS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ABENDS INTO
                      :CL-PROGRAMA-AB
                     ,:CL-CODIGO-ABEND-AB
                     ,:WS-DEL-DIA
                     ,:WS-ABIERTOS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-PARES-LEIDOS
                 PERFORM 210-ESCRIBIR-PAR
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_ABENDS END-EXEC.

       210-ESCRIBIR-PAR.
           ADD WS-DEL-DIA  TO WS-TOT-DEL-DIA
           ADD WS-ABIERTOS TO WS-TOT-ABIERTOS
           MOVE WS-DEL-DIA     TO WS-DEL-DIA-ED
           MOVE WS-ABIERTOS    TO WS-ABIERTOS-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PROGRAMA ' CL-PROGRAMA-AB
                  ' ABEND ' CL-CODIGO-ABEND-AB
                  ' DEL DIA=' DELIMITED BY SIZE
                  WS-DEL-DIA-ED DELIMITED BY SIZE
                  ' ABIERTOS=' DELIMITED BY SIZE
                  WS-ABIERTOS-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE WS-TOT-DEL-DIA  TO WS-DEL-DIA-ED
           MOVE WS-TOT-ABIERTOS TO WS-ABIERTOS-ED
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PROGRAMA/CODIGO REPORTADOS: ' DELIMITED BY SIZE
                  WS-PARES-LEIDOS                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL INCIDENTES DEL DIA: '   DELIMITED BY SIZE
                  WS-DEL-DIA-ED                  DELIMITED BY SIZE
                  '  TOTAL ABIERTOS: '           DELIMITED BY SIZE
                  WS-ABIERTOS-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
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
           STOP RUN.
