      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPORTE DIARIO DE POSICION       *
      *   INTERSUCURSALES POR PAR DE SUCURSALES, CON LAS  *
      *   EXCEPCIONES DE CUADRE (TAINTSUC) - SISTEMA      *
      *   BANCARIO                                        *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ISUCCOB.
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
           EXEC SQL INCLUDE TAINTSUC END-EXEC.
           EXEC SQL INCLUDE TABRANCH END-EXEC.
      *
      *--- POSICION DEL DIA DE CADA SUCURSAL FRENTE A CADA
      *--- CONTRAPARTE, POR MONEDA (DEBITOS MENOS CREDITOS: POSITIVO
      *--- ES COBRA A, LA CONTRAPARTE LE DEBE; NEGATIVO ES DEBE A), Y
      *--- LA POSICION DEL PAR INVERSO, QUE DEBE SER SU OPUESTA. UN PAR
      *--- QUE SOLO TIENE PARTIDAS DE UN LADO SALE CON EL INVERSO EN
      *--- CERO Y QUEDA COMO EXCEPCION
      *
           EXEC SQL
                DECLARE C_POSICION CURSOR FOR
                SELECT
                   A.MONEDA_IS
                  ,A.SUCURSAL_IS
                  ,A.SUCURSAL_CONTRA_IS
                  ,SUM(CASE WHEN A.NATURALEZA_IS = 'D'
                            THEN A.MONTO_IS ELSE 0 - A.MONTO_IS END)
                  ,COALESCE(
                   (SELECT SUM(CASE WHEN B.NATURALEZA_IS = 'D'
                                    THEN B.MONTO_IS
                                    ELSE 0 - B.MONTO_IS END)
                    FROM   TAINTSUC B
                    WHERE  B.FECHA_NEGOCIO_IS = DATE(:WS-RC-FECHA)
                      AND  B.SUCURSAL_IS = A.SUCURSAL_CONTRA_IS
                      AND  B.SUCURSAL_CONTRA_IS = A.SUCURSAL_IS
                      AND  B.MONEDA_IS = A.MONEDA_IS), 0)
                FROM
                   TAINTSUC A
                WHERE
                   A.FECHA_NEGOCIO_IS = DATE(:WS-RC-FECHA)
                GROUP BY
                   A.MONEDA_IS
                  ,A.SUCURSAL_IS
                  ,A.SUCURSAL_CONTRA_IS
                ORDER BY
                   A.MONEDA_IS
                  ,A.SUCURSAL_IS
                  ,A.SUCURSAL_CONTRA_IS
           END-EXEC.
      *
      *--- SUCURSALES DE LAS PARTIDAS DEL DIA QUE NO ESTAN EN EL
      *--- MAESTRO TABRANCH (TERMINAL O CUENTA CON SUCURSAL MAL
      *--- CARGADA): NO HAY A QUIEN LIQUIDARLES LA POSICION
      *
           EXEC SQL
                DECLARE C_SIN_SUCURSAL CURSOR FOR
                SELECT DISTINCT
                   I.SUCURSAL_IS
                FROM
                   TAINTSUC I
                WHERE
                   I.FECHA_NEGOCIO_IS = DATE(:WS-RC-FECHA)
                   AND NOT EXISTS
                      (SELECT 1
                       FROM   TABRANCH S
                       WHERE  S.SUCURSAL_ID = I.SUCURSAL_IS)
                ORDER BY
                   I.SUCURSAL_IS
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-POSICION             PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-POSICION-INVERSA     PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-DIFERENCIA           PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-MONEDA         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MONEDA-ACTUAL        PIC X(3).
           03 WS-PARES-LEIDOS         PIC 9(9)        VALUE 0.
           03 WS-EXCEPCIONES          PIC 9(9)        VALUE 0.
           03 WS-SENTIDO              PIC X(8).
      *
      *--- CAMPOS EDITADOS DISPLAY PARA LOS MONTOS COMP-3 EN STRING
      *
           03 WS-POSICION-ED          PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-DIFERENCIA-ED        PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ISUCCOB'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- CORRE EN LA CADENA NOCTURNA DESPUES DE GLEXCOB, QUE DEJA EN
      *--- TAINTSUC LAS PARTIDAS INTERSUCURSALES DE LA FECHA DE NEGOCIO
      *
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'POSICION INTERSUCURSALES DEL DIA - '
                                       DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           MOVE SPACES TO WS-MONEDA-ACTUAL
           EXEC SQL OPEN C_POSICION END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_POSICION INTO
                      :CL-MONEDA-IS
                     ,:CL-SUCURSAL-IS
                     ,:CL-SUCURSAL-CONTRA-IS
                     ,:WS-POSICION
                     ,:WS-POSICION-INVERSA
              END-EXEC
              IF SQLCODE = 0
                 IF CL-MONEDA-IS NOT = WS-MONEDA-ACTUAL
                    IF WS-MONEDA-ACTUAL NOT = SPACES
                       PERFORM 230-CERRAR-MONEDA
                    END-IF
                    PERFORM 220-ABRIR-MONEDA
                 END-IF
                 PERFORM 210-ESCRIBIR-POSICION
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_POSICION END-EXEC
           IF WS-MONEDA-ACTUAL NOT = SPACES
              PERFORM 230-CERRAR-MONEDA
           END-IF
           PERFORM 250-VERIFICAR-SUCURSALES.

       210-ESCRIBIR-POSICION.
           ADD 1 TO WS-PARES-LEIDOS
           ADD WS-POSICION TO WS-TOTAL-MONEDA
           IF WS-POSICION < 0
              MOVE 'DEBE A'  TO WS-SENTIDO
           ELSE
              MOVE 'COBRA A' TO WS-SENTIDO
           END-IF
           MOVE WS-POSICION TO WS-POSICION-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SUCURSAL '           DELIMITED BY SIZE
                  CL-SUCURSAL-IS        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-SENTIDO            DELIMITED BY SIZE
                  CL-SUCURSAL-CONTRA-IS DELIMITED BY SIZE
                  ' POSICION='          DELIMITED BY SIZE
                  WS-POSICION-ED        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
      *
      *--- LO QUE UNA SUCURSAL DICE QUE LE DEBEN DEBE SER LO QUE LA
      *--- CONTRAPARTE DICE QUE DEBE
      *
           COMPUTE WS-DIFERENCIA = WS-POSICION + WS-POSICION-INVERSA
           IF WS-DIFERENCIA NOT = 0
              ADD 1 TO WS-EXCEPCIONES
              MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED
              MOVE SPACES TO RPT-LINEA
              STRING '   EXCEPCION: EL PAR NO CUADRA CON '
                                            DELIMITED BY SIZE
                     CL-SUCURSAL-CONTRA-IS  DELIMITED BY SIZE
                     ', DIFERENCIA='        DELIMITED BY SIZE
                     WS-DIFERENCIA-ED       DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF.

       220-ABRIR-MONEDA.
           MOVE CL-MONEDA-IS TO WS-MONEDA-ACTUAL
           MOVE 0            TO WS-TOTAL-MONEDA
           MOVE SPACES TO RPT-LINEA
           STRING 'MONEDA '        DELIMITED BY SIZE
                  WS-MONEDA-ACTUAL DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       230-CERRAR-MONEDA.
      *
      *--- EL BANCO COMPLETO DEBE SUMAR CERO EN CADA MONEDA
      *
           MOVE WS-TOTAL-MONEDA TO WS-POSICION-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL BANCO '   DELIMITED BY SIZE
                  WS-MONEDA-ACTUAL DELIMITED BY SIZE
                  ' (DEBE SER CERO)=' DELIMITED BY SIZE
                  WS-POSICION-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-TOTAL-MONEDA NOT = 0
              ADD 1 TO WS-EXCEPCIONES
              MOVE SPACES TO RPT-LINEA
              STRING '   EXCEPCION: POSICION DESCUADRADA EN '
                                            DELIMITED BY SIZE
                     WS-MONEDA-ACTUAL       DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       250-VERIFICAR-SUCURSALES.
           EXEC SQL OPEN C_SIN_SUCURSAL END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SIN_SUCURSAL INTO
                      :CL-SUCURSAL-IS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-EXCEPCIONES
                 MOVE SPACES TO RPT-LINEA
                 STRING 'EXCEPCION: SUCURSAL '  DELIMITED BY SIZE
                        CL-SUCURSAL-IS          DELIMITED BY SIZE
                        ' NO EXISTE EN TABRANCH' DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SIN_SUCURSAL END-EXEC.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'POSICIONES REPORTADAS: '  DELIMITED BY SIZE
                  WS-PARES-LEIDOS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'EXCEPCIONES: '            DELIMITED BY SIZE
                  WS-EXCEPCIONES             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PARES-LEIDOS TO WS-RC-REGISTROS
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
