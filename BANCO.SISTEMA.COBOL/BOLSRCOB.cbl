      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPORTE DIARIO DE BOLSAS DEL     *
      *   DEPOSITO NOCTURNO RECIBIDAS Y SIN ABONAR        *
      *   - SISTEMA BANCARIO                              *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BOLSRCOB.
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
           EXEC SQL INCLUDE TABOLSA END-EXEC.
      *
      *--- BOLSAS QUE SIGUEN EN LA BOVEDA SIN ABONAR: 'R' RECIBIDAS
      *--- SIN CONTAR Y 'V' CONTADAS SIN RECUENTO DEL SEGUNDO
      *--- OPERADOR (VER BOLSCOB). LA ANTIGUEDAD ES EN DIAS DESDE LA
      *--- FECHA DE NEGOCIO EN QUE SE RECIBIO LA BOLSA
      *
           EXEC SQL
                DECLARE C_BOLSAS CURSOR FOR
                SELECT
                   NUMERO_BOLSA_BO
                  ,NUMERO_CUENTA_BO
                  ,SUCURSAL_BO
                  ,MONTO_DECLARADO_BO
                  ,ESTADO_BO
                  ,FECHA_RECIBIDA_BO
                  ,DAYS(DATE(:WS-RC-FECHA)) - DAYS(FECHA_NEGOCIO_BO)
                FROM
                   TABOLSA
                WHERE
                   ESTADO_BO IN ('R', 'V')
                   AND FECHA_NEGOCIO_BO <= DATE(:WS-RC-FECHA)
                ORDER BY
                   SUCURSAL_BO
                  ,FECHA_RECIBIDA_BO
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-LEIDOS               PIC 9(9)        VALUE 0.
           03 WS-SIN-CONTAR           PIC 9(9)        VALUE 0.
           03 WS-SIN-VERIFICAR        PIC 9(9)        VALUE 0.
           03 WS-TOTAL-DECLARADO      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-BOLSAS-SUCURSAL      PIC 9(9)        VALUE 0.
           03 WS-TOTAL-SUCURSAL       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-SUCURSAL-ANT         PIC X(4)        VALUE SPACES.
           03 WS-DIAS                 PIC S9(9)       COMP.
           03 WS-DIAS-ED              PIC ZZZ9.
           03 WS-CANT-ED              PIC Z(8)9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-ESTADO-TEXTO         PIC X(14).
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'BOLSRCOB'.

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
           STRING 'BOLSAS DE DEPOSITO NOCTURNO SIN ABONAR - '
                                       DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE 'SUC  BOLSA        CUENTA     ESTADO'
                TO RPT-LINEA(1:35)
           MOVE 'DECLARADO  RECIBIDA         DIAS'
                TO RPT-LINEA(53:32)
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_BOLSAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 410-LEER-BOLSA
           PERFORM UNTIL WS-CUR-FIN
              IF CL-SUCURSAL-BO NOT = WS-SUCURSAL-ANT
                 AND WS-SUCURSAL-ANT NOT = SPACES
                 PERFORM 220-TOTAL-SUCURSAL
              END-IF
              MOVE CL-SUCURSAL-BO TO WS-SUCURSAL-ANT
              PERFORM 210-ESCRIBIR-BOLSA
              PERFORM 410-LEER-BOLSA
           END-PERFORM
           IF WS-SUCURSAL-ANT NOT = SPACES
              PERFORM 220-TOTAL-SUCURSAL
           END-IF
           EXEC SQL CLOSE C_BOLSAS END-EXEC.

       210-ESCRIBIR-BOLSA.
           IF CL-ESTADO-BO = 'R'
              ADD 1 TO WS-SIN-CONTAR
              MOVE 'SIN CONTAR'     TO WS-ESTADO-TEXTO
           ELSE
              ADD 1 TO WS-SIN-VERIFICAR
              MOVE 'SIN RECUENTO'   TO WS-ESTADO-TEXTO
           END-IF
           ADD 1 TO WS-BOLSAS-SUCURSAL
           ADD CL-MONTO-DECLARADO-BO TO WS-TOTAL-SUCURSAL
           ADD CL-MONTO-DECLARADO-BO TO WS-TOTAL-DECLARADO
           MOVE CL-MONTO-DECLARADO-BO TO WS-MONTO-ED
           MOVE WS-DIAS TO WS-DIAS-ED
           MOVE SPACES TO RPT-LINEA
           STRING CL-SUCURSAL-BO           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CL-NUMERO-BOLSA-BO       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-BO      DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ESTADO-TEXTO          DELIMITED BY SIZE
                  WS-MONTO-ED              DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CL-FECHA-RECIBIDA-BO(1:16) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-DIAS-ED               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       220-TOTAL-SUCURSAL.
           MOVE WS-BOLSAS-SUCURSAL TO WS-CANT-ED
           MOVE WS-TOTAL-SUCURSAL  TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '     TOTAL SUCURSAL ' WS-SUCURSAL-ANT
                  ': BOLSAS=' WS-CANT-ED
                  ' DECLARADO=' WS-MONTO-ED
                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 0 TO WS-BOLSAS-SUCURSAL
           MOVE 0 TO WS-TOTAL-SUCURSAL.

       410-LEER-BOLSA.
           EXEC SQL
                FETCH C_BOLSAS INTO
                   :CL-NUMERO-BOLSA-BO
                  ,:CL-NUMERO-CUENTA-BO
                  ,:CL-SUCURSAL-BO
                  ,:CL-MONTO-DECLARADO-BO
                  ,:CL-ESTADO-BO
                  ,:CL-FECHA-RECIBIDA-BO
                  ,:WS-DIAS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-LEIDOS
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           STRING 'BOLSAS SIN ABONAR: '   DELIMITED BY SIZE
                  WS-LEIDOS               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SIN CONTAR: '          DELIMITED BY SIZE
                  WS-SIN-CONTAR           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CONTADAS SIN RECUENTO: ' DELIMITED BY SIZE
                  WS-SIN-VERIFICAR        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-DECLARADO TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTAL DECLARADO: '     DELIMITED BY SIZE
                  WS-MONTO-ED             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-LEIDOS TO WS-RC-REGISTROS
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
