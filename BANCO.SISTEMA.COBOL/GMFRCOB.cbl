      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DECLARACION MENSUAL DEL          *
      *   GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS (GMF,    *
      *   TATRANS TIPO 'M') POR SUCURSAL - SISTEMA        *
      *   BANCARIO                                        *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GMFRCOB.
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
      *--- ARCHIVO DE DECLARACION DEL GMF PARA LA AUTORIDAD
      *--- TRIBUTARIA, UN REGISTRO POR SUCURSAL CON EL IMPUESTO
      *--- RECAUDADO EN EL MES Y EL NUMERO DE MOVIMIENTOS GRAVADOS
      *
           SELECT GMF-FILE ASSIGN TO GMFOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- LAYOUT DE LA DECLARACION (POSICIONES FIJAS)
      *
      *--- POS  1-4   SUCURSAL
      *--- POS  5-19  GMF RECAUDADO EN EL PERIODO (S9(13)V99)
      *--- POS 20-28  MOVIMIENTOS GRAVADOS         (9(9))
      *--- POS 29-35  PERIODO (YYYY-MM)
      *
       FD  GMF-FILE
           RECORDING MODE IS F.
       01  GMF-REGISTRO.
           03 GMF-SUCURSAL             PIC X(4).
           03 GMF-RECAUDADO            PIC S9(13)V99.
           03 GMF-MOVIMIENTOS          PIC 9(9).
           03 GMF-PERIODO              PIC X(7).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
      *
      *--- CURSOR QUE AGRUPA POR SUCURSAL EL GMF ('M') DEL MES EN
      *--- CURSO. LA SUCURSAL ES LA ESTAMPADA EN EL MOVIMIENTO; LOS
      *--- CANALES QUE NO LA ESTAMPAN (CAMARA, AUTOSERVICIO) CAEN A LA
      *--- SUCURSAL DE LA CUENTA. UN GMF REVERSADO EN REVSCOB (PATA
      *--- 'V' AMARRADA A SU ID) NO SE DECLARA
      *
           EXEC SQL
                DECLARE C_GMF CURSOR FOR
                SELECT
                   COALESCE(NULLIF(T.SUCURSAL_T, ''),
                            C.SUCURSAL_CUENTA)
                  ,SUM(T.MONTO)
                  ,COUNT(*)
                FROM
                   TATRANS T
                  ,TACUENT C
                WHERE
                   T.NUMERO_CUENTA_T = C.NUMERO_CUENTA
                   AND T.TIPO_TRANSACCION = 'M'
                   AND T.FECHA_NEGOCIO_T >= :WS-FECHA-INICIO
                   AND T.FECHA_NEGOCIO_T <= :WS-FECHA-FIN
                   AND NOT EXISTS
                       (SELECT 1
                        FROM   TATRANS V
                        WHERE  V.TIPO_TRANSACCION = 'V'
                               AND V.REFERENCIA_TRANSFERENCIA =
                                   T.ID_TRANSACTION)
                GROUP BY
                   COALESCE(NULLIF(T.SUCURSAL_T, ''),
                            C.SUCURSAL_CUENTA)
                ORDER BY 1
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-FECHA-SISTEMA        PIC 9(8).
           03 WS-FECHA-INICIO         PIC X(10).
           03 WS-FECHA-FIN            PIC X(10).
           03 WS-PERIODO              PIC X(7).
           03 WS-SUCURSAL             PIC X(4).
           03 WS-GMF-SUCURSAL         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MOVTOS-SUCURSAL      PIC S9(9)       COMP   VALUE 0.
           03 WS-TOTAL-GMF            PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-MOVTOS         PIC 9(9)        VALUE 0.
           03 WS-TOTAL-EXENTO         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-SUCURSALES           PIC 9(9)        VALUE 0.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR LOS TOTALES COMP-3
      *--- COMO OPERANDOS DE UN STRING, IGUAL QUE EN TAXRCOB
      *
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-MOVTOS-ED            PIC ZZZZZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'GMFRCOB'.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- EL PERIODO DECLARADO ES EL MES EN CURSO A LA FECHA DE
      *--- CORRIDA DEL JOB (SE LANZA AL CIERRE DEL MES, IGUAL QUE
      *--- TAXRCOB)
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-FECHA-SISTEMA(1:4) '-' WS-FECHA-SISTEMA(5:2) '-01'
                  DELIMITED BY SIZE
             INTO WS-FECHA-INICIO
           END-STRING
           STRING WS-FECHA-SISTEMA(1:4) '-' WS-FECHA-SISTEMA(5:2)
                  '-'                       WS-FECHA-SISTEMA(7:2)
                  DELIMITED BY SIZE
             INTO WS-FECHA-FIN
           END-STRING
           MOVE WS-FECHA-INICIO(1:7) TO WS-PERIODO
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT GMF-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'DECLARACION DEL GMF (4 POR MIL) - PERIODO '
                                           DELIMITED BY SIZE
                  WS-PERIODO               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_GMF END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_GMF INTO
                      :WS-SUCURSAL
                     ,:WS-GMF-SUCURSAL
                     ,:WS-MOVTOS-SUCURSAL
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 210-DECLARAR-SUCURSAL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_GMF END-EXEC
      *
      *--- MONTO DE DEBITOS QUE QUEDO EXENTO EN EL MES POR LAS
      *--- CUENTAS MARCADAS (TAGMFACU), INFORMATIVO EN EL REPORTE
      *
           MOVE WS-PERIODO TO CL-PERIODO-GA
           EXEC SQL
                SELECT COALESCE(SUM(MONTO_EXENTO_GA), 0)
                INTO   :WS-TOTAL-EXENTO
                FROM   TAGMFACU
                WHERE  PERIODO_GA = :CL-PERIODO-GA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       210-DECLARAR-SUCURSAL.
           MOVE WS-SUCURSAL         TO GMF-SUCURSAL
           MOVE WS-GMF-SUCURSAL     TO GMF-RECAUDADO
           MOVE WS-MOVTOS-SUCURSAL  TO GMF-MOVIMIENTOS
           MOVE WS-PERIODO          TO GMF-PERIODO
           WRITE GMF-REGISTRO
           ADD 1 TO WS-SUCURSALES
           ADD WS-GMF-SUCURSAL    TO WS-TOTAL-GMF
           ADD WS-MOVTOS-SUCURSAL TO WS-TOTAL-MOVTOS
           MOVE WS-GMF-SUCURSAL    TO WS-MONTO-ED
           MOVE WS-MOVTOS-SUCURSAL TO WS-MOVTOS-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SUCURSAL '        DELIMITED BY SIZE
                  WS-SUCURSAL        DELIMITED BY SIZE
                  ' MOVIMIENTOS: '   DELIMITED BY SIZE
                  WS-MOVTOS-ED       DELIMITED BY SIZE
                  ' GMF: '           DELIMITED BY SIZE
                  WS-MONTO-ED        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SUCURSALES DECLARADAS: '  DELIMITED BY SIZE
                  WS-SUCURSALES              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'MOVIMIENTOS GRAVADOS: '   DELIMITED BY SIZE
                  WS-TOTAL-MOVTOS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE WS-TOTAL-EXENTO TO WS-MONTO-ED
           STRING 'DEBITOS EXENTOS EN CUENTAS MARCADAS: '
                                             DELIMITED BY SIZE
                  WS-MONTO-ED                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE WS-TOTAL-GMF TO WS-MONTO-ED
           STRING 'TOTAL GMF A GIRAR: '      DELIMITED BY SIZE
                  WS-MONTO-ED                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE GMF-FILE
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
           CLOSE GMF-FILE
           STOP RUN.
