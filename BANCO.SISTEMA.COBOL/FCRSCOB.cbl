      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPORTE ANUAL FATCA/CRS DE       *
      *   CUENTAS DE TITULARES CON RESIDENCIA FISCAL      *
      *   EXTRANJERA - SISTEMA BANCARIO                   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FCRSCOB.
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
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TASNAPCT END-EXEC.
           EXEC SQL INCLUDE TAJURFIS END-EXEC.
      *
      *--- TITULARES REPORTABLES: RESIDENCIA FISCAL AUTOCERTIFICADA
      *--- EN UNA JURISDICCION ACTIVA DE TAJURFIS, O INDICIOS DE
      *--- RESIDENCIA EXTRANJERA SIN AUTOCERTIFICACION (INDICIO_FISCAL
      *--- 'S', SE REPORTAN COMO NO DOCUMENTADOS). LOS REGISTROS YA
      *--- FUSIONADOS EN OTRA CEDULA NO SE REPORTAN DOS VECES
      *
           EXEC SQL
                DECLARE C_TITULARES CURSOR FOR
                SELECT
                   CEDULA_CLIENTE_M
                  ,NOMBRE_LEGAL
                  ,PAIS_FISCAL_1
                  ,TIN_FISCAL_1
                  ,PAIS_FISCAL_2
                  ,TIN_FISCAL_2
                  ,FECHA_AUTOCERT_FISCAL
                  ,INDICIO_FISCAL
                FROM
                   TACLIENT
                WHERE
                   CEDULA_FUSIONADA = ' '
                   AND (INDICIO_FISCAL = 'S'
                        OR PAIS_FISCAL_1 IN
                           (SELECT PAIS_JF
                            FROM   TAJURFIS
                            WHERE  ESTADO_JF = 'A')
                        OR PAIS_FISCAL_2 IN
                           (SELECT PAIS_JF
                            FROM   TAJURFIS
                            WHERE  ESTADO_JF = 'A'))
                ORDER BY
                   CEDULA_CLIENTE_M
           END-EXEC.
      *
      *--- CUENTAS DEL TITULAR: COTITULARIDADES DE TATITULAR MAS LAS
      *--- CUENTAS DONDE ES EL TITULAR PRINCIPAL DE TACUENT (MISMA
      *--- UNION QUE HABDCOB). SOLO LAS ABIERTAS HASTA EL CIERRE DEL
      *--- ANO REPORTADO; LAS CANCELADAS EN EL ANO SE REPORTAN IGUAL
      *
           EXEC SQL
                DECLARE C_CUENTAS CURSOR FOR
                SELECT
                   C.NUMERO_CUENTA
                  ,C.MONEDA_CUENTA
                  ,C.ESTADO_CUENTA
                FROM
                   TATITULAR H
                  ,TACUENT C
                WHERE
                   H.CEDULA_CLIENTE_H = :CL-CEDULA-CLIENTE-M
                   AND C.NUMERO_CUENTA = H.NUMERO_CUENTA_H
                   AND C.FECHA_APERTURA <= :WS-FECHA-FIN
                UNION
                SELECT
                   C.NUMERO_CUENTA
                  ,C.MONEDA_CUENTA
                  ,C.ESTADO_CUENTA
                FROM
                   TACUENT C
                WHERE
                   C.CEDULA_CLIENTE = :CL-CEDULA-CLIENTE-M
                   AND C.FECHA_APERTURA <= :WS-FECHA-FIN
                ORDER BY 1
           END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-4   ANO REPORTADO AAAA; EN BLANCO EL ANO ANTERIOR AL
      *---            DE LA FECHA DE NEGOCIO VIGENTE (LA CORRIDA NORMAL
      *---            ES A COMIENZO DE ANO SOBRE EL ANO QUE CERRO)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-ANIO            PIC X(4).
           03 FILLER                  PIC X(76).

       01  WS-VARIABLES.
           03 WS-ANIO                 PIC 9(4).
           03 WS-FECHA-INICIO         PIC X(10).
           03 WS-FECHA-FIN            PIC X(10).
           03 WS-SALDO-CIERRE         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-INTERES-BRUTO        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TITULARES            PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-TITULAR      PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-SALDO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-INTERES-ED           PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
      *
      *--- JURISDICCIONES POR LAS QUE SE REPORTA EL TITULAR EN CURSO
      *--- (HASTA DOS PAISES FISCALES; SIN NINGUNO REPORTABLE Y CON
      *--- INDICIOS QUEDA UNA SOLA ENTRADA 'N' NO DOCUMENTADA)
      *
           03 WS-JR-CANT              PIC 9(1).
           03 WS-JR-IDX               PIC 9(1).
           03 WS-JR-TIN-AUX           PIC X(20).
           03 WS-JR-ENTRADA OCCURS 2 TIMES.
              05 WS-JR-REGIMEN        PIC X(1).
              05 WS-JR-PAIS           PIC X(2).
              05 WS-JR-TIN            PIC X(20).
      *
      *--- TOTALES POR REGIMEN, EN EL ORDEN DE WS-RG-REGIMENES
      *
           03 WS-RG-IDX               PIC 9(1).
           03 WS-RG-REGIMENES         PIC X(3)        VALUE 'FCN'.
           03 WS-RG-TOTALES OCCURS 3 TIMES.
              05 WS-RG-CUENTAS        PIC 9(9).
              05 WS-RG-SALDO          PIC S9(13)V9(2) COMP-3.
              05 WS-RG-INTERES        PIC S9(13)V9(2) COMP-3.
           03 WS-RG-NOMBRES.
              05 FILLER               PIC X(16)       VALUE
                 'FATCA (EE.UU.)'.
              05 FILLER               PIC X(16)       VALUE
                 'CRS (OCDE)'.
              05 FILLER               PIC X(16)       VALUE
                 'NO DOCUMENTADAS'.
           03 WS-RG-NOMBRES-R REDEFINES WS-RG-NOMBRES.
              05 WS-RG-NOMBRE         PIC X(16)       OCCURS 3 TIMES.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-FIN-CUENTAS-FLAG     PIC X           VALUE 'N'.
              88 WS-FIN-CUENTAS                       VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'FCRSCOB'.
          03 WC-SIN-AUTOCERT          PIC X(10)    VALUE '0001-01-01'.

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
           IF WS-PARM-ANIO = SPACES OR WS-PARM-ANIO = LOW-VALUES
              MOVE WS-FN-FECHA(1:4) TO WS-ANIO
              SUBTRACT 1 FROM WS-ANIO
           ELSE
              IF WS-PARM-ANIO IS NOT NUMERIC
                 MOVE 'ABORTADO: ANO INVALIDO EN LA TARJETA (AAAA)'
                      TO RPT-LINEA
                 PERFORM 190-ABORTAR
              END-IF
              MOVE WS-PARM-ANIO TO WS-ANIO
           END-IF
           MOVE SPACES TO WS-FECHA-INICIO
           MOVE SPACES TO WS-FECHA-FIN
           STRING WS-ANIO '-01-01' DELIMITED BY SIZE
             INTO WS-FECHA-INICIO
           END-STRING
           STRING WS-ANIO '-12-31' DELIMITED BY SIZE
             INTO WS-FECHA-FIN
           END-STRING
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1 UNTIL WS-RG-IDX > 3
              MOVE 0 TO WS-RG-CUENTAS(WS-RG-IDX)
              MOVE 0 TO WS-RG-SALDO(WS-RG-IDX)
              MOVE 0 TO WS-RG-INTERES(WS-RG-IDX)
           END-PERFORM
           MOVE SPACES TO RPT-LINEA
           STRING 'REPORTE FATCA/CRS DE CUENTAS REPORTABLES - ANO '
                                      DELIMITED BY SIZE
                  WS-ANIO             DELIMITED BY SIZE
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
           MOVE 'R'          TO RPT-LINEA(1:1)
           MOVE 'PAIS'       TO RPT-LINEA(3:4)
           MOVE 'TIN'        TO RPT-LINEA(8:3)
           MOVE 'CUENTA'     TO RPT-LINEA(29:6)
           MOVE 'MON'        TO RPT-LINEA(40:3)
           MOVE 'SALDO CIERRE' TO RPT-LINEA(52:12)
           MOVE 'INTERES BRUTO' TO RPT-LINEA(71:13)
           WRITE RPT-LINEA.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           EXEC SQL OPEN C_TITULARES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TITULARES INTO
                      :CL-CEDULA-CLIENTE-M
                     ,:CL-NOMBRE-LEGAL
                     ,:CL-PAIS-FISCAL-1
                     ,:CL-TIN-FISCAL-1
                     ,:CL-PAIS-FISCAL-2
                     ,:CL-TIN-FISCAL-2
                     ,:CL-FECHA-AUTOCERT-FISCAL
                     ,:CL-INDICIO-FISCAL
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 210-ARMAR-JURISDICCIONES
                        IF WS-JR-CANT > 0
                           ADD 1 TO WS-TITULARES
                           PERFORM 220-ESCRIBIR-TITULAR
                           PERFORM 230-REPORTAR-CUENTAS
                        END-IF
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TITULARES END-EXEC.

       210-ARMAR-JURISDICCIONES.
      *
      *--- CADA PAIS FISCAL DEL TITULAR QUE ESTE ACTIVO EN TAJURFIS
      *--- APORTA UNA ENTRADA CON SU REGIMEN; UN TITULAR CON INDICIOS
      *--- Y SIN PAIS REPORTABLE VA COMO NO DOCUMENTADO
      *
           MOVE 0 TO WS-JR-CANT
           IF CL-PAIS-FISCAL-1 NOT = SPACES
              MOVE CL-PAIS-FISCAL-1 TO CL-PAIS-JF
              MOVE CL-TIN-FISCAL-1  TO WS-JR-TIN-AUX
              PERFORM 211-SQL-CONSULTAR-JURISDICCION
           END-IF
           IF CL-PAIS-FISCAL-2 NOT = SPACES
              AND CL-PAIS-FISCAL-2 NOT = CL-PAIS-FISCAL-1
              MOVE CL-PAIS-FISCAL-2 TO CL-PAIS-JF
              MOVE CL-TIN-FISCAL-2  TO WS-JR-TIN-AUX
              PERFORM 211-SQL-CONSULTAR-JURISDICCION
           END-IF
           IF WS-JR-CANT = 0 AND CL-INDICIO-FISCAL = 'S'
              MOVE 1               TO WS-JR-CANT
              MOVE 'N'             TO WS-JR-REGIMEN(1)
              MOVE '--'            TO WS-JR-PAIS(1)
              MOVE SPACES          TO WS-JR-TIN(1)
           END-IF.

       211-SQL-CONSULTAR-JURISDICCION.
      *
      *--- EL TIN LLEGA EN WS-JR-TIN-AUX Y SE ACOMODA EN LA SIGUIENTE
      *--- ENTRADA LIBRE SI EL PAIS RESULTA REPORTABLE
      *
           EXEC SQL
                SELECT REGIMEN_JF
                INTO   :CL-REGIMEN-JF
                FROM   TAJURFIS
                WHERE  PAIS_JF   = :CL-PAIS-JF
                       AND ESTADO_JF = 'A'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-JR-CANT
                     MOVE WS-JR-TIN-AUX TO WS-JR-TIN(WS-JR-CANT)
                     MOVE CL-REGIMEN-JF TO WS-JR-REGIMEN(WS-JR-CANT)
                     MOVE CL-PAIS-JF    TO WS-JR-PAIS(WS-JR-CANT)
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       220-ESCRIBIR-TITULAR.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'TITULAR '               DELIMITED BY SIZE
                  CL-CEDULA-CLIENTE-M      DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CL-NOMBRE-LEGAL(1:40)    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           IF CL-FECHA-AUTOCERT-FISCAL = WC-SIN-AUTOCERT
              MOVE 'SIN AUTOCERTIFICACION' TO RPT-LINEA(62:21)
           ELSE
              MOVE 'AUTOCERT.'              TO RPT-LINEA(62:9)
              MOVE CL-FECHA-AUTOCERT-FISCAL TO RPT-LINEA(72:10)
           END-IF
           IF CL-INDICIO-FISCAL = 'S'
              MOVE 'INDICIOS'               TO RPT-LINEA(84:8)
           END-IF
           WRITE RPT-LINEA.

       230-REPORTAR-CUENTAS.
           MOVE 0   TO WS-CUENTAS-TITULAR
           MOVE 'N' TO WS-FIN-CUENTAS-FLAG
           EXEC SQL OPEN C_CUENTAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM UNTIL WS-FIN-CUENTAS
              EXEC SQL
                   FETCH C_CUENTAS INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-MONEDA-CUENTA
                     ,:CL-ESTADO-CUENTA
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-CUENTAS-TITULAR
                        PERFORM 240-SQL-SALDO-CIERRE
                        PERFORM 250-SQL-INTERES-BRUTO
                        PERFORM 260-ESCRIBIR-CUENTA
                           VARYING WS-JR-IDX FROM 1 BY 1
                           UNTIL WS-JR-IDX > WS-JR-CANT
                   WHEN 100
                        SET WS-FIN-CUENTAS TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC
           IF WS-CUENTAS-TITULAR = 0
              MOVE SPACES TO RPT-LINEA
              MOVE 'SIN CUENTAS AL CIERRE DEL ANO' TO RPT-LINEA(3:29)
              WRITE RPT-LINEA
           END-IF.

       240-SQL-SALDO-CIERRE.
      *
      *--- SALDO AL CIERRE DEL ANO: LA FOTO DE TASNAPCT CON LA FECHA
      *--- DE CORTE MAS RECIENTE DENTRO DEL ANO. SIN FOTO EN EL ANO
      *--- (CUENTA CANCELADA ANTES DE LA PRIMERA FOTO) EL SALDO ES 0
      *
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-S
           EXEC SQL
                SELECT SALDO_S
                INTO   :CL-SALDO-S
                FROM   TASNAPCT
                WHERE  NUMERO_CUENTA_S = :CL-NUMERO-CUENTA-S
                       AND FECHA_CORTE =
                          (SELECT MAX(FECHA_CORTE)
                           FROM   TASNAPCT
                           WHERE  NUMERO_CUENTA_S = :CL-NUMERO-CUENTA-S
                                  AND FECHA_CORTE >= :WS-FECHA-INICIO
                                  AND FECHA_CORTE <= :WS-FECHA-FIN)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-SALDO-S TO WS-SALDO-CIERRE
                WHEN 100
                     MOVE 0 TO WS-SALDO-CIERRE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       250-SQL-INTERES-BRUTO.
      *
      *--- INTERES BRUTO PAGADO EN EL ANO: FILAS 'I' DEL HISTORICO
      *--- VIVO (TATRANS) Y DEL ARCHIVADO POR PURGCOB (TATRANHS), IGUAL
      *--- QUE EL CERTIFICADO DE CERTCOB
      *
           EXEC SQL
                SELECT
                   COALESCE((SELECT SUM(MONTO)
                             FROM   TATRANS
                             WHERE  NUMERO_CUENTA_T = :CL-NUMERO-CUENTA
                               AND  TIPO_TRANSACCION = 'I'
                               AND  DATE(FECHA_HORA) >= :WS-FECHA-INICIO
                               AND  DATE(FECHA_HORA) <= :WS-FECHA-FIN)
                           , 0)
                 + COALESCE((SELECT SUM(MONTO_H)
                             FROM   TATRANHS
                             WHERE  NUMERO_CUENTA_H = :CL-NUMERO-CUENTA
                               AND  TIPO_TRANSACCION_H = 'I'
                               AND  DATE(FECHA_HORA_H)
                                       >= :WS-FECHA-INICIO
                               AND  DATE(FECHA_HORA_H)
                                       <= :WS-FECHA-FIN)
                           , 0)
                INTO   :WS-INTERES-BRUTO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       260-ESCRIBIR-CUENTA.
           MOVE WS-SALDO-CIERRE  TO WS-SALDO-ED
           MOVE WS-INTERES-BRUTO TO WS-INTERES-ED
           MOVE SPACES TO RPT-LINEA
           MOVE WS-JR-REGIMEN(WS-JR-IDX) TO RPT-LINEA(1:1)
           MOVE WS-JR-PAIS(WS-JR-IDX)    TO RPT-LINEA(4:2)
           MOVE WS-JR-TIN(WS-JR-IDX)     TO RPT-LINEA(8:20)
           MOVE CL-NUMERO-CUENTA         TO RPT-LINEA(29:10)
           MOVE CL-MONEDA-CUENTA         TO RPT-LINEA(40:3)
           MOVE WS-SALDO-ED              TO RPT-LINEA(44:19)
           MOVE WS-INTERES-ED            TO RPT-LINEA(65:19)
           IF CL-ESTADO-CUENTA = 'C'
              MOVE 'CANCELADA'           TO RPT-LINEA(86:9)
           END-IF
           WRITE RPT-LINEA
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > 3
                   OR WS-RG-REGIMENES(WS-RG-IDX:1)
                      = WS-JR-REGIMEN(WS-JR-IDX)
              CONTINUE
           END-PERFORM
           IF WS-RG-IDX <= 3
              ADD 1                TO WS-RG-CUENTAS(WS-RG-IDX)
              ADD WS-SALDO-CIERRE  TO WS-RG-SALDO(WS-RG-IDX)
              ADD WS-INTERES-BRUTO TO WS-RG-INTERES(WS-RG-IDX)
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES       TO RPT-LINEA
           MOVE 'TOTALES POR REGIMEN' TO RPT-LINEA(1:19)
           MOVE 'CUENTAS'    TO RPT-LINEA(24:7)
           MOVE 'SALDO CIERRE' TO RPT-LINEA(39:12)
           MOVE 'INTERES BRUTO' TO RPT-LINEA(58:13)
           WRITE RPT-LINEA
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1 UNTIL WS-RG-IDX > 3
              MOVE WS-RG-CUENTAS(WS-RG-IDX) TO WS-CONTADOR-ED
              MOVE WS-RG-SALDO(WS-RG-IDX)   TO WS-SALDO-ED
              MOVE WS-RG-INTERES(WS-RG-IDX) TO WS-INTERES-ED
              MOVE SPACES TO RPT-LINEA
              MOVE WS-RG-NOMBRE(WS-RG-IDX)  TO RPT-LINEA(3:16)
              MOVE WS-CONTADOR-ED           TO RPT-LINEA(22:9)
              MOVE WS-SALDO-ED              TO RPT-LINEA(32:19)
              MOVE WS-INTERES-ED            TO RPT-LINEA(52:19)
              WRITE RPT-LINEA
           END-PERFORM
           MOVE WS-TITULARES TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TITULARES REPORTADOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED           DELIMITED BY SIZE
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
