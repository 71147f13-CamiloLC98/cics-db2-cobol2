      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH COMPROBANTE DIARIO PARA EL       *
      *   LIBRO MAYOR (TATRANS/TAGLMAP) CON LAS PARTIDAS  *
      *   INTERSUCURSALES (TAINTSUC) - SISTEMA BANCARIO   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.
      *
      *--- COMPROBANTE DIARIO EN FORMATO FIJO QUE EL SISTEMA CONTABLE
      *--- INGIERE DIRECTO, DOS REGISTROS (DEBITO Y CREDITO) POR CADA
      *--- TIPO DE TRANSACCION Y MONEDA DEL DIA, MAS UN REGISTRO POR
      *--- PARTIDA DE LOS COMPROBANTES MANUALES APROBADOS (TAGLCOMP)
      *--- Y LAS PARTIDAS INTERSUCURSALES DEBE A / DEBE DE
      *
           SELECT JRN-FILE ASSIGN TO JRNOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      *--- POS 13-27  MONTO           (S9(13)V99)
      *--- POS 28-37  FECHA CONTABLE  (YYYY-MM-DD)
      *--- POS 38-67  DESCRIPCION
      *--- POS 68-71  SUCURSAL        (SOLO PARTIDAS INTERSUCURSALES)
      *--- POS 72-75  SUCURSAL CONTRAPARTE
      *
       FD  JRN-FILE
           RECORDING MODE IS F.
           03 JRN-MONTO                PIC S9(13)V99.
           03 JRN-FECHA                PIC X(10).
           03 JRN-DESCRIPCION          PIC X(30).
           03 JRN-SUCURSAL             PIC X(4).
           03 JRN-SUCURSAL-CONTRA      PIC X(4).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAGLMAP END-EXEC.
           EXEC SQL INCLUDE TAGLCOMP END-EXEC.
           EXEC SQL INCLUDE TAGLCLIN END-EXEC.
           EXEC SQL INCLUDE TAGLANIO END-EXEC.
           EXEC SQL INCLUDE TAINTSUC END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
      *
      *--- CURSOR QUE AGRUPA LOS MOVIMIENTOS DEL DIA POR TIPO DE
      *--- TRANSACCION Y MONEDA DE LA CUENTA. LOS MONTOS SE TOMAN EN
                  ,C.MONEDA_CUENTA
           END-EXEC.

      *
      *--- PARTIDAS DE LOS COMPROBANTES MANUALES APROBADOS EN ASIECOB
      *--- QUE GLBLCOB VA A CONTABILIZAR ESTA NOCHE (MISMO CRITERIO DE
      *--- SU CURSOR C_COMPROBANTES). EL NUMERO DE COMPROBANTE VIAJA EN
      *--- LA DESCRIPCION DE CADA REGISTRO. LA ULTIMA COLUMNA ES LA
      *--- CUENTA DE UTILIDADES RETENIDAS DE LOS AJUSTES A EJERCICIO
      *--- CERRADO SOBRE CUENTAS DE RESULTADO (IGUAL QUE EN GLBLCOB)
      *
           EXEC SQL
                DECLARE C_COMPROBANTES CURSOR FOR
                SELECT
                   C.ID_COMPROBANTE
                  ,L.CUENTA_GL_CN
                  ,L.NATURALEZA_CN
                  ,L.MONTO_CN
                  ,L.MONEDA_CN
                  ,L.NARRATIVA_CN
                  ,COALESCE(
                   (SELECT A.CUENTA_UTILIDADES_AN
                    FROM   TAGLANIO A
                    WHERE  A.ANIO_FISCAL_AN =
                           SUBSTR(CHAR(C.FECHA_CONTABLE_CM, ISO), 1, 4)
                      AND  EXISTS
                          (SELECT 1
                           FROM   TAEFLINE E
                           WHERE  L.CUENTA_GL_CN
                                  BETWEEN E.CUENTA_DESDE_EF
                                      AND E.CUENTA_HASTA_EF
                             AND  E.CLASE_EF IN ('I', 'G'))), ' ')
                FROM
                   TAGLCOMP C
                   INNER JOIN TAGLCLIN L
                      ON L.ID_COMPROBANTE_CN = C.ID_COMPROBANTE
                WHERE
                   C.ESTADO_CM = 'A'
                   AND C.FECHA_CONTABLE_CM <= :WS-FECHA-REPORTE
                ORDER BY
                   C.ID_COMPROBANTE
                  ,L.LINEA_CN
           END-EXEC.

      *
      *--- MOVIMIENTOS DEL DIA HECHOS EN UNA SUCURSAL DISTINTA DE LA
      *--- DOMICILIO DE LA CUENTA, POR PAR DE SUCURSALES, MONEDA Y
      *--- TIPO. EL VALOR ES LO QUE LA SUCURSAL DEL MOVIMIENTO RECIBIO
      *--- (POSITIVO) O ENTREGO (NEGATIVO) POR CUENTA DE LA DOMICILIO,
      *--- SEGUN TAGLMAP.PATA_CLIENTE_G. LOS MOVIMIENTOS SIN SUCURSAL
      *--- (BATCH, O TERMINAL SIN MAPEO EN TATERMBR) NO ENTRAN
      *
           EXEC SQL
                DECLARE C_INTERSUC CURSOR FOR
                SELECT
                   T.SUCURSAL_T
                  ,C.SUCURSAL_CUENTA
                  ,C.MONEDA_CUENTA
                  ,T.TIPO_TRANSACCION
                  ,M.PATA_CLIENTE_G
                  ,SUM(CASE M.PATA_CLIENTE_G
                            WHEN 'C' THEN ABS(T.MONTO)
                            WHEN 'D' THEN 0 - ABS(T.MONTO)
                            WHEN 'S' THEN T.MONTO
                            ELSE 0 END)
                FROM
                   TATRANS T
                  ,TACUENT C
                  ,TAGLMAP M
                WHERE
                   T.NUMERO_CUENTA_T = C.NUMERO_CUENTA
                   AND M.TIPO_TRANSACCION_G = T.TIPO_TRANSACCION
                   AND T.FECHA_NEGOCIO_T = :WS-FECHA-REPORTE
                   AND T.SUCURSAL_T <> ' '
                   AND C.SUCURSAL_CUENTA <> ' '
                   AND T.SUCURSAL_T <> C.SUCURSAL_CUENTA
                GROUP BY
                   T.SUCURSAL_T
                  ,C.SUCURSAL_CUENTA
                  ,C.MONEDA_CUENTA
                  ,T.TIPO_TRANSACCION
                  ,M.PATA_CLIENTE_G
                ORDER BY
                   T.SUCURSAL_T
                  ,C.SUCURSAL_CUENTA
                  ,C.MONEDA_CUENTA
                  ,T.TIPO_TRANSACCION
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-FECHA-REPORTE        PIC X(10).
           03 WS-FECHA-SISTEMA        PIC 9(8).
           03 WS-TOTAL-CREDITOS       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-GRUPOS-LEIDOS        PIC 9(9)        VALUE 0.
           03 WS-PARTIDAS-ESCRITAS    PIC 9(9)        VALUE 0.
           03 WS-PARTIDAS-MANUALES    PIC 9(9)        VALUE 0.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-CUENTA-TRASLADO      PIC X(8).
           03 WS-CUENTA-INTERSUC      PIC X(8).
           03 WS-CUENTA-NUM           PIC 9(8).
           03 WS-VALOR-INTERSUC       PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-PARTIDAS-INTERSUC    PIC 9(9)        VALUE 0.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR LOS MONTOS COMP-3
      *--- DE ARRIBA COMO OPERANDOS DE UN STRING (EL VERBO STRING EXIGE
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'GLEXCOB'.
      *
      *--- CUENTA CONTABLE PUENTE INTERSUCURSALES DE RESPALDO, TAPARAM
      *--- MANDA
      *
          03 WC-CUENTA-INTERSUC       PIC 9(8)     VALUE 19150000.

       COPY FECNEGCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
      *
           PERFORM 870-LEER-FECHA-NEGOCIO
           MOVE WS-FN-FECHA TO WS-FECHA-REPORTE
           MOVE 'GL-CTA-INTERSUC'   TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-INTERSUC  TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR         TO WS-CUENTA-NUM
           MOVE WS-CUENTA-NUM       TO WS-CUENTA-INTERSUC
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT JRN-FILE
           MOVE SPACES TO RPT-LINEA
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_DIA_GL END-EXEC
           PERFORM 250-COMPROBANTES-MANUALES
           PERFORM 260-PARTIDAS-INTERSUCURSALES
           PERFORM 240-PROBAR-PARTIDA-DOBLE.

       210-CONTABILIZAR-GRUPO.
           END-EVALUATE.

       220-ESCRIBIR-PARTIDAS.
           MOVE SPACES              TO JRN-SUCURSAL
           MOVE SPACES              TO JRN-SUCURSAL-CONTRA
           MOVE CL-CUENTA-GL-DEBITO TO JRN-CUENTA-GL
           MOVE 'D'                 TO JRN-NATURALEZA
           MOVE CL-MONEDA-CUENTA    TO JRN-MONEDA
              STOP RUN
           END-IF.

       250-COMPROBANTES-MANUALES.
           EXEC SQL OPEN C_COMPROBANTES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_COMPROBANTES INTO
                      :CL-ID-COMPROBANTE
                     ,:CL-CUENTA-GL-CN
                     ,:CL-NATURALEZA-CN
                     ,:CL-MONTO-CN
                     ,:CL-MONEDA-CN
                     ,:CL-NARRATIVA-CN
                     ,:WS-CUENTA-TRASLADO
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 255-ESCRIBIR-PARTIDA-MANUAL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_COMPROBANTES END-EXEC.

       255-ESCRIBIR-PARTIDA-MANUAL.
           MOVE SPACES            TO JRN-SUCURSAL
           MOVE SPACES            TO JRN-SUCURSAL-CONTRA
           MOVE CL-ID-COMPROBANTE TO WS-ID-ED
           MOVE CL-CUENTA-GL-CN   TO JRN-CUENTA-GL
           MOVE CL-NATURALEZA-CN  TO JRN-NATURALEZA
           MOVE CL-MONEDA-CN      TO JRN-MONEDA
           MOVE CL-MONTO-CN       TO JRN-MONTO
           MOVE WS-FECHA-REPORTE  TO JRN-FECHA
           MOVE SPACES            TO JRN-DESCRIPCION
           STRING 'CM' WS-ID-ED ' ' CL-NARRATIVA-CN
                  DELIMITED BY SIZE
             INTO JRN-DESCRIPCION
           END-STRING
           WRITE JRN-REGISTRO
           ADD 1 TO WS-PARTIDAS-ESCRITAS
           ADD 1 TO WS-PARTIDAS-MANUALES
           IF CL-NATURALEZA-CN = 'D'
              ADD CL-MONTO-CN TO WS-TOTAL-DEBITOS
           ELSE
              ADD CL-MONTO-CN TO WS-TOTAL-CREDITOS
           END-IF
           IF WS-CUENTA-TRASLADO NOT = SPACES
              PERFORM 257-ESCRIBIR-TRASLADO
           END-IF.

       257-ESCRIBIR-TRASLADO.
      *
      *--- TRASLADO A UTILIDADES RETENIDAS DEL AJUSTE: LA PARTIDA SE
      *--- DEVUELVE EN SU CUENTA DE RESULTADO Y VA A LA CUENTA DE
      *--- UTILIDADES CON SU NATURALEZA ORIGINAL
      *
           IF CL-NATURALEZA-CN = 'D'
              MOVE 'C' TO JRN-NATURALEZA
           ELSE
              MOVE 'D' TO JRN-NATURALEZA
           END-IF
           WRITE JRN-REGISTRO
           MOVE WS-CUENTA-TRASLADO TO JRN-CUENTA-GL
           MOVE CL-NATURALEZA-CN   TO JRN-NATURALEZA
           WRITE JRN-REGISTRO
           ADD 2 TO WS-PARTIDAS-ESCRITAS
           ADD CL-MONTO-CN TO WS-TOTAL-DEBITOS
           ADD CL-MONTO-CN TO WS-TOTAL-CREDITOS.

       260-PARTIDAS-INTERSUCURSALES.
      *
      *--- UNA RECORRIDA REEMPLAZA LAS PARTIDAS INTERSUCURSALES DE LA
      *--- FECHA, IGUAL QUE EL ARCHIVO DEL COMPROBANTE
      *
           MOVE WS-FECHA-REPORTE TO CL-FECHA-NEGOCIO-IS
           EXEC SQL
                DELETE FROM TAINTSUC
                WHERE  FECHA_NEGOCIO_IS = :CL-FECHA-NEGOCIO-IS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL OPEN C_INTERSUC END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_INTERSUC INTO
                      :CL-SUCURSAL-T
                     ,:CL-SUCURSAL-CUENTA
                     ,:CL-MONEDA-CUENTA
                     ,:CL-TIPO-TRANSACCION
                     ,:CL-PATA-CLIENTE-G
                     ,:WS-VALOR-INTERSUC
              END-EXEC
              IF SQLCODE = 0
                 IF CL-PATA-CLIENTE-G = SPACES
                    PERFORM 268-ABORTAR-SIN-PATA
                 END-IF
                 IF WS-VALOR-INTERSUC NOT = 0
                    PERFORM 265-ESCRIBIR-INTERSUCURSAL
                 END-IF
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_INTERSUC END-EXEC.

       265-ESCRIBIR-INTERSUCURSAL.
      *
      *--- VALOR POSITIVO: LA SUCURSAL DEL MOVIMIENTO RECIBIO EL VALOR
      *--- Y QUEDA DEBIENDOLO A LA DOMICILIO (CREDITO, DEBE A), LA
      *--- DOMICILIO QUEDA CON LA CUENTA POR COBRAR (DEBITO, DEBE DE).
      *--- VALOR NEGATIVO: AL REVES. LAS DOS PATAS VAN A LA MISMA
      *--- CUENTA PUENTE, ASI QUE EN EL MAYOR DEL BANCO COMPLETO SE
      *--- ANULAN (GLBLCOB NO LAS POSTEA: TAGLBAL NO ABRE POR SUCURSAL)
      *
           MOVE WS-CUENTA-INTERSUC  TO JRN-CUENTA-GL
           MOVE CL-MONEDA-CUENTA    TO JRN-MONEDA
           MOVE WS-FECHA-REPORTE    TO JRN-FECHA
           MOVE SPACES              TO JRN-DESCRIPCION
           STRING 'INTERSUCURSAL TIPO ' CL-TIPO-TRANSACCION
                  DELIMITED BY SIZE
             INTO JRN-DESCRIPCION
           END-STRING
           IF WS-VALOR-INTERSUC > 0
              MOVE WS-VALOR-INTERSUC TO JRN-MONTO
              MOVE 'C'               TO JRN-NATURALEZA
           ELSE
              COMPUTE JRN-MONTO = 0 - WS-VALOR-INTERSUC
              MOVE 'D'               TO JRN-NATURALEZA
           END-IF
           MOVE CL-SUCURSAL-T       TO JRN-SUCURSAL
           MOVE CL-SUCURSAL-CUENTA  TO JRN-SUCURSAL-CONTRA
           PERFORM 266-GRABAR-INTERSUCURSAL
           IF JRN-NATURALEZA = 'C'
              MOVE 'D'               TO JRN-NATURALEZA
           ELSE
              MOVE 'C'               TO JRN-NATURALEZA
           END-IF
           MOVE CL-SUCURSAL-CUENTA  TO JRN-SUCURSAL
           MOVE CL-SUCURSAL-T       TO JRN-SUCURSAL-CONTRA
           PERFORM 266-GRABAR-INTERSUCURSAL
           ADD JRN-MONTO TO WS-TOTAL-DEBITOS
           ADD JRN-MONTO TO WS-TOTAL-CREDITOS.

       266-GRABAR-INTERSUCURSAL.
           WRITE JRN-REGISTRO
           ADD 1 TO WS-PARTIDAS-ESCRITAS
           ADD 1 TO WS-PARTIDAS-INTERSUC
           MOVE JRN-SUCURSAL        TO CL-SUCURSAL-IS
           MOVE JRN-SUCURSAL-CONTRA TO CL-SUCURSAL-CONTRA-IS
           MOVE JRN-MONEDA          TO CL-MONEDA-IS
           MOVE CL-TIPO-TRANSACCION TO CL-TIPO-TRANSACCION-IS
           MOVE JRN-NATURALEZA      TO CL-NATURALEZA-IS
           MOVE JRN-MONTO           TO CL-MONTO-IS
           MOVE JRN-CUENTA-GL       TO CL-CUENTA-GL-IS
           EXEC SQL
                INSERT INTO TAINTSUC (
                    FECHA_NEGOCIO_IS
                   ,SUCURSAL_IS
                   ,SUCURSAL_CONTRA_IS
                   ,MONEDA_IS
                   ,TIPO_TRANSACCION_IS
                   ,NATURALEZA_IS
                   ,MONTO_IS
                   ,CUENTA_GL_IS
                ) VALUES (
                    :CL-FECHA-NEGOCIO-IS
                   ,:CL-SUCURSAL-IS
                   ,:CL-SUCURSAL-CONTRA-IS
                   ,:CL-MONEDA-IS
                   ,:CL-TIPO-TRANSACCION-IS
                   ,:CL-NATURALEZA-IS
                   ,:CL-MONTO-IS
                   ,:CL-CUENTA-GL-IS
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       268-ABORTAR-SIN-PATA.
           MOVE SPACES TO RPT-LINEA
           STRING 'ABORTADO: TIPO SIN PATA_CLIENTE_G EN TAGLMAP: '
                                           DELIMITED BY SIZE
                  CL-TIPO-TRANSACCION      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE JRN-FILE
           STOP RUN.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           STRING 'GRUPOS CONTABILIZADOS: ' DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PARTIDAS DE COMPROBANTES MANUALES: '
                                            DELIMITED BY SIZE
                  WS-PARTIDAS-MANUALES      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PARTIDAS INTERSUCURSALES: ' DELIMITED BY SIZE
                  WS-PARTIDAS-INTERSUC        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE JRN-FILE
           STOP RUN.

       COPY FECNEGPR.
       COPY PARMCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
