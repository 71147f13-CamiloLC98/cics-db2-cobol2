      *                                                   *
      *   PROGRAMA BATCH POSTEO DE SALDOS DEL LIBRO       *
      *   MAYOR (TAGLBAL) Y BALANCE DE COMPROBACION       *
      *   DIARIO, CON LOS COMPROBANTES MANUALES APROBADOS *
      *   (TAGLCOMP) Y SU TRASLADO A UTILIDADES RETENIDAS *
      *   EN LOS AJUSTES DE EJERCICIO CERRADO - SISTEMA   *
      *   BANCARIO                                        *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAGLMAP END-EXEC.
           EXEC SQL INCLUDE TAGLBAL END-EXEC.
           EXEC SQL INCLUDE TAGLCOMP END-EXEC.
           EXEC SQL INCLUDE TAGLCLIN END-EXEC.
           EXEC SQL INCLUDE TAGLANIO END-EXEC.
      *
      *--- MISMO CURSOR DE AGRUPACION DEL DIA QUE USA GLEXCOB PARA EL
      *--- COMPROBANTE: LOS MOVIMIENTOS DE TATRANS DE LA FECHA DE
                  ,C.MONEDA_CUENTA
           END-EXEC.
      *
      *--- PARTIDAS DE LOS COMPROBANTES MANUALES APROBADOS EN ASIECOB
      *--- CUYA FECHA CONTABLE YA LLEGO (UNO APROBADO TARDE SE TOMA EN
      *--- LA SIGUIENTE CORRIDA). GLEXCOB ENTREGA ESTAS MISMAS PARTIDAS
      *--- AL SISTEMA CONTABLE CON EL MISMO CRITERIO
      *
      *--- LA ULTIMA COLUMNA TRAE LA CUENTA DE UTILIDADES RETENIDAS
      *--- CUANDO LA PARTIDA ES UN AJUSTE A UN EJERCICIO YA CERRADO
      *--- (ANO DE LA FECHA CONTABLE EN TAGLANIO) SOBRE UNA CUENTA DE
      *--- INGRESO O GASTO (TAEFLINE CLASE I/G); EN BLANCO SI NO
      *
           EXEC SQL
                DECLARE C_COMPROBANTES CURSOR FOR
                SELECT
                   C.ID_COMPROBANTE
                  ,C.REVERSAR_CM
                  ,L.LINEA_CN
                  ,L.CUENTA_GL_CN
                  ,L.NATURALEZA_CN
                  ,L.MONTO_CN
                  ,L.MONEDA_CN
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
                   AND C.FECHA_CONTABLE_CM <= DATE(:WS-RC-FECHA)
                ORDER BY
                   C.ID_COMPROBANTE
                  ,L.LINEA_CN
           END-EXEC.
      *
      *--- CURSOR DEL BALANCE DE COMPROBACION: TODOS LOS SALDOS
      *--- ACUMULADOS DESPUES DEL POSTEO DEL DIA, POR MONEDA Y CUENTA
      *--- CONTABLE. LOS SALDOS DEUDORES SON POSITIVOS Y LOS
           03 WS-TOTAL-ACREEDORES     PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-GRUPOS-LEIDOS        PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-BALANCE      PIC 9(9)        VALUE 0.
           03 WS-COMPROBANTES-POSTEADOS PIC 9(9)      VALUE 0.
           03 WS-PARTIDAS-MANUALES    PIC 9(9)        VALUE 0.
           03 WS-COMPROBANTE-ACTUAL   PIC S9(9)       COMP VALUE 0.
           03 WS-REVERSAR-ACTUAL      PIC X(1)        VALUE 'N'.
           03 WS-ID-REVERSA           PIC S9(9)       COMP VALUE 0.
           03 WS-CUENTA-TRASLADO      PIC X(8).
           03 WS-TRASLADOS            PIC 9(9)        VALUE 0.
           03 WS-EJERCICIOS-CERRADOS  PIC S9(9)       COMP VALUE 0.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-LINEA-ED             PIC ZZ9.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR LOS MONTOS COMP-3
      *--- DE ARRIBA COMO OPERANDOS DE UN STRING (EL VERBO STRING
      *
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           PERFORM 110-VERIFICAR-EJERCICIO
           MOVE SPACES TO RPT-LINEA
           STRING 'BALANCE DE COMPROBACION LIBRO MAYOR - '
                                       DELIMITED BY SIZE
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       110-VERIFICAR-EJERCICIO.
      *
      *--- EJERCICIO CERRADO POR CIERCOB: YA NO SE POSTEAN MOVIMIENTOS
      *--- CON FECHA DE ESE ANO (LOS AJUSTES ENTRAN SOLO POR
      *--- COMPROBANTE MANUAL, VER 287). SE DEJA TARUNCTL EN 'E'
      *
           MOVE WS-RC-FECHA(1:4) TO CL-ANIO-FISCAL-AN
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-EJERCICIOS-CERRADOS
                FROM   TAGLANIO
                WHERE  ANIO_FISCAL_AN = :CL-ANIO-FISCAL-AN
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-EJERCICIOS-CERRADOS > 0
              MOVE SPACES TO RPT-LINEA
              STRING 'ABORTADO: EL EJERCICIO ' DELIMITED BY SIZE
                     CL-ANIO-FISCAL-AN         DELIMITED BY SIZE
                     ' YA ESTA CERRADO'        DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
              CLOSE RPT-FILE
              STOP RUN
           END-IF.

       200-PROCESO.
           EXEC SQL OPEN C_DIA_GL END-EXEC
           MOVE 'N' TO WS-CONTINUAR
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_DIA_GL END-EXEC
           PERFORM 280-POSTEAR-COMPROBANTES
           PERFORM 240-PROBAR-PARTIDA-DOBLE
           PERFORM 250-IMPRIMIR-BALANCE.

      *--- DE SIGNO DE TAGLBAL). AMBAS PATAS VAN POR EL MISMO MONTO,
      *--- POR ESO LOS TOTALES DEL DIA DEBEN CERRAR EN 240
      *
           MOVE CL-MONEDA-CUENTA    TO CL-MONEDA-B
           MOVE CL-CUENTA-GL-DEBITO TO CL-CUENTA-GL-B
           MOVE WS-MONTO-GRUPO      TO WS-MONTO-POSTEO
           PERFORM 225-SQL-ACTUALIZAR-BALANCE
      *
      *--- UPDATE DEL SALDO ACUMULADO; SI LA CUENTA CONTABLE TODAVIA
      *--- NO TIENE FILA (PRIMERA VEZ QUE SE MUEVE) SE CREA CON EL
      *--- MOVIMIENTO DEL DIA COMO SALDO INICIAL. CUENTA Y MONEDA
      *--- VIENEN CARGADAS EN CL-CUENTA-GL-B/CL-MONEDA-B
      *
           EXEC SQL
                UPDATE TAGLBAL
                SET    SALDO_GL_B    = SALDO_GL_B + :WS-MONTO-POSTEO
              STOP RUN
           END-IF.

       280-POSTEAR-COMPROBANTES.
      *
      *--- LAS PARTIDAS MANUALES ENTRAN AL MISMO POSTEO Y A LA MISMA
      *--- PRUEBA DE PARTIDA DOBLE DEL DIA (240). CADA PARTIDA SALE EN
      *--- EL REPORTE CON SU NUMERO DE COMPROBANTE, Y EN EL CORTE DE
      *--- COMPROBANTE SE MARCA CONTABILIZADO (290)
      *
           MOVE 'COMPROBANTES MANUALES CONTABILIZADOS' TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 0 TO WS-COMPROBANTE-ACTUAL
           EXEC SQL OPEN C_COMPROBANTES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_COMPROBANTES INTO
                      :CL-ID-COMPROBANTE
                     ,:CL-REVERSAR-CM
                     ,:CL-LINEA-CN
                     ,:CL-CUENTA-GL-CN
                     ,:CL-NATURALEZA-CN
                     ,:CL-MONTO-CN
                     ,:CL-MONEDA-CN
                     ,:WS-CUENTA-TRASLADO
              END-EXEC
              IF SQLCODE = 0
                 IF CL-ID-COMPROBANTE NOT = WS-COMPROBANTE-ACTUAL
                    IF WS-COMPROBANTE-ACTUAL NOT = 0
                       PERFORM 290-CERRAR-COMPROBANTE
                    END-IF
                    MOVE CL-ID-COMPROBANTE TO WS-COMPROBANTE-ACTUAL
                    MOVE CL-REVERSAR-CM    TO WS-REVERSAR-ACTUAL
                 END-IF
                 PERFORM 285-POSTEAR-PARTIDA-MANUAL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_COMPROBANTES END-EXEC
           IF WS-COMPROBANTE-ACTUAL NOT = 0
              PERFORM 290-CERRAR-COMPROBANTE
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       285-POSTEAR-PARTIDA-MANUAL.
           ADD 1 TO WS-PARTIDAS-MANUALES
           MOVE CL-CUENTA-GL-CN TO CL-CUENTA-GL-B
           MOVE CL-MONEDA-CN    TO CL-MONEDA-B
           IF CL-NATURALEZA-CN = 'D'
              MOVE CL-MONTO-CN TO WS-MONTO-POSTEO
              ADD CL-MONTO-CN  TO WS-TOTAL-DEBITOS
           ELSE
              COMPUTE WS-MONTO-POSTEO = 0 - CL-MONTO-CN
              ADD CL-MONTO-CN  TO WS-TOTAL-CREDITOS
           END-IF
           PERFORM 225-SQL-ACTUALIZAR-BALANCE
           MOVE WS-COMPROBANTE-ACTUAL TO WS-ID-ED
           MOVE CL-LINEA-CN           TO WS-LINEA-ED
           MOVE CL-MONTO-CN           TO WS-SALDO-GL-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'COMPROBANTE '   DELIMITED BY SIZE
                  WS-ID-ED         DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-LINEA-ED      DELIMITED BY SIZE
                  ' CUENTA '       DELIMITED BY SIZE
                  CL-CUENTA-GL-CN  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CL-MONEDA-CN     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CL-NATURALEZA-CN DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-SALDO-GL-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CUENTA-TRASLADO NOT = SPACES
              PERFORM 287-TRASLADAR-UTILIDADES
           END-IF.

       287-TRASLADAR-UTILIDADES.
      *
      *--- AJUSTE A UN EJERCICIO CERRADO SOBRE UNA CUENTA DE
      *--- RESULTADO: LA PARTIDA SE DEVUELVE EN LA MISMA CUENTA Y SE
      *--- LLEVA A UTILIDADES RETENIDAS DEL EJERCICIO, ASI LOS
      *--- RESULTADOS DEL ANO NUEVO NO SE CONTAMINAN. GLEXCOB ENTREGA
      *--- LAS MISMAS DOS PATAS AL SISTEMA CONTABLE
      *
           ADD 1 TO WS-TRASLADOS
           COMPUTE WS-MONTO-POSTEO = 0 - WS-MONTO-POSTEO
           PERFORM 225-SQL-ACTUALIZAR-BALANCE
           MOVE WS-CUENTA-TRASLADO TO CL-CUENTA-GL-B
           COMPUTE WS-MONTO-POSTEO = 0 - WS-MONTO-POSTEO
           PERFORM 225-SQL-ACTUALIZAR-BALANCE
           ADD CL-MONTO-CN TO WS-TOTAL-DEBITOS
           ADD CL-MONTO-CN TO WS-TOTAL-CREDITOS
           MOVE SPACES TO RPT-LINEA
           STRING '   TRASLADO A UTILIDADES RETENIDAS, CUENTA '
                                           DELIMITED BY SIZE
                  WS-CUENTA-TRASLADO       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       290-CERRAR-COMPROBANTE.
      *
      *--- EL COMPROBANTE QUEDA CONTABILIZADO CON LA FECHA DE ESTA
      *--- CORRIDA. SI PIDIO REVERSION AL DIA SIGUIENTE SE CREA AQUI
      *--- EL COMPROBANTE INVERSO YA APROBADO (LA APROBACION DEL
      *--- ORIGINAL LO CUBRE), CON FECHA CONTABLE DEL DIA SIGUIENTE:
      *--- LO TOMA LA PRIMERA CORRIDA EN O DESPUES DE ESA FECHA
      *
           ADD 1 TO WS-COMPROBANTES-POSTEADOS
           MOVE WS-COMPROBANTE-ACTUAL TO CL-ID-COMPROBANTE
           EXEC SQL
                UPDATE TAGLCOMP
                SET    ESTADO_CM = 'C'
                      ,FECHA_POSTEO_CM = DATE(:WS-RC-FECHA)
                WHERE  ID_COMPROBANTE = :CL-ID-COMPROBANTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-REVERSAR-ACTUAL = 'S'
              PERFORM 295-CREAR-REVERSION
           END-IF.

       295-CREAR-REVERSION.
           EXEC SQL
                INSERT INTO TAGLCOMP (
                    DESCRIPCION_CM
                   ,FECHA_CONTABLE_CM
                   ,ESTADO_CM
                   ,REVERSAR_CM
                   ,ID_ORIGEN_CM
                   ,USUARIO_ELABORA_CM
                   ,FECHA_HORA_ELABORA_CM
                   ,USUARIO_APRUEBA_CM
                   ,FECHA_HORA_APRUEBA_CM
                )
                SELECT
                    SUBSTR('REVERSION ' CONCAT DESCRIPCION_CM, 1, 40)
                   ,DATE(:WS-RC-FECHA) + 1 DAY
                   ,'A'
                   ,'N'
                   ,ID_COMPROBANTE
                   ,USUARIO_ELABORA_CM
                   ,CURRENT TIMESTAMP
                   ,USUARIO_APRUEBA_CM
                   ,CURRENT TIMESTAMP
                FROM
                    TAGLCOMP
                WHERE
                    ID_COMPROBANTE = :CL-ID-COMPROBANTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :WS-ID-REVERSA
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                INSERT INTO TAGLCLIN (
                    ID_COMPROBANTE_CN
                   ,LINEA_CN
                   ,CUENTA_GL_CN
                   ,NATURALEZA_CN
                   ,MONTO_CN
                   ,MONEDA_CN
                   ,NARRATIVA_CN
                )
                SELECT
                    :WS-ID-REVERSA
                   ,LINEA_CN
                   ,CUENTA_GL_CN
                   ,CASE WHEN NATURALEZA_CN = 'D' THEN 'C' ELSE 'D' END
                   ,MONTO_CN
                   ,MONEDA_CN
                   ,NARRATIVA_CN
                FROM
                    TAGLCLIN
                WHERE
                    ID_COMPROBANTE_CN = :CL-ID-COMPROBANTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-ID-REVERSA TO WS-ID-ED
           MOVE SPACES TO RPT-LINEA
           STRING '   REVERSION PARA EL DIA SIGUIENTE: COMPROBANTE '
                                           DELIMITED BY SIZE
                  WS-ID-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'COMPROBANTES MANUALES: '  DELIMITED BY SIZE
                  WS-COMPROBANTES-POSTEADOS  DELIMITED BY SIZE
                  ' PARTIDAS: '              DELIMITED BY SIZE
                  WS-PARTIDAS-MANUALES       DELIMITED BY SIZE
                  ' TRASLADOS: '             DELIMITED BY SIZE
                  WS-TRASLADOS               DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-GRUPOS-LEIDOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
