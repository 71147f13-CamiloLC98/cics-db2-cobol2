      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH SEGUIMIENTO DE PROMESAS DE PAGO  *
      *   Y CASOS DE COBRANZA (TAGESTCO/TACOBRO) -        *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROMCOB.
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
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TACOBRO END-EXEC.
           EXEC SQL INCLUDE TAGESTCO END-EXEC.
      *
      *--- PROMESAS DE PAGO PENDIENTES ('P') CON SU PRESTAMO
      *
           EXEC SQL
                DECLARE C_PROMESAS CURSOR FOR
                SELECT
                   G.ID_GESTION
                  ,G.ID_PRESTAMO_GC
                  ,G.COBRADOR_GC
                  ,G.FECHA_PROMESA_GC
                  ,G.MONTO_PROMESA_GC
                  ,G.FECHA_NEGOCIO_GC
                  ,CASE WHEN G.FECHA_PROMESA_GC <= DATE(:WS-RC-FECHA)
                        THEN 1 ELSE 0 END
                  ,P.NUMERO_CUENTA_LN
                FROM
                   TAGESTCO G
                  ,TAPRESTA P
                WHERE
                   G.ID_PRESTAMO_GC = P.ID_PRESTAMO
                   AND G.ESTADO_PROMESA_GC = 'P'
                ORDER BY
                   G.ID_GESTION
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-PROMESAS-LEIDAS      PIC 9(9)        VALUE 0.
           03 WS-PROMESAS-CUMPLIDAS   PIC 9(9)        VALUE 0.
           03 WS-PROMESAS-ROTAS       PIC 9(9)        VALUE 0.
           03 WS-CASOS-CERRADOS       PIC 9(9)        VALUE 0.
           03 WS-CASOS-REABIERTOS     PIC 9(9)        VALUE 0.
           03 WS-PROMESA-VENCIDA      PIC S9(4)       COMP.
           03 WS-PAGADO               PIC S9(13)V9(2) COMP-3.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-PAGADO-ED            PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'PROMCOB'.

       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 150-ACTUALIZAR-CASOS
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'SEGUIMIENTO DE PROMESAS DE PAGO - ' DELIMITED BY SIZE
                  WS-RC-FECHA                         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       150-ACTUALIZAR-CASOS.
      *
      *--- CORRE DESPUES DE PRSCCOB: UN CASO ABIERTO SE CIERRA CUANDO
      *--- EL PRESTAMO YA NO TIENE CUOTAS VENCIDAS SIN PAGAR O DEJO
      *--- DE ESTAR VIGENTE (PAGADO O CASTIGADO), Y UN CASO CERRADO
      *--- SE REABRE SI EL PRESTAMO VUELVE A CAER EN MORA, CON
      *--- SEGUIMIENTO INMEDIATO Y EL MISMO COBRADOR
      *
           EXEC SQL
                UPDATE TACOBRO K
                SET    ESTADO_CO = 'C'
                      ,ESCALADO_CO = ' '
                      ,FECHA_CIERRE_CO = DATE(:WS-RC-FECHA)
                      ,FECHA_HORA_CO = CURRENT TIMESTAMP
                WHERE  K.ESTADO_CO = 'A'
                       AND NOT EXISTS
                          (SELECT 1
                           FROM   TAPRESTA P
                                 ,TAPRSCHD S
                           WHERE  P.ID_PRESTAMO = K.ID_PRESTAMO_CO
                                  AND S.ID_PRESTAMO_SC = P.ID_PRESTAMO
                                  AND P.ESTADO_LN = 'V'
                                  AND S.ESTADO_SC IN ('P', 'A')
                                  AND S.FECHA_CUOTA_SC
                                      < DATE(:WS-RC-FECHA))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-CASOS-CERRADOS
           END-IF
           EXEC SQL
                UPDATE TACOBRO K
                SET    ESTADO_CO = 'A'
                      ,FECHA_APERTURA_CO = DATE(:WS-RC-FECHA)
                      ,FECHA_PROXIMA_CO = DATE(:WS-RC-FECHA)
                      ,FECHA_HORA_CO = CURRENT TIMESTAMP
                WHERE  K.ESTADO_CO = 'C'
                       AND K.FECHA_CIERRE_CO < DATE(:WS-RC-FECHA)
                       AND EXISTS
                          (SELECT 1
                           FROM   TAPRESTA P
                                 ,TAPRSCHD S
                           WHERE  P.ID_PRESTAMO = K.ID_PRESTAMO_CO
                                  AND S.ID_PRESTAMO_SC = P.ID_PRESTAMO
                                  AND P.ESTADO_LN = 'V'
                                  AND S.ESTADO_SC IN ('P', 'A')
                                  AND S.FECHA_CUOTA_SC
                                      < DATE(:WS-RC-FECHA))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-CASOS-REABIERTOS
           END-IF.

       200-PROCESO.
           EXEC SQL OPEN C_PROMESAS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PROMESAS INTO
                      :CL-ID-GESTION
                     ,:CL-ID-PRESTAMO-GC
                     ,:CL-COBRADOR-GC
                     ,:CL-FECHA-PROMESA-GC
                     ,:CL-MONTO-PROMESA-GC
                     ,:CL-FECHA-NEGOCIO-GC
                     ,:WS-PROMESA-VENCIDA
                     ,:CL-NUMERO-CUENTA-LN
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-PROMESAS-LEIDAS
                 PERFORM 210-EVALUAR-PROMESA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_PROMESAS END-EXEC.

       210-EVALUAR-PROMESA.
      *
      *--- LO PAGADO AL PRESTAMO DESDE EL DIA DE LA PROMESA HASTA SU
      *--- VENCIMIENTO: PATAS 'L' (CAPITAL, EN NEGATIVO), 'K'
      *--- (INTERES) Y 'A' (PRIMA DEL SEGURO DE VIDA DEUDORES) QUE
      *--- POSTEAN PRSCCOB Y PRPGCOB CON EL PRESTAMO EN
      *--- REFERENCIA_TRANSFERENCIA. CUBIERTO EL MONTO LA PROMESA SE
      *--- CUMPLE ('K'); VENCIDA SIN CUBRIRSE SE ROMPE ('R') Y EL CASO
      *--- SE ESCALA; SI AUN NO VENCE SOLO SE ACTUALIZA LO ABONADO
      *
           MOVE CL-ID-PRESTAMO-GC TO CL-REFERENCIA-TRANSFERENCIA
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN MONTO < 0
                                    THEN 0 - MONTO ELSE MONTO END), 0)
                INTO   :WS-PAGADO
                FROM   TATRANS
                WHERE  REFERENCIA_TRANSFERENCIA
                       = :CL-REFERENCIA-TRANSFERENCIA
                       AND (TIPO_TRANSACCION IN ('K', 'A')
                            OR (TIPO_TRANSACCION = 'L' AND MONTO < 0))
                       AND FECHA_NEGOCIO_T
                           >= DATE(:CL-FECHA-NEGOCIO-GC)
                       AND FECHA_NEGOCIO_T
                           <= DATE(:CL-FECHA-PROMESA-GC)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-PAGADO TO CL-MONTO-PAGADO-GC
           EVALUATE TRUE
                WHEN WS-PAGADO >= CL-MONTO-PROMESA-GC
                     MOVE 'K' TO CL-ESTADO-PROMESA-GC
                     ADD 1 TO WS-PROMESAS-CUMPLIDAS
                WHEN WS-PROMESA-VENCIDA = 1
                     MOVE 'R' TO CL-ESTADO-PROMESA-GC
                     ADD 1 TO WS-PROMESAS-ROTAS
                     PERFORM 220-ESCALAR-CASO
                WHEN OTHER
                     MOVE 'P' TO CL-ESTADO-PROMESA-GC
           END-EVALUATE
           EXEC SQL
                UPDATE TAGESTCO
                SET    ESTADO_PROMESA_GC = :CL-ESTADO-PROMESA-GC
                      ,MONTO_PAGADO_GC = :CL-MONTO-PAGADO-GC
                WHERE  ID_GESTION = :CL-ID-GESTION
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       220-ESCALAR-CASO.
      *
      *--- PROMESA ROTA: EL CASO QUEDA ESCALADO A SUPERVISION (SALE
      *--- PRIMERO EN LA COLA DE COBR) CON SEGUIMIENTO HOY Y SE
      *--- CUENTA LA PROMESA ROTA
      *
           MOVE CL-ID-PRESTAMO-GC TO CL-ID-PRESTAMO-CO
           EXEC SQL
                UPDATE TACOBRO
                SET    ESCALADO_CO = 'S'
                      ,PROMESAS_ROTAS_CO = PROMESAS_ROTAS_CO + 1
                      ,FECHA_PROXIMA_CO = DATE(:WS-RC-FECHA)
                      ,FECHA_HORA_CO = CURRENT TIMESTAMP
                WHERE  ID_PRESTAMO_CO = :CL-ID-PRESTAMO-CO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-ID-PRESTAMO-GC   TO WS-ID-ED
           MOVE CL-MONTO-PROMESA-GC TO WS-MONTO-ED
           MOVE WS-PAGADO           TO WS-PAGADO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PRESTAMO ' WS-ID-ED
                  ' CTA=' CL-NUMERO-CUENTA-LN
                  ' COBRADOR=' CL-COBRADOR-GC
                  ' PROMESA ROTA DEL ' CL-FECHA-PROMESA-GC
                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING '             PROMETIDO=' DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  ' PAGADO=' DELIMITED BY SIZE
                  WS-PAGADO-ED DELIMITED BY SIZE
                  ' CASO ESCALADO' DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PROMESAS PENDIENTES LEIDAS: ' DELIMITED BY SIZE
                  WS-PROMESAS-LEIDAS             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PROMESAS CUMPLIDAS: '         DELIMITED BY SIZE
                  WS-PROMESAS-CUMPLIDAS          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'PROMESAS ROTAS Y ESCALADAS: ' DELIMITED BY SIZE
                  WS-PROMESAS-ROTAS              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CASOS CERRADOS: '             DELIMITED BY SIZE
                  WS-CASOS-CERRADOS              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CASOS REABIERTOS: '           DELIMITED BY SIZE
                  WS-CASOS-REABIERTOS            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-PROMESAS-LEIDAS TO WS-RC-REGISTROS
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
