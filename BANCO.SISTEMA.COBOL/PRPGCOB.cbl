      *****************************************************
      *                                                   *
      *   PROGRAMA PAGO DE PRESTAMOS EN VENTANILLA:       *
      *   COTIZACION, CUOTA, ABONO A CAPITAL Y PAGO TOTAL *
      *   CON PAZ Y SALVO (TAPRESTA/TAPRSCHD) CICS-DB2    *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRPGCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TAPAZSAL END-EXEC.
           EXEC SQL INCLUDE TAPROVIS END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-MONTO-JUST           PIC X(10)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(10).
           03 WS-CUENTA-PAGO          PIC X(10).
           03 WS-SALDO-DISPONIBLE     PIC S9(13)V9(2) COMP-3.
      *
      *--- LIQUIDACION DEL PRESTAMO A LA FECHA DE NEGOCIO: CAPITAL
      *--- VIVO (SIN EL CAPITAL YA METIDO EN CUOTAS ATRASADAS),
      *--- INTERES CAUSADO DESDE LA ULTIMA CUOTA VENCIDA Y MORA
      *
           03 WS-CAPITAL-MORA         PIC S9(13)V9(2) COMP-3.
           03 WS-SEGURO-MORA          PIC S9(13)V9(2) COMP-3.
           03 WS-CAPITAL-VIVO         PIC S9(13)V9(2) COMP-3.
           03 WS-INTERES-CAUSADO      PIC S9(13)V9(2) COMP-3.
           03 WS-TOTAL-LIQUIDACION    PIC S9(13)V9(2) COMP-3.
           03 WS-FECHA-BASE           PIC X(10).
           03 WS-DIAS-CAUSADOS        PIC S9(9)       COMP.
      *
      *--- PAGO EN CURSO: TOTAL RECAUDADO Y SU REPARTO ENTRE CAPITAL
      *--- (PATA 'L' EN NEGATIVO), INTERES (PATA 'K') Y PRIMA DEL
      *--- SEGURO DE VIDA DEUDORES (PATA 'A'), O TODO COMO
      *--- RECUPERACION DE CARTERA CASTIGADA (PATA 'U')
      *
           03 WS-MONTO-PAGO           PIC S9(13)V9(2) COMP-3.
           03 WS-PAGO-CAPITAL         PIC S9(13)V9(2) COMP-3.
           03 WS-PAGO-INTERES         PIC S9(13)V9(2) COMP-3.
           03 WS-PAGO-SEGURO          PIC S9(13)V9(2) COMP-3.
           03 WS-PAGO-RECUPERACION    PIC S9(13)V9(2) COMP-3.
           03 WS-ID-RECIBO            PIC S9(9)       COMP.
      *
      *--- REAMORTIZACION DE LAS CUOTAS PENDIENTES TRAS UN ABONO
      *
           03 WS-PRIMERA-CUOTA        PIC S9(4)       COMP.
           03 WS-CUOTAS-RESTANTES     PIC S9(4)       COMP.
           03 WS-ULTIMA-CUOTA         PIC S9(4)       COMP.
           03 WS-CUOTA-IDX            PIC S9(4)       COMP.
           03 WS-FACTOR               PIC S9(7)V9(10) COMP-3.
           03 WS-CUOTA                PIC S9(13)V9(2) COMP-3.
           03 WS-CAPITAL-CUOTA        PIC S9(13)V9(2) COMP-3.
           03 WS-INTERES-CUOTA        PIC S9(13)V9(2) COMP-3.
           03 WS-SEGURO-CUOTA         PIC S9(13)V9(2) COMP-3.
           03 WS-SALDO-CAPITAL        PIC S9(13)V9(2) COMP-3.
           03 WS-VALOR-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-CUOTA-ED             PIC ZZZ9.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-RECIBO-MONTO-ED      PIC -(13)9.99.
           03 WS-RECIBO-ID-ED         PIC ZZZZZZZZ9.
           03 WS-RECIBO-LINEA         PIC X(100).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-EFECTIVO-FALG       PIC X           VALUE 'N'.
               88 WS-PAGO-EFECTIVO                    VALUE 'Y'.
           03  WS-CANCELADO-FALG      PIC X           VALUE 'N'.
               88 WS-PRESTAMO-CANCELADO               VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'PRPGCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'PRPG'.
          03 WC-ESTADO-ACTIVO         PIC X(1)     VALUE 'A'.
          03 WC-DIAS-MES              PIC S9(3)    COMP-3 VALUE 30.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY BRDYCTCP.
       COPY SUCECTCP.
       COPY DENOMCP.
       COPY PRPGMPCP.
       COPY EVNTCTCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           MOVE '000-MAIN-LOGIC' TO WS-AB-PARRAFO
           EXEC CICS HANDLE ABEND
                LABEL(990-CAPTURAR-ABEND)
                NOHANDLE
           END-EXEC
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-RETURN.

       100-INICIO.
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
           PERFORM 870-LEER-FECHA-NEGOCIO
           PERFORM 880-DERIVAR-SUCURSAL
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE WS-SC-SUCURSAL TO WS-EV-SUCURSAL
      *
      *--- MISMO CRITERIO DE DEPOCOB/RETRCOB: SIN DIA OPERATIVO
      *--- ABIERTO EN LA SUCURSAL NO SE RECIBEN PAGOS EN LA CAJA
      *
           PERFORM 894-VERIFICAR-DIA-SUCURSAL
           IF NOT WS-BD-DIA-ABIERTO
              MOVE 'DIA DE LA SUCURSAL NO ABIERTO, PIDALO EN BRDYCOB'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO PRPGMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'PRPG'
              MOVE LOW-VALUES TO PRPGMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('PRPGMP')
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
              EXEC CICS RECEIVE
                   MAP('PRPGMP')
                   INTO(PRPGMPI)
                   NOHANDLE
              END-EXEC
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHENTER
                        PERFORM 210-PROCESAR-DATOS
              END-EVALUATE
           END-IF.

       210-PROCESAR-DATOS.
      *
      *--- CAMPO1I ID DEL PRESTAMO, CAMPO2I ACCION (Q COTIZAR, C
      *--- PAGAR CUOTA, A ABONO EXTRA A CAPITAL, T PAGO TOTAL, R
      *--- RECUPERACION DE UN PRESTAMO CASTIGADO), CAMPO3I MONTO
      *--- (PARA EL ABONO Y LA RECUPERACION), CAMPO4I CUENTA A
      *--- DEBITAR (EN BLANCO = PAGO EN EFECTIVO), CAMPO5I
      *--- DENOMINACIONES RECIBIDAS (FORMATO DENOMCP, OPCIONAL).
      *--- CAMPO6O-CAMPO9O DEVUELVEN CAPITAL, INTERES CAUSADO, MORA
      *--- Y TOTAL PARA CANCELAR A LA FECHA (EN UN CASTIGADO, CAMPO9O
      *--- ES LO QUE FALTA POR RECUPERAR)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ID DE PRESTAMO Y ACCION (Q/C/A/T/R)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE PRESTAMO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-PRESTAMO
           PERFORM 230-LEER-PRESTAMO
      *
      *--- UN PRESTAMO CASTIGADO (CASTCOB) YA NO RECIBE CUOTAS: LO QUE
      *--- PAGUE ENTRA COMO RECUPERACION, INGRESO Y NO CAPITAL
      *
           IF CL-ESTADO-LN = 'C'
              PERFORM 236-LEER-CASTIGO
              EVALUATE CAMPO2I
                   WHEN 'Q'
                        PERFORM 240-COTIZAR
                   WHEN 'R'
                        PERFORM 275-RECUPERAR-CASTIGO
                   WHEN OTHER
                        MOVE 'PRESTAMO CASTIGADO, SOLO ADMITE Q O R'
                             TO MSGO
                        PERFORM 220-ENVIAR-MAPA
                        PERFORM 300-RETURN
              END-EVALUATE
           END-IF
           PERFORM 235-CALCULAR-LIQUIDACION
           EVALUATE CAMPO2I
                WHEN 'Q'
                     PERFORM 240-COTIZAR
                WHEN 'C'
                     PERFORM 250-PAGAR-CUOTA
                WHEN 'A'
                     PERFORM 260-ABONAR-CAPITAL
                WHEN 'T'
                     PERFORM 270-PAGO-TOTAL
                WHEN OTHER
                     MOVE 'ACCION INVALIDA (Q/C/A/T/R)' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-LEER-PRESTAMO.
           MOVE '230-LEER-PRESTAMO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_LN
                  ,TASA_LN
                  ,PLAZO_MESES_LN
                  ,CUOTA_LN
                  ,SALDO_CAPITAL_LN
                  ,CUOTAS_PAGADAS_LN
                  ,MORA_LN
                  ,FECHA_DESEMBOLSO_LN
                  ,ESTADO_LN
                  ,TASA_SEGURO_LN
                INTO
                   :CL-NUMERO-CUENTA-LN
                  ,:CL-TASA-LN
                  ,:CL-PLAZO-MESES-LN
                  ,:CL-CUOTA-LN
                  ,:CL-SALDO-CAPITAL-LN
                  ,:CL-CUOTAS-PAGADAS-LN
                  ,:CL-MORA-LN
                  ,:CL-FECHA-DESEMBOLSO-LN
                  ,:CL-ESTADO-LN
                  ,:CL-TASA-SEGURO-LN
                FROM
                   TAPRESTA
                WHERE
                   ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'PRESTAMO NO ENCONTRADO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-LN NOT = 'V' AND CL-ESTADO-LN NOT = 'C'
              MOVE 'PRESTAMO NO VIGENTE, NO ADMITE PAGOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       235-CALCULAR-LIQUIDACION.
      *
      *--- LAS CUOTAS ATRASADAS ('A') GUARDAN SOLO LO QUE FALTA Y SU
      *--- CAPITAL SIGUE DENTRO DE SALDO_CAPITAL_LN, MIENTRAS MORA_LN
      *--- YA LAS TRAE COMPLETAS (VER 210-COBRAR-CUOTA EN PRSCCOB):
      *--- ESE CAPITAL SE SACA DEL CAPITAL VIVO PARA NO COBRARLO DOS
      *--- VECES. EL INTERES CAUSADO CORRE SOBRE EL CAPITAL VIVO A LA
      *--- TASA MENSUAL DEL PRESTAMO, POR DIAS SOBRE MES DE 30, DESDE
      *--- LA ULTIMA CUOTA YA VENCIDA (O EL DESEMBOLSO) HASTA HOY.
      *--- LA PRIMA DEL SEGURO NO SE CAUSA POR DIAS: SOLO SE COBRA LA
      *--- QUE QUEDO PENDIENTE EN LAS CUOTAS ATRASADAS (DENTRO DE LA
      *--- MORA), QUE SE SEPARA PARA SU PATA 'A'
      *
           MOVE '235-CALCULAR-LIQUIDACION' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SC
           EXEC SQL
                SELECT COALESCE(SUM(CAPITAL_SC), 0)
                      ,COALESCE(SUM(SEGURO_SC), 0)
                INTO   :WS-CAPITAL-MORA
                      ,:WS-SEGURO-MORA
                FROM   TAPRSCHD
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND ESTADO_SC = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE WS-CAPITAL-VIVO = CL-SALDO-CAPITAL-LN
                                    - WS-CAPITAL-MORA
           EXEC SQL
                SELECT COALESCE(CHAR(MAX(FECHA_CUOTA_SC), ISO),
                                :CL-FECHA-DESEMBOLSO-LN)
                INTO   :WS-FECHA-BASE
                FROM   TAPRSCHD
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND ESTADO_SC IN ('C', 'A')
                       AND FECHA_CUOTA_SC <= DATE(:WS-FN-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT DAYS(DATE(:WS-FN-FECHA))
                     - DAYS(DATE(:WS-FECHA-BASE))
                INTO   :WS-DIAS-CAUSADOS
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-DIAS-CAUSADOS < 0
              MOVE 0 TO WS-DIAS-CAUSADOS
           END-IF
           COMPUTE WS-INTERES-CAUSADO ROUNDED =
                   WS-CAPITAL-VIVO * CL-TASA-LN * WS-DIAS-CAUSADOS
                   / WC-DIAS-MES
           COMPUTE WS-TOTAL-LIQUIDACION = WS-CAPITAL-VIVO
                                         + WS-INTERES-CAUSADO
                                         + CL-MORA-LN
           MOVE WS-CAPITAL-VIVO      TO WS-VALOR-ED
           MOVE WS-VALOR-ED          TO CAMPO6O
           MOVE WS-INTERES-CAUSADO   TO WS-VALOR-ED
           MOVE WS-VALOR-ED          TO CAMPO7O
           MOVE CL-MORA-LN           TO WS-VALOR-ED
           MOVE WS-VALOR-ED          TO CAMPO8O
           MOVE WS-TOTAL-LIQUIDACION TO WS-VALOR-ED
           MOVE WS-VALOR-ED          TO CAMPO9O.

       236-LEER-CASTIGO.
           MOVE '236-LEER-CASTIGO' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-PV
           EXEC SQL
                SELECT
                   SALDO_CASTIGO_PV
                  ,RECUPERADO_PV
                INTO
                   :CL-SALDO-CASTIGO-PV
                  ,:CL-RECUPERADO-PV
                FROM
                   TAPROVIS
                WHERE
                   ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
                   AND ESTADO_CASTIGO_PV = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 0                   TO WS-VALOR-ED
           MOVE WS-VALOR-ED         TO CAMPO6O
           MOVE WS-VALOR-ED         TO CAMPO7O
           MOVE WS-VALOR-ED         TO CAMPO8O
           MOVE CL-SALDO-CASTIGO-PV TO WS-VALOR-ED
           MOVE WS-VALOR-ED         TO CAMPO9O.

       240-COTIZAR.
           MOVE '240-COTIZAR' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO WS-ID-ED
           MOVE SPACES TO MSGO
           STRING 'PRESTAMO '   DELIMITED BY SIZE
                  WS-ID-ED      DELIMITED BY SIZE
                  ' CTA:'       DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-LN DELIMITED BY SIZE
                  ' VALOR PARA CANCELAR HOY ' DELIMITED BY SIZE
                  WS-FN-FECHA   DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       250-PAGAR-CUOTA.
      *
      *--- LA CUOTA ABIERTA MAS VIEJA (ATRASADA O PENDIENTE, AUNQUE
      *--- AUN NO VENZA) SE PAGA COMPLETA CON EL MISMO REPARTO DE
      *--- PRSCCOB: LO QUE QUEDA DE PRIMA, INTERES Y CAPITAL DE LA
      *--- FILA
      *
           MOVE '250-PAGAR-CUOTA' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SC
           EXEC SQL
                SELECT
                   NRO_CUOTA_SC
                  ,CUOTA_SC
                  ,CAPITAL_SC
                  ,INTERES_SC
                  ,ESTADO_SC
                  ,SEGURO_SC
                INTO
                   :CL-NRO-CUOTA-SC
                  ,:CL-CUOTA-SC
                  ,:CL-CAPITAL-SC
                  ,:CL-INTERES-SC
                  ,:CL-ESTADO-SC
                  ,:CL-SEGURO-SC
                FROM
                   TAPRSCHD
                WHERE
                   ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                   AND ESTADO_SC IN ('P', 'A')
                ORDER BY
                   NRO_CUOTA_SC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'PRESTAMO SIN CUOTAS PENDIENTES' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-CUOTA-SC   TO WS-MONTO-PAGO
           MOVE CL-CAPITAL-SC TO WS-PAGO-CAPITAL
           MOVE CL-INTERES-SC TO WS-PAGO-INTERES
           MOVE CL-SEGURO-SC  TO WS-PAGO-SEGURO
           MOVE 0             TO WS-PAGO-RECUPERACION
           PERFORM 280-RECAUDAR-PAGO
           EXEC SQL
                UPDATE TAPRSCHD
                SET    ESTADO_SC = 'C'
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND NRO_CUOTA_SC = :CL-NRO-CUOTA-SC
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                UPDATE TAPRESTA
                SET    SALDO_CAPITAL_LN = SALDO_CAPITAL_LN
                                         - :CL-CAPITAL-SC
                      ,CUOTAS_PAGADAS_LN = CUOTAS_PAGADAS_LN + 1
                WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF CL-ESTADO-SC = 'A'
              EXEC SQL
                   UPDATE TAPRESTA
                   SET    MORA_LN = MORA_LN - :CL-CUOTA-SC
                   WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
           END-IF
      *
      *--- CON LA ULTIMA CUOTA EL PRESTAMO QUEDA PAGADO, IGUAL QUE EN
      *--- PRSCCOB, Y SALE SU PAZ Y SALVO
      *
           EXEC SQL
                UPDATE TAPRESTA
                SET    ESTADO_LN = 'P'
                WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
                       AND CUOTAS_PAGADAS_LN >= PLAZO_MESES_LN
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-PRESTAMO-CANCELADO TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           PERFORM 290-IMPRIMIR-RECIBO
           IF WS-PRESTAMO-CANCELADO
              PERFORM 295-EMITIR-PAZ-Y-SALVO
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-NRO-CUOTA-SC TO WS-CUOTA-ED
           MOVE SPACES TO MSGO
           IF WS-PRESTAMO-CANCELADO
              STRING 'CUOTA '      DELIMITED BY SIZE
                     WS-CUOTA-ED   DELIMITED BY SIZE
                     ' PAGADA, PRESTAMO CANCELADO, ENTREGUE PAZ Y SALVO'
                                   DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'CUOTA '      DELIMITED BY SIZE
                     WS-CUOTA-ED   DELIMITED BY SIZE
                     ' PAGADA'     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       260-ABONAR-CAPITAL.
      *
      *--- EL ABONO EXTRA VA TODO A CAPITAL Y SOLO SE RECIBE AL DIA:
      *--- CON MORA PRIMERO SE PAGAN LAS CUOTAS ATRASADAS (ACCION C),
      *--- Y SI CUBRE TODO EL CAPITAL SE USA EL PAGO TOTAL (ACCION T)
      *
           MOVE '260-ABONAR-CAPITAL' TO WS-AB-PARRAFO
           PERFORM 262-LEER-MONTO
           IF CL-MORA-LN > 0
              MOVE 'PRESTAMO EN MORA, PAGUE PRIMERO LAS CUOTAS (C)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-MONTO-NUM >= WS-CAPITAL-VIVO
              MOVE 'ABONO CUBRE EL CAPITAL, USE PAGO TOTAL (T)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-NUM TO WS-MONTO-PAGO
           MOVE WS-MONTO-NUM TO WS-PAGO-CAPITAL
           MOVE 0            TO WS-PAGO-INTERES
           MOVE 0            TO WS-PAGO-SEGURO
           MOVE 0            TO WS-PAGO-RECUPERACION
           PERFORM 280-RECAUDAR-PAGO
           EXEC SQL
                UPDATE TAPRESTA
                SET    SALDO_CAPITAL_LN = SALDO_CAPITAL_LN
                                         - :WS-PAGO-CAPITAL
                WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           COMPUTE WS-SALDO-CAPITAL = CL-SALDO-CAPITAL-LN
                                     - WS-PAGO-CAPITAL
           PERFORM 265-REAMORTIZAR-PLAN
           PERFORM 290-IMPRIMIR-RECIBO
           EXEC CICS SYNCPOINT END-EXEC
           MOVE WS-CUOTA TO WS-VALOR-ED
           MOVE SPACES TO MSGO
           STRING 'ABONO APLICADO, NUEVA CUOTA ' DELIMITED BY SIZE
                  WS-VALOR-ED                    DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       262-LEER-MONTO.
           MOVE '262-LEER-MONTO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              MOVE 'DIGITE EL MONTO A PAGAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           UNSTRING CAMPO3I DELIMITED BY '_'
               INTO WS-MONTO-JUST
           END-UNSTRING
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM
           IF WS-MONTO-NUM = 0
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       265-REAMORTIZAR-PLAN.
      *
      *--- SE CONSERVA EL PLAZO Y BAJA LA CUOTA: LAS CUOTAS
      *--- PENDIENTES SE RECALCULAN CON LA CUOTA FIJA FRANCESA DE
      *--- 235-CALCULAR-CUOTA EN PRSTCOB SOBRE EL NUEVO SALDO DE
      *--- CAPITAL, CON EL MISMO REPARTO DE 240-GRABAR-PLAN (INTERES
      *--- SOBRE SALDO VIVO, ULTIMA CUOTA AJUSTADA PARA CERRAR EN 0);
      *--- LA PRIMA DEL SEGURO DE CADA CUOTA BAJA CON EL NUEVO SALDO
      *--- Y CUOTA_LN SIGUE SIN ELLA
      *
           MOVE '265-REAMORTIZAR-PLAN' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SC
           EXEC SQL
                SELECT COALESCE(MIN(NRO_CUOTA_SC), 0)
                      ,COUNT(*)
                INTO   :WS-PRIMERA-CUOTA
                      ,:WS-CUOTAS-RESTANTES
                FROM   TAPRSCHD
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND ESTADO_SC = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF WS-CUOTAS-RESTANTES = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF CL-TASA-LN = 0
              COMPUTE WS-CUOTA ROUNDED = WS-SALDO-CAPITAL
                                        / WS-CUOTAS-RESTANTES
           ELSE
              MOVE 1 TO WS-FACTOR
              PERFORM VARYING WS-CUOTA-IDX FROM 1 BY 1
                      UNTIL WS-CUOTA-IDX > WS-CUOTAS-RESTANTES
                 COMPUTE WS-FACTOR ROUNDED =
                         WS-FACTOR * (1 + CL-TASA-LN)
              END-PERFORM
              COMPUTE WS-CUOTA ROUNDED =
                      WS-SALDO-CAPITAL * CL-TASA-LN * WS-FACTOR
                      / (WS-FACTOR - 1)
           END-IF
           COMPUTE WS-ULTIMA-CUOTA = WS-PRIMERA-CUOTA
                                    + WS-CUOTAS-RESTANTES - 1
           PERFORM VARYING WS-CUOTA-IDX FROM WS-PRIMERA-CUOTA BY 1
                   UNTIL WS-CUOTA-IDX > WS-ULTIMA-CUOTA
              COMPUTE WS-INTERES-CUOTA ROUNDED =
                      WS-SALDO-CAPITAL * CL-TASA-LN
              IF WS-CUOTA-IDX = WS-ULTIMA-CUOTA
                 MOVE WS-SALDO-CAPITAL TO WS-CAPITAL-CUOTA
                 COMPUTE CL-CUOTA-SC = WS-CAPITAL-CUOTA
                                      + WS-INTERES-CUOTA
              ELSE
                 COMPUTE WS-CAPITAL-CUOTA = WS-CUOTA
                                           - WS-INTERES-CUOTA
                 MOVE WS-CUOTA TO CL-CUOTA-SC
              END-IF
              COMPUTE WS-SEGURO-CUOTA ROUNDED =
                      WS-SALDO-CAPITAL * CL-TASA-SEGURO-LN
              ADD WS-SEGURO-CUOTA TO CL-CUOTA-SC
              SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-CAPITAL
              MOVE WS-CUOTA-IDX      TO CL-NRO-CUOTA-SC
              MOVE WS-CAPITAL-CUOTA  TO CL-CAPITAL-SC
              MOVE WS-INTERES-CUOTA  TO CL-INTERES-SC
              MOVE WS-SEGURO-CUOTA   TO CL-SEGURO-SC
              EXEC SQL
                   UPDATE TAPRSCHD
                   SET    CUOTA_SC   = :CL-CUOTA-SC
                         ,CAPITAL_SC = :CL-CAPITAL-SC
                         ,INTERES_SC = :CL-INTERES-SC
                         ,SEGURO_SC  = :CL-SEGURO-SC
                   WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                          AND NRO_CUOTA_SC = :CL-NRO-CUOTA-SC
                          AND ESTADO_SC = 'P'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
           END-PERFORM
           MOVE WS-CUOTA TO CL-CUOTA-LN
           EXEC SQL
                UPDATE TAPRESTA
                SET    CUOTA_LN = :CL-CUOTA-LN
                WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       270-PAGO-TOTAL.
      *
      *--- SE RECAUDA LA LIQUIDACION COMPLETA DE HOY: TODO EL SALDO DE
      *--- CAPITAL (INCLUIDO EL DE LAS CUOTAS ATRASADAS) COMO PATA 'L',
      *--- LA PRIMA DEL SEGURO PENDIENTE EN LA MORA COMO PATA 'A' Y EL
      *--- RESTO (INTERES DE LA MORA MAS INTERES CAUSADO) COMO PATA
      *--- 'K'. LAS CUOTAS ABIERTAS SE CIERRAN, EL PRESTAMO QUEDA
      *--- PAGADO SIN SALDO NI MORA Y SALE SU PAZ Y SALVO
      *
           MOVE '270-PAGO-TOTAL' TO WS-AB-PARRAFO
           MOVE WS-TOTAL-LIQUIDACION TO WS-MONTO-PAGO
           MOVE CL-SALDO-CAPITAL-LN  TO WS-PAGO-CAPITAL
           MOVE WS-SEGURO-MORA       TO WS-PAGO-SEGURO
           COMPUTE WS-PAGO-INTERES = WS-MONTO-PAGO - WS-PAGO-CAPITAL
                                   - WS-PAGO-SEGURO
           MOVE 0 TO WS-PAGO-RECUPERACION
           PERFORM 280-RECAUDAR-PAGO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SC
           EXEC SQL
                UPDATE TAPRSCHD
                SET    ESTADO_SC = 'C'
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND ESTADO_SC IN ('P', 'A')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                UPDATE TAPRESTA
                SET    SALDO_CAPITAL_LN = 0
                      ,MORA_LN = 0
                      ,ESTADO_LN = 'P'
                WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           SET WS-PRESTAMO-CANCELADO TO TRUE
           PERFORM 290-IMPRIMIR-RECIBO
           PERFORM 295-EMITIR-PAZ-Y-SALVO
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-PAZSALVO TO WS-ID-ED
           MOVE SPACES TO MSGO
           STRING 'PRESTAMO CANCELADO, PAZ Y SALVO NO.'
                                        DELIMITED BY SIZE
                  WS-ID-ED              DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       275-RECUPERAR-CASTIGO.
      *
      *--- LO PAGADO SOBRE UN PRESTAMO CASTIGADO NO VUELVE A CARTERA
      *--- NI TOCA EL PLAN: ENTRA COMO INGRESO POR RECUPERACION ('U')
      *--- Y BAJA LA DEUDA EN CUENTAS DE ORDEN DE TAPROVIS. CON LA
      *--- DEUDA EN CERO EL PRESTAMO QUEDA PAGADO Y SALE SU PAZ Y SALVO
      *
           MOVE '275-RECUPERAR-CASTIGO' TO WS-AB-PARRAFO
           PERFORM 262-LEER-MONTO
           IF WS-MONTO-NUM > CL-SALDO-CASTIGO-PV
              MOVE 'MONTO SUPERA LO PENDIENTE DEL CASTIGO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-NUM TO WS-MONTO-PAGO
           MOVE 0            TO WS-PAGO-CAPITAL
           MOVE 0            TO WS-PAGO-INTERES
           MOVE 0            TO WS-PAGO-SEGURO
           MOVE WS-MONTO-NUM TO WS-PAGO-RECUPERACION
           PERFORM 280-RECAUDAR-PAGO
           EXEC SQL
                UPDATE TAPROVIS
                SET    SALDO_CASTIGO_PV = SALDO_CASTIGO_PV
                                         - :WS-PAGO-RECUPERACION
                      ,RECUPERADO_PV    = RECUPERADO_PV
                                         + :WS-PAGO-RECUPERACION
                WHERE  ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF WS-PAGO-RECUPERACION = CL-SALDO-CASTIGO-PV
              EXEC SQL
                   UPDATE TAPRESTA
                   SET    ESTADO_LN = 'P'
                   WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
              SET WS-PRESTAMO-CANCELADO TO TRUE
           END-IF
           PERFORM 290-IMPRIMIR-RECIBO
           IF WS-PRESTAMO-CANCELADO
              PERFORM 295-EMITIR-PAZ-Y-SALVO
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           COMPUTE CL-SALDO-CASTIGO-PV = CL-SALDO-CASTIGO-PV
                                        - WS-PAGO-RECUPERACION
           MOVE CL-SALDO-CASTIGO-PV TO WS-VALOR-ED
           MOVE WS-VALOR-ED         TO CAMPO9O
           IF WS-PRESTAMO-CANCELADO
              MOVE 'CASTIGO RECUPERADO TOTALMENTE, ENTREGUE PAZ Y SALVO'
                   TO MSGO
           ELSE
              MOVE 'RECUPERACION APLICADA' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       280-RECAUDAR-PAGO.
      *
      *--- EN EFECTIVO (SIN CUENTA EN CAMPO4I) EL DINERO ENTRA COMO
      *--- CONSIGNACION ('D') A LA CUENTA ENLAZADA ESTAMPADA CON CAJA/
      *--- SESION PARA EL CUADRE DE LA GAVETA, Y DE AHI SE DEBITA EL
      *--- PAGO. CON CUENTA, EL DEBITO SALE DE ELLA SI SU DISPONIBLE
      *--- (MISMO CRITERIO DE RETRCOB) LO CUBRE. EN AMBOS CASOS LAS
      *--- PATAS 'L'/'K'/'A' VAN COMO EN PRSCCOB, AMARRADAS AL PRESTAMO
      *--- (O LA 'U' SI ES RECUPERACION DE UN CASTIGADO)
      *
           MOVE '280-RECAUDAR-PAGO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-ID-RECIBO
           PERFORM 881-CONSULTAR-CAJA-SESION
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              SET WS-PAGO-EFECTIVO TO TRUE
              MOVE CL-NUMERO-CUENTA-LN TO WS-CUENTA-PAGO
              PERFORM 282-CONSIGNAR-EFECTIVO
           ELSE
              MOVE CAMPO4I TO WS-CUENTA-PAGO
              PERFORM 281-VALIDAR-CUENTA-DEBITO
           END-IF
           MOVE WS-CUENTA-PAGO TO CL-NUMERO-CUENTA
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO - :WS-MONTO-PAGO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'L' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - WS-MONTO-PAGO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF WS-PAGO-CAPITAL > 0
              COMPUTE CL-MONTO = 0 - WS-PAGO-CAPITAL
              MOVE 'L' TO CL-TIPO-TRANSACCION
              PERFORM 285-SQL-INSERTAR-PATA
           END-IF
           IF WS-PAGO-INTERES > 0
              MOVE WS-PAGO-INTERES TO CL-MONTO
              MOVE 'K' TO CL-TIPO-TRANSACCION
              PERFORM 285-SQL-INSERTAR-PATA
           END-IF
           IF WS-PAGO-SEGURO > 0
              MOVE WS-PAGO-SEGURO TO CL-MONTO
              MOVE 'A' TO CL-TIPO-TRANSACCION
              PERFORM 285-SQL-INSERTAR-PATA
           END-IF
           IF WS-PAGO-RECUPERACION > 0
              MOVE WS-PAGO-RECUPERACION TO CL-MONTO
              MOVE 'U' TO CL-TIPO-TRANSACCION
              PERFORM 285-SQL-INSERTAR-PATA
           END-IF.

       281-VALIDAR-CUENTA-DEBITO.
           MOVE '281-VALIDAR-CUENTA-DEBITO' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-PAGO TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA A DEBITAR INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-CUENTA-PAGO TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT
                   SALDO
                  ,LIMITE_SOBREGIRO
                  ,SALDO_RETENIDO
                  ,ESTADO_CUENTA
                  ,ESTADO_DORMANTE
                INTO
                  :CL-SALDO
                 ,:CL-LIMITE-SOBREGIRO
                 ,:CL-SALDO-RETENIDO
                 ,:CL-ESTADO-CUENTA
                 ,:CL-ESTADO-DORMANTE
                FROM
                  TACUENT
                WHERE
                  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CUENTA A DEBITAR NO ENCONTRADA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              MOVE 'CUENTA A DEBITAR NO ACTIVA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-DORMANTE = 'S'
              MOVE 'CUENTA DORMANTE, REACTIVELA PRIMERO EN REACCOB'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-CUENTA-PAGO TO WS-SU-CUENTA
           PERFORM 885-VERIFICAR-SUCESION
           IF WS-SU-FALLECIDO
              MOVE 'TITULAR FALLECIDO, CUENTA EN SUCESION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           COMPUTE WS-SALDO-DISPONIBLE = CL-SALDO - CL-SALDO-RETENIDO
                                        + CL-LIMITE-SOBREGIRO
           IF WS-MONTO-PAGO > WS-SALDO-DISPONIBLE
              MOVE 'FONDOS INSUFICIENTES EN LA CUENTA A DEBITAR'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       282-CONSIGNAR-EFECTIVO.
           MOVE '282-CONSIGNAR-EFECTIVO' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-PAGO TO CL-NUMERO-CUENTA
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO + :WS-MONTO-PAGO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'D' TO WS-EV-TIPO
           MOVE WS-MONTO-PAGO TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-MONTO-PAGO TO CL-MONTO
           MOVE EIBOPID       TO CL-USUARIO
           MOVE EIBTRMID      TO CL-TERMINAL
           MOVE CL-ID-PRESTAMO TO CL-REFERENCIA-TRANSFERENCIA
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,TILL_ID_T
                   ,FECHA_NEGOCIO_T
                   ,SUCURSAL_T
                   ,SESION_ID_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'D'
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:CL-TILL-ID-T
                   ,:WS-FN-FECHA
                   ,:WS-SC-SUCURSAL
                   ,:CL-SESION-ID-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :WS-ID-RECIBO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF CAMPO5I NOT = LOW-VALUES AND CAMPO5I NOT = SPACES
              AND CL-TILL-ID-T NOT = SPACES
              MOVE CAMPO5I TO WS-DN-CADENA
              INSPECT WS-DN-CADENA REPLACING ALL '_' BY ZEROES
              INSPECT WS-DN-CADENA REPLACING ALL ' ' BY ZEROES
              MOVE CL-TILL-ID-T TO WS-DN-TILL
              MOVE 1 TO WS-DN-SIGNO
              PERFORM 890-ACTUALIZAR-DENOMINACIONES
           END-IF.

       285-SQL-INSERTAR-PATA.
           MOVE '285-SQL-INSERTAR-PATA' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-PAGO  TO CL-NUMERO-CUENTA
           MOVE EIBOPID         TO CL-USUARIO
           MOVE EIBTRMID        TO CL-TERMINAL
           MOVE CL-ID-PRESTAMO  TO CL-REFERENCIA-TRANSFERENCIA
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,FECHA_NEGOCIO_T
                   ,SUCURSAL_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,:CL-TIPO-TRANSACCION
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:WS-FN-FECHA
                   ,:WS-SC-SUCURSAL
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF WS-ID-RECIBO = 0
              EXEC SQL
                   SELECT IDENTITY_VAL_LOCAL()
                   INTO   :WS-ID-RECIBO
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.

       290-IMPRIMIR-RECIBO.
      *
      *--- COMPROBANTE POR LA COLA RECP CON COPIA EN TARECIBO (LLAVE =
      *--- ID DEL PRIMER MOVIMIENTO DEL PAGO), MISMO PATRON DE
      *--- 229-ESCRIBIR-RECIBO-TDQ EN RETRCOB. LA COPIA NO TUMBA UN
      *--- PAGO YA APLICADO
      *
           MOVE '290-IMPRIMIR-RECIBO' TO WS-AB-PARRAFO
           MOVE WS-ID-RECIBO   TO WS-RECIBO-ID-ED
           MOVE WS-MONTO-PAGO  TO WS-RECIBO-MONTO-ED
           MOVE CL-ID-PRESTAMO TO WS-ID-ED
           MOVE SPACES         TO WS-RECIBO-LINEA
           STRING 'PAGO PRESTAMO '  DELIMITED BY SIZE
                  WS-ID-ED          DELIMITED BY SIZE
                  ' ACCION:'        DELIMITED BY SIZE
                  CAMPO2I           DELIMITED BY SIZE
                  ' CTA:'           DELIMITED BY SIZE
                  WS-CUENTA-PAGO    DELIMITED BY SIZE
                  ' MONTO:'         DELIMITED BY SIZE
                  WS-RECIBO-MONTO-ED DELIMITED BY SIZE
                  ' ID:'            DELIMITED BY SIZE
                  WS-RECIBO-ID-ED   DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('RECP')
                FROM(WS-RECIBO-LINEA)
                LENGTH(LENGTH OF WS-RECIBO-LINEA)
                NOHANDLE
           END-EXEC
           MOVE WS-ID-RECIBO    TO CL-ID-TRANSACTION-RB
           MOVE WS-CUENTA-PAGO  TO CL-NUMERO-CUENTA-RB
           MOVE WS-RECIBO-LINEA TO CL-TEXTO-RECIBO
           EXEC SQL
                INSERT INTO TARECIBO (
                    ID_TRANSACTION_RB
                   ,NUMERO_CUENTA_RB
                   ,TEXTO_RECIBO
                   ,FECHA_HORA_RB
                   ,COPIAS_IMPRESAS
                ) VALUES (
                    :CL-ID-TRANSACTION-RB
                   ,:CL-NUMERO-CUENTA-RB
                   ,:CL-TEXTO-RECIBO
                   ,CURRENT TIMESTAMP
                   ,0
                )
           END-EXEC.

       295-EMITIR-PAZ-Y-SALVO.
      *
      *--- CARTA NUMERADA COMO LOS CERTIFICADOS DE CRTBCOB: LA FILA DE
      *--- TAPAZSAL DA EL NUMERO DE CONTROL (IDENTITY) QUE SE IMPRIME
      *--- POR LA COLA RECP. VA EN LA MISMA UNIDAD DE TRABAJO DEL PAGO
      *
           MOVE '295-EMITIR-PAZ-Y-SALVO' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO      TO CL-ID-PRESTAMO-PZ
           MOVE CL-NUMERO-CUENTA-LN TO CL-NUMERO-CUENTA-PZ
           MOVE WS-MONTO-PAGO       TO CL-MONTO-PAGADO-PZ
           MOVE EIBOPID             TO CL-OPERADOR-PZ
           EXEC SQL
                INSERT INTO TAPAZSAL (
                    ID_PRESTAMO_PZ
                   ,NUMERO_CUENTA_PZ
                   ,MONTO_PAGADO_PZ
                   ,OPERADOR_PZ
                   ,FECHA_EMISION_PZ
                ) VALUES (
                    :CL-ID-PRESTAMO-PZ
                   ,:CL-NUMERO-CUENTA-PZ
                   ,:CL-MONTO-PAGADO-PZ
                   ,:CL-OPERADOR-PZ
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-PAZSALVO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE CL-ID-PAZSALVO TO WS-RECIBO-ID-ED
           MOVE CL-ID-PRESTAMO TO WS-ID-ED
           MOVE SPACES TO WS-RECIBO-LINEA
           STRING 'PAZ Y SALVO NO.'    DELIMITED BY SIZE
                  WS-RECIBO-ID-ED      DELIMITED BY SIZE
                  ' EL PRESTAMO '      DELIMITED BY SIZE
                  WS-ID-ED             DELIMITED BY SIZE
                  ' CTA:'              DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-LN  DELIMITED BY SIZE
                  ' QUEDA CANCELADO EN SU TOTALIDAD AL '
                                       DELIMITED BY SIZE
                  WS-FN-FECHA          DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('RECP')
                FROM(WS-RECIBO-LINEA)
                LENGTH(LENGTH OF WS-RECIBO-LINEA)
                NOHANDLE
           END-EXEC.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           MOVE WC-PROGRAMA     TO CH-PROGRAMA-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('PRPGMP')
                ERASE
                FROM(PRPGMPO)
                NOHANDLE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('PRPG')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY ERRCTAPR.
       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY BRDYCTPR.
       COPY SUCECTPR.
       COPY DENOMPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL APLICAR EL PAGO, NO SE APLICO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER ABNDCTPR.cpy)
      *
           MOVE CAMPO1I     TO WS-AB-CUENTA
           MOVE CH-COMMAREA TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND.

       999-ERROR-DB2.
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           PERFORM 810-BUSCAR-ERROR-CATALOGO
           IF WS-ERR-SI-ENCONTRADO
              MOVE SPACES              TO MSGO
              MOVE WS-ERR-MSG-CATALOGO TO MSGO
           ELSE
              MOVE SPACES         TO MSGO
              MOVE 'ERROR DB2: '  TO MSGO(1:11)
              MOVE DB2-SQLCODE-Z  TO MSGO(13:10)
              MOVE SQLERRMC       TO DB2-ERR-MSG
              MOVE DB2-ERR-MSG    TO MSGO(24:30)
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.
