           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAPARTIC END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAPRODUC END-EXEC.
           EXEC SQL INCLUDE TATIERS END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TATASPRF END-EXEC.
           EXEC SQL INCLUDE TAINTPRF END-EXEC.
      *
      *--- CURSOR QUE RECORRE TODAS LAS CUENTAS ACTIVAS DE TACUENT.
      *--- LAS CUENTAS BLOQUEADAS NO CAUSAN INTERES. SOLO LAS DEL
      *--- RANGO DE LA PARTICION, DESPUES DEL PUNTO DE CONTROL SI LA
      *--- CORRIDA SE REANUDA (VER PARTCTPR); WITH HOLD PORQUE SE
      *--- CONFIRMA POR LOTES
      *
           EXEC SQL
                DECLARE C_TACUENT_INT CURSOR WITH HOLD FOR
                SELECT
                   NUMERO_CUENTA
                  ,SALDO
                   TACUENT
                WHERE
                   ESTADO_CUENTA = 'A'
                   AND NUMERO_CUENTA > :WS-PT-ULTIMA
                   AND NUMERO_CUENTA <= :WS-PT-HASTA
                ORDER BY
                   NUMERO_CUENTA
           END-EXEC.

      *
      *--- TARJETA SYSIN: NUMERO DE PARTICION DE TAPARTIC (BLANCO =
      *--- CORRIDA COMPLETA, SOLO SI EL JOB NO TIENE PARTICIONES)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-PARTICION       PIC X(1).
           03 FILLER                  PIC X(79).

       01  WS-VARIABLES.
           03 WS-TASA-INTERES         PIC 9V9(4)      COMP-3 VALUE 0.
      *
      *--- VER 216-CONSULTAR-TRAMO-VIGENTE
      *
           03 WS-TRAMO-APLICADO       PIC S9(4)       COMP VALUE 0.
      *
      *--- TASA ESTANDAR (TRAMO) E INTERES QUE ESTA HUBIERA DADO CUANDO
      *--- LA CUENTA TIENE TASA PREFERENCIAL APROBADA; VER 217-
      *--- CONSULTAR-TASA-PREFERENCIAL
      *
           03 WS-TASA-ESTANDAR        PIC 9V9(4)      COMP-3 VALUE 0.
           03 WS-INTERES-ESTANDAR     PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-INTERES              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-RETENCION-FTE        PIC S9(13)V9(2) COMP-3 VALUE 0.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR LOS MONTOS COMP-3
      *--- DE ARRIBA COMO OPERANDOS DE UN STRING (EL VERBO STRING EXIGE
           03 WS-INTERES-ED           PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-RETENCION-ED         PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-SALDO-NUEVO-ED       PIC -ZZZ.ZZZ.ZZZ,ZZ.
      *
      *--- TOTALES DE CONTROL; VIAJAN EN EL PUNTO DE CONTROL
      *--- (WS-PT-CONTADORES) PARA QUE UNA CORRIDA REANUDADA LOS
      *--- TERMINE CON LO YA CONFIRMADO
      *
       01  WS-CONTADORES.
           03 WS-CTA-LEIDAS           PIC 9(9)        VALUE 0.
           03 WS-CTA-CAUSADAS         PIC 9(9)        VALUE 0.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-PRODUCTO-FALG        PIC X           VALUE 'N'.
              88 WS-CON-PRODUCTO                      VALUE 'Y'.
           03 WS-TASA-PREF-FLAG       PIC X           VALUE 'N'.
              88 WS-CON-TASA-PREF                     VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       COPY PARMCTCP.

       COPY RUNCTLCP.
       COPY PARTCTCP.

       COPY FECNEGCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.

       100-INICIO.
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTE PROCESO (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy); LA SUCURSAL DEL
      *--- EVENTO ES LA DE LA CUENTA
      *
           MOVE 'BAT'          TO WS-EV-CANAL
           MOVE WC-USUARIO-BATCH TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
      *
      *--- LAS TASAS Y TOPES DE LOS TRAMOS SE REFRESCAN DESDE TAPARAM
      *--- AL ARRANCAR; SIN FILA CARGADA SE CONSERVAN LOS VALORES
      *--- COMPILADOS (VER PARMCTPR)
      *
           PERFORM 870-LEER-FECHA-NEGOCIO
           PERFORM 105-CARGAR-PARAMETROS
      *
      *--- PARTICION DE LA TARJETA Y PUNTO DE CONTROL (VER PARTCTPR):
      *--- UNA CORRIDA QUE SE REANUDA SIGUE EL MISMO REPORTE Y
      *--- RECUPERA SUS TOTALES
      *
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           MOVE WS-PARM-PARTICION TO WS-PT-NUMERO
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 861-RESOLVER-PARTICION
           IF WS-PT-REANUDADA
              OPEN EXTEND RPT-FILE
              MOVE WS-PT-CONTADORES TO WS-CONTADORES
           ELSE
              OPEN OUTPUT RPT-FILE
           END-IF
           PERFORM 867-CONFIRMAR-PARTICION
           MOVE 'REPORTE DE CAUSACION DE INTERESES - TACUENT'
                TO RPT-LINEA
           PERFORM 868-ESCRIBIR-ENCABEZADO
           MOVE SPACES TO RPT-LINEA
           PERFORM 868-ESCRIBIR-ENCABEZADO.

       105-CARGAR-PARAMETROS.
           MOVE 'TOPE-SALDO-TIER1' TO CL-PARAM-CLAVE
       200-PROCESO.
      *
      *--- CONTROL DE CORRIDA Y GUARDA CONTRA DOBLE SUBMISION DEL
      *--- MISMO DIA (VER RUNCTLPR); CL-PROGRAMA-RC YA TRAE EL NOMBRE
      *--- DE CORRIDA DE LA PARTICION
      *
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           PERFORM 874-CONFIRMAR-INICIO-CORRIDA
           EXEC SQL OPEN C_TACUENT_INT END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              IF SQLCODE = 0
                 ADD 1 TO WS-CTA-LEIDAS
                 PERFORM 210-CALCULAR-INTERES
                 MOVE CL-NUMERO-CUENTA TO WS-PT-ULTIMA
                 MOVE WS-CONTADORES    TO WS-PT-CONTADORES
                 MOVE WS-CTA-LEIDAS    TO WS-RC-REGISTROS
                 PERFORM 873-TOMAR-PUNTO-CONTROL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 END-IF
              END-IF
              END-IF
      *
      *--- UNA TASA PREFERENCIAL NEGOCIADA PARA LA CUENTA (TATASPRF,
      *--- APROBADA POR TESORERIA Y DENTRO DE SU VIGENCIA) MANDA SOBRE
      *--- EL TRAMO; EL TRAMO QUEDA COMO TASA ESTANDAR PARA MEDIR EL
      *--- COSTO DE LA PREFERENCIA EN TAINTPRF
      *
              PERFORM 217-CONSULTAR-TASA-PREFERENCIAL
              IF WS-CON-TASA-PREF
                 MOVE WS-TASA-INTERES TO WS-TASA-ESTANDAR
                 MOVE CL-SALDO        TO CL-SALDO-IP
                 COMPUTE WS-INTERES-ESTANDAR ROUNDED =
                         CL-SALDO * WS-TASA-ESTANDAR
                 MOVE CL-TASA-TP      TO WS-TASA-INTERES
              END-IF
              COMPUTE WS-INTERES ROUNDED = CL-SALDO * WS-TASA-INTERES
              IF WS-INTERES > 0
      *
                 SUBTRACT WS-RETENCION-FTE FROM CL-SALDO
                 PERFORM 220-SQL-ACTUALIZAR-SALDO
                 PERFORM 230-SQL-CREAR-TRANSACCION
                 IF WS-CON-TASA-PREF
                    PERFORM 232-SQL-REGISTRAR-COSTO-PREF
                 END-IF
                 IF WS-RETENCION-FTE > 0
                    PERFORM 235-SQL-CREAR-RETENCION-FTE
                 END-IF
      *
      *--- DEL SET DE TRAMOS VIGENTE (LA MAYOR FECHA DE VIGENCIA QUE
      *--- YA LLEGO) SE TOMA EL PRIMER TRAMO CUYA BANDA CONTIENE EL
      *--- SALDO; SALDO_HASTA_TR EN CERO ES EL TRAMO SIN TOPE. UN SET
      *--- QUE BAJA LA TASA Y DEL QUE LA CUENTA FUE AVISADA SIN LOS
      *--- DIAS DE PREAVISO (TAAVISOC, FECHA_APLICA_AV QUE NO HA
      *--- LLEGADO) TODAVIA NO LE APLICA: SIGUE EL SET ANTERIOR, O LOS
      *--- TRAMOS FIJOS SI NO HABIA OTRO
      *
           MOVE 0 TO WS-TRAMO-APLICADO
           IF CL-CODIGO-PRODUCTO OF CL-ESTCUENT = SPACES
                   FROM   TATIERS
                   WHERE  CODIGO_PRODUCTO_TR = :CL-CODIGO-PRODUCTO-TR
                          AND FECHA_VIGENCIA_TR =
                              (SELECT MAX(V.FECHA_VIGENCIA_TR)
                               FROM   TATIERS V
                               WHERE  V.CODIGO_PRODUCTO_TR =
                                      :CL-CODIGO-PRODUCTO-TR
                                      AND V.FECHA_VIGENCIA_TR
                                          <= CURRENT DATE
                                      AND NOT EXISTS (
                                  SELECT 1
                                  FROM   TAAVISOC A
                                  WHERE  A.NUMERO_CUENTA_AV =
                                         :CL-NUMERO-CUENTA
                                         AND A.TIPO_CAMBIO_AV = 'T'
                                         AND A.CODIGO_AV =
                                             V.CODIGO_PRODUCTO_TR
                                         AND A.FECHA_VIGENCIA_AV =
                                             V.FECHA_VIGENCIA_TR
                                         AND A.FECHA_APLICA_AV
                                             > CURRENT DATE))
                          AND (SALDO_HASTA_TR = 0
                               OR SALDO_HASTA_TR >= :CL-SALDO)
                   ORDER BY TRAMO_TR
              END-EVALUATE
           END-IF.

       217-CONSULTAR-TASA-PREFERENCIAL.
      *
      *--- TASA PREFERENCIAL APROBADA ('A') CUYA VIGENCIA CUBRE EL DIA;
      *--- TPRFCOB NO DEJA QUE DOS SOLICITUDES VIVAS SE TRASLAPEN, LA
      *--- MAS RECIENTE QUEDA SOLO COMO RESGUARDO
      *
           MOVE 'N' TO WS-TASA-PREF-FLAG
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-TP
           EXEC SQL
                SELECT ID_TASA_TP, TASA_TP, OFICIAL_TP
                INTO   :CL-ID-TASA-TP, :CL-TASA-TP, :CL-OFICIAL-TP
                FROM   TATASPRF
                WHERE  NUMERO_CUENTA_TP = :CL-NUMERO-CUENTA-TP
                       AND ESTADO_TP = 'A'
                       AND FECHA_DESDE_TP <= CURRENT DATE
                       AND FECHA_HASTA_TP >= CURRENT DATE
                ORDER BY ID_TASA_TP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-CON-TASA-PREF TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       215-CONSULTAR-PRODUCTO.
           MOVE 'N' TO WS-PRODUCTO-FALG
           IF CL-CODIGO-PRODUCTO OF CL-ESTCUENT = SPACES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'I' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = WS-INTERES - WS-RETENCION-FTE
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       230-SQL-CREAR-TRANSACCION.
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'I'
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       232-SQL-REGISTRAR-COSTO-PREF.
      *
      *--- LO PAGADO CON LA TASA PREFERENCIAL CONTRA LO QUE HUBIERA
      *--- DADO EL TRAMO, AMARRADO AL ABONO 'I' RECIEN CREADO EN 230
      *--- PARA QUE UNA REVERSA POSTERIOR LO SAQUE DEL REPORTE DE
      *--- COSTO (PREFCOB); EN LA MISMA UNIDAD DE TRABAJO DEL ABONO
      *
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-TRANSACCION-IP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA    TO CL-NUMERO-CUENTA-IP
           MOVE CL-ID-TASA-TP       TO CL-ID-TASA-IP
           MOVE CL-OFICIAL-TP       TO CL-OFICIAL-IP
           MOVE WS-TASA-INTERES     TO CL-TASA-PREF-IP
           MOVE WS-TASA-ESTANDAR    TO CL-TASA-ESTANDAR-IP
           MOVE WS-INTERES          TO CL-INTERES-PAGADO-IP
           MOVE WS-INTERES-ESTANDAR TO CL-INTERES-ESTANDAR-IP
           EXEC SQL
                INSERT INTO TAINTPRF (
                    NUMERO_CUENTA_IP
                   ,ID_TASA_IP
                   ,ID_TRANSACCION_IP
                   ,FECHA_NEGOCIO_IP
                   ,OFICIAL_IP
                   ,SALDO_IP
                   ,TASA_PREF_IP
                   ,TASA_ESTANDAR_IP
                   ,INTERES_PAGADO_IP
                   ,INTERES_ESTANDAR_IP
                   ,FECHA_REGISTRO_IP
                ) VALUES (
                    :CL-NUMERO-CUENTA-IP
                   ,:CL-ID-TASA-IP
                   ,:CL-ID-TRANSACCION-IP
                   ,:WS-FN-FECHA
                   ,:CL-OFICIAL-IP
                   ,:CL-SALDO-IP
                   ,:CL-TASA-PREF-IP
                   ,:CL-TASA-ESTANDAR-IP
                   ,:CL-INTERES-PAGADO-IP
                   ,:CL-INTERES-ESTANDAR-IP
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'X'
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           PERFORM 869-ESCRIBIR-CONSTANTE
           MOVE 'CUENTAS PROCESADAS: ' TO WS-PT-ETIQUETA
           MOVE WS-CTA-LEIDAS          TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE 'CUENTAS CON INTERES CAUSADO: ' TO WS-PT-ETIQUETA
           MOVE WS-CTA-CAUSADAS                 TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE WS-CTA-LEIDAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY PARTCTPR.

       COPY FECNEGPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
      *
      *--- SE DESHACE HASTA EL ULTIMO PUNTO DE CONTROL CONFIRMADO; LA
      *--- CORRIDA QUEDA 'E' CON ESE PUNTO PARA REANUDAR
      *
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           EXEC SQL ROLLBACK END-EXEC
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
