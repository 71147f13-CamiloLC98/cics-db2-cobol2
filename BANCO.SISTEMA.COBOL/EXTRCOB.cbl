       01  RPT-LINEA                  PIC X(100).
       FD  CHK-FILE
           RECORDING MODE IS F.
       01  CHK-LINEA.
           03 CHK-CUENTA              PIC X(10).
           03 CHK-CORRIDA             PIC X(8).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAPARTIC END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TACAMPAN END-EXEC.
           EXEC SQL INCLUDE TAOFECRE END-EXEC.
           EXEC SQL INCLUDE TATIERS END-EXEC.
           EXEC SQL INCLUDE TAMSGCAT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACONSEN END-EXEC.
           EXEC SQL INCLUDE TATASPRF END-EXEC.
      *
      *--- CAMPANAS VIGENTES QUE APLICAN A LA CUENTA EN PROCESO: EL
      *--- CRITERIO EN BLANCO/CERO NO FILTRA (VER TACAMPAN). LA
      *--- SUCURSAL DOMICILIO SE COMPARA CONTRA LA DE LA CUENTA
      *--- CUANDO LA CAMPANA LA EXIGE; LA OFERTA PREAPROBADA CONTRA
      *--- LA DEL TITULAR (TAOFECRE)
      *
           EXEC SQL
                DECLARE C_CAMPANAS CURSOR FOR
                        OR SALDO_MAX_CP >= :CL-SALDO)
                   AND (DORMANTE_CP = ' '
                        OR DORMANTE_CP = :WS-CM-DORMANTE)
                   AND (OFERTA_CP = ' '
                        OR OFERTA_CP = :WS-CM-OFERTA)
                ORDER BY
                   ID_CAMPANA
           END-EXEC.
      *
      *--- CURSOR QUE RECORRE TODAS LAS CUENTAS DE TACUENT, O LAS DEL
      *--- RANGO DE LA PARTICION (VER PARTCTPR)
      *
           EXEC SQL
                DECLARE C_TACUENT CURSOR FOR
                   TACUENT
                WHERE
                   NUMERO_CUENTA > :WS-CUENTA-REINICIO
                   AND NUMERO_CUENTA <= :WS-PT-HASTA
                ORDER BY
                   NUMERO_CUENTA
           END-EXEC.
           03 WS-MOVTO-TIPO           PIC X(1).
           03 WS-MOVTO-FECHA          PIC X(26).
           03 WS-CTA-LEIDAS           PIC 9(9)        VALUE 0.
           03 WS-CTA-CONSOLIDADAS     PIC 9(9)        VALUE 0.
           03 WS-TIPO-EXTRACTO        PIC X(1).
              88 WS-EXTRACTO-CONSOLIDADO              VALUE 'C'.
           03 WS-CUENTA-REINICIO      PIC X(10)       VALUE LOW-VALUES.
           03 WS-CORRIDA-REINICIO     PIC X(8)        VALUE SPACES.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR LOS MONTOS COMP-3
      *--- DE ARRIBA COMO OPERANDOS DE UN STRING (EL VERBO STRING EXIGE
           03 WS-SALDO-INICIAL-ED     PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-MOVTO-MONTO-ED       PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-SALDO-FINAL-ED       PIC -ZZZ.ZZZ.ZZZ,ZZ.
      *
      *--- TARJETA SYSIN: POSICION 1 REINICIO ('S'/'N'), POSICION 2
      *--- NUMERO DE PARTICION DE TAPARTIC (BLANCO = CORRIDA COMPLETA)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-REINICIO        PIC X(1)        VALUE 'N'.
           03 WS-PARM-PARTICION       PIC X(1)        VALUE SPACES.
           03 FILLER                  PIC X(78)       VALUE SPACES.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-CM-PRODUCTO          PIC X(4).
           03 WS-CM-SUCURSAL          PIC X(4).
           03 WS-CM-DORMANTE          PIC X(1).
           03 WS-CM-CEDULA            PIC X(10).
           03 WS-CM-OFERTA            PIC X(1).
           03 WS-CM-OFERTAS           PIC S9(9)       COMP.
           03 WS-CM-FALG              PIC X(1).
              88 WS-CM-FIN                            VALUE 'Y'.
           03 WS-CM-MAX               PIC 9(3)        VALUE 0.
           03 WS-CM-IDX               PIC 9(3).
           03 WS-CM-ID-ED             PIC ZZZZZZZZ9.
           03 WS-CM-SIN-CONSENT       PIC 9(9)        VALUE 0.
           03 WS-CM-ENTRADA OCCURS 50 TIMES.
              05 WS-CM-ID             PIC S9(9)       COMP.
              05 WS-CM-CONTEO         PIC 9(9).
      *
      *--- TRAMO DE TASA DE TATIERS QUE APLICA HOY A LA CUENTA EN
      *--- PROCESO (CERO = SIN TRAMOS CARGADOS); SE ANOTA EN LA LINEA
      *--- DE INTERES DEL EXTRACTO (VER 218-CONSULTAR-TRAMO-CUENTA).
      *--- CON TASA PREFERENCIAL VIGENTE (TATASPRF) NO HAY TRAMO QUE
      *--- ANOTAR: LA LINEA DICE TASA PREFERENCIAL
      *
       01  WS-TRAMO-EXTRACTO.
           03 WS-TX-TRAMO             PIC S9(4)       COMP VALUE 0.
           03 WS-TX-TRAMO-ED          PIC Z9.
           03 WS-TX-PREFERENCIAS      PIC S9(9)       COMP VALUE 0.

       COPY RUNCTLCP.
       COPY PARTCTCP.
       COPY MSGCTCP.
       COPY PARMCTCP.
       COPY CNSTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
      *--- DE CONTROL GRABADO EN CHK-FILE, 'N' (U OTRO VALOR) CORRE
      *--- EL EXTRACTO COMPLETO DESDE EL PRINCIPIO. NO EXISTE EN ESTE
      *--- SISTEMA UN MECANISMO DE PARM VIA JCL, ASI QUE SE LEE POR
      *--- SYSIN IGUAL QUE UN PARAMETRO DE ARRANQUE DE UN JOB BATCH.
      *--- LA MISMA TARJETA TRAE LA PARTICION (VER PARTCTPR); EL
      *--- EXTRACTO SIGUE CON SU PROPIO ARCHIVO DE PUNTOS DE CONTROL
      *
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           MOVE WS-PARM-PARTICION TO WS-PT-NUMERO
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 861-RESOLVER-PARTICION
      *
      *--- LO QUE APLICA A UN CLIENTE QUE NUNCA DIJO SI ACEPTA O NO
      *--- MERCADEO EN EL EXTRACTO (VER CNSTCTPR)
      *
           MOVE 'MKT-CONSENTIMIENTO-DEFECTO' TO CL-PARAM-CLAVE
           MOVE 0 TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-CN-DEFECTO
           PERFORM 105-PREPARAR-REINICIO.

       105-PREPARAR-REINICIO.
              OPEN EXTEND RPT-FILE
              OPEN EXTEND CHK-FILE
           ELSE
              MOVE WS-PT-ULTIMA TO WS-CUENTA-REINICIO
              OPEN OUTPUT RPT-FILE
              OPEN OUTPUT CHK-FILE
           END-IF
           PERFORM 867-CONFIRMAR-PARTICION
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTO DE CUENTA - PERIODO '  DELIMITED BY SIZE
                  WS-FECHA-INICIO                  DELIMITED BY SIZE
                  WS-FECHA-FIN                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           PERFORM 868-ESCRIBIR-ENCABEZADO
           MOVE SPACES TO RPT-LINEA
           PERFORM 868-ESCRIBIR-ENCABEZADO.

       106-LEER-ULTIMO-PUNTO-CONTROL.
      *
      *--- EL ARCHIVO DE PUNTOS DE CONTROL TIENE UN REGISTRO POR CADA
      *--- CUENTA YA PROCESADA EN LA CORRIDA ANTERIOR, EN ORDEN. EL
      *--- ULTIMO REGISTRO LEIDO ES EL ULTIMO PUNTO DE CONTROL GRABADO.
      *--- CADA REGISTRO LLEVA LA CORRIDA QUE LO GRABO: EL ARCHIVO DE
      *--- OTRA PARTICION NO SIRVE PARA REANUDAR ESTA (UN ARCHIVO SIN
      *--- CORRIDA ES DE UNA CORRIDA COMPLETA). NUNCA SE REANUDA ANTES
      *--- DEL PISO DEL RANGO DE LA PARTICION
      *
           MOVE LOW-VALUES TO WS-CUENTA-REINICIO
           MOVE SPACES     TO WS-CORRIDA-REINICIO
           OPEN INPUT CHK-FILE
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
                 AT END
                    SET WS-EXIT TO TRUE
                 NOT AT END
                    MOVE CHK-CUENTA  TO WS-CUENTA-REINICIO
                    MOVE CHK-CORRIDA TO WS-CORRIDA-REINICIO
              END-READ
           END-PERFORM
           CLOSE CHK-FILE
           MOVE 'N' TO WS-CONTINUAR
           IF WS-CORRIDA-REINICIO = SPACES
              MOVE WC-PROGRAMA TO WS-CORRIDA-REINICIO
           END-IF
           IF WS-CORRIDA-REINICIO NOT = CL-PROGRAMA-RC
              AND WS-PT-MENSAJE = SPACES
              STRING 'ABORTADO: EL ARCHIVO DE PUNTOS DE CONTROL ES DE '
                     WS-CORRIDA-REINICIO ', NO DE ' CL-PROGRAMA-RC
                     DELIMITED BY SIZE
                INTO WS-PT-MENSAJE
              END-STRING
           END-IF
           IF WS-CUENTA-REINICIO < WS-PT-ULTIMA
              MOVE WS-PT-ULTIMA TO WS-CUENTA-REINICIO
           END-IF.

       200-PROCESO.
      *
      *--- CONTROL DE CORRIDA (VER RUNCTLPR): LA GUARDA CONTRA DOBLE
      *--- SUBMISION SOLO APLICA A UNA CORRIDA COMPLETA; UN REINICIO
      *--- POR PUNTO DE CONTROL (WS-PARM-REINICIO = 'S') ES LA MISMA
      *--- CORRIDA DEL DIA RETOMADA Y NO DEBE ABORTARSE A SI MISMO.
      *--- CL-PROGRAMA-RC YA TRAE EL NOMBRE DE CORRIDA DE LA PARTICION
      *
           IF WS-PARM-REINICIO NOT = 'S'
              PERFORM 850-REGISTRAR-INICIO-CORRIDA
           END-IF
           EXEC SQL OPEN C_TACUENT END-EXEC
           MOVE 'N' TO WS-CONTINUAR
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CTA-LEIDAS
                 PERFORM 205-CONSULTAR-TIPO-EXTRACTO
                 IF WS-EXTRACTO-CONSOLIDADO
                    ADD 1 TO WS-CTA-CONSOLIDADAS
                 ELSE
                    PERFORM 210-ESCRIBIR-ENCABEZADO-CUENTA
                    PERFORM 218-CONSULTAR-TRAMO-CUENTA
                    PERFORM 215-ESCRIBIR-DIRECCION-ENVIO
                    PERFORM 220-SUMAR-MOVIMIENTOS-PERIODO
                    PERFORM 230-ESCRIBIR-MOVIMIENTOS-PERIODO
                    PERFORM 240-ESCRIBIR-SALDO-FINAL
      *
      *--- LOS AVISOS DE CAMPANA SOLO VAN A QUIEN ACEPTO MERCADEO EN
      *--- EL EXTRACTO (CANAL 'X' DE TACONSEN); EL RESTO DEL EXTRACTO
      *--- SALE IGUAL
      *
                    MOVE CL-CEDULA-CLIENTE TO WS-CN-CEDULA
                    MOVE 'X' TO WS-CN-CANAL
                    PERFORM 883-VERIFICAR-CONSENTIMIENTO
                    IF WS-CN-AUTORIZADO
                       PERFORM 245-ESCRIBIR-MENSAJES-CAMPANA
                    ELSE
                       ADD 1 TO WS-CM-SIN-CONSENT
                    END-IF
                 END-IF
                 PERFORM 250-GRABAR-PUNTO-CONTROL
              ELSE
                 IF SQLCODE = 100
           END-PERFORM
           EXEC SQL CLOSE C_TACUENT END-EXEC.

       205-CONSULTAR-TIPO-EXTRACTO.
      *
      *--- EL TITULAR PRINCIPAL QUE PIDIO EXTRACTO CONSOLIDADO
      *--- (TACONTAC.TIPO_EXTRACTO = 'C') RECIBE ESTA CUENTA DENTRO DEL
      *--- EXTRACTO DE CLIENTE DE EXTCCOB Y NO UNO APARTE AQUI. SIN
      *--- FILA DE CONTACTO SIGUE EL EXTRACTO POR CUENTA
      *
           MOVE 'I' TO WS-TIPO-EXTRACTO
           MOVE CL-CEDULA-CLIENTE TO CL-CEDULA-CLIENTE-C
           EXEC SQL
                SELECT TIPO_EXTRACTO
                INTO   :WS-TIPO-EXTRACTO
                FROM   TACONTAC
                WHERE  CEDULA_CLIENTE_C = :CL-CEDULA-CLIENTE-C
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       210-ESCRIBIR-ENCABEZADO-CUENTA.
      *
      *--- LOS ROTULOS DE CARA AL CLIENTE DEL EXTRACTO SE RESUELVEN EN
       218-CONSULTAR-TRAMO-CUENTA.
      *
      *--- MISMA RESOLUCION DE TRAMO DE INTRCOB (TATIERS, SET VIGENTE
      *--- POR PRODUCTO, BANDA QUE CONTIENE EL SALDO, SET RETENIDO
      *--- POR PREAVISO EN TAAVISOC) PARA ANOTAR EN LA LINEA DE
      *--- INTERES DEL EXTRACTO EL TRAMO APLICADO
      *
           MOVE 0 TO WS-TX-TRAMO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-TP
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-TX-PREFERENCIAS
                FROM   TATASPRF
                WHERE  NUMERO_CUENTA_TP = :CL-NUMERO-CUENTA-TP
                       AND ESTADO_TP = 'A'
                       AND FECHA_DESDE_TP <= CURRENT DATE
                       AND FECHA_HASTA_TP >= CURRENT DATE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO WS-CM-PRODUCTO
           EXEC SQL
                SELECT CODIGO_PRODUCTO
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CM-PRODUCTO NOT = SPACES AND WS-TX-PREFERENCIAS = 0
              MOVE WS-CM-PRODUCTO TO CL-CODIGO-PRODUCTO-TR
              EXEC SQL
                   SELECT TRAMO_TR
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
      *--- (YA VIENE CON SIGNO, IGUAL QUE LAS INTERBANCARIAS 'E') Y
      *--- 'I' (INTERESES CAUSADOS POR INTRCOB, SE TRATAN COMO
      *--- CREDITO IGUAL QUE 'D'). LOS TIPOS NUEVOS CON SIGNO
      *--- ('F','L','P','W','Y','J','C') SE RETROCEDEN AGRUPADOS Y
      *--- 'K' (INTERES DE PRESTAMO), 'M' (GMF 4 POR MIL), 'U'
      *--- (RECUPERACION DE CASTIGADO), 'S' (RECUPERACION DE
      *--- SOBREGIRO CASTIGADO) Y 'A' (PRIMA DE SEGURO DE VIDA
      *--- DEUDORES) SE DEVUELVEN COMO LOS CARGOS 'G',
      *--- MISMOS GRUPOS DE 210-SUMAR-MOVIMIENTOS EN RECNCOB
      *
           MOVE 0 TO WS-TOTAL-D
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'O'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION IN
                                     ('F','L','P','W','Y','J','C')
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION IN
                                     ('K','M','U','S','A')
                                     THEN MONTO ELSE 0 END), 0)
                INTO
                  :WS-TOTAL-D
                 ELSE
      *
      *--- LA LINEA DE INTERES MUESTRA EL TRAMO DE TASA APLICADO
      *--- CUANDO EL PRODUCTO TIENE TRAMOS CARGADOS EN TATIERS, O
      *--- QUE ES TASA PREFERENCIAL SI LA CUENTA TIENE UNA VIGENTE
      *
                    IF WS-MOVTO-TIPO = 'I' AND WS-TX-PREFERENCIAS > 0
                       STRING '    ' DELIMITED BY SIZE
                              WS-MOVTO-FECHA(1:19) DELIMITED BY SIZE
                              ' TIPO='              DELIMITED BY SIZE
                              WS-MOVTO-TIPO         DELIMITED BY SIZE
                              ' MONTO='             DELIMITED BY SIZE
                              WS-MOVTO-MONTO-ED     DELIMITED BY SIZE
                              ' (TASA PREFERENCIAL)' DELIMITED BY SIZE
                         INTO RPT-LINEA
                       END-STRING
                    ELSE
                    IF WS-MOVTO-TIPO = 'I' AND WS-TX-TRAMO > 0
                       MOVE WS-TX-TRAMO TO WS-TX-TRAMO-ED
                       STRING '    ' DELIMITED BY SIZE
                         INTO RPT-LINEA
                       END-STRING
                    END-IF
                    END-IF
                 END-IF
                 WRITE RPT-LINEA
              ELSE
           MOVE SPACES TO WS-CM-PRODUCTO
           MOVE SPACES TO WS-CM-SUCURSAL
           MOVE 'N'    TO WS-CM-DORMANTE
           MOVE SPACES TO WS-CM-CEDULA
           EXEC SQL
                SELECT CODIGO_PRODUCTO, ESTADO_DORMANTE
                      ,SUCURSAL_CUENTA, CEDULA_CLIENTE
                INTO   :WS-CM-PRODUCTO, :WS-CM-DORMANTE
                      ,:WS-CM-SUCURSAL, :WS-CM-CEDULA
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CM-OFERTAS
                FROM   TAOFECRE
                WHERE  CEDULA_OC = :WS-CM-CEDULA
                       AND ESTADO_OC = 'V'
                       AND FECHA_VENCE_OC >= DATE(:WS-RC-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CM-OFERTAS > 0
              MOVE 'S' TO WS-CM-OFERTA
           ELSE
              MOVE 'N' TO WS-CM-OFERTA
           END-IF
           EXEC SQL OPEN C_CAMPANAS END-EXEC
           MOVE 'N' TO WS-CM-FALG
           PERFORM UNTIL WS-CM-FIN
      *--- REANUDAR DESPUES DE LA ULTIMA CUENTA CONFIRMADA EN VEZ DE
      *--- REPROCESAR TODO EL ARCHIVO DESDE EL INICIO
      *
           MOVE CL-NUMERO-CUENTA TO CHK-CUENTA
           MOVE CL-PROGRAMA-RC   TO CHK-CORRIDA
           WRITE CHK-LINEA.

       255-REPORTAR-CAMPANAS.
      *
      *--- EL CONTEO POR CAMPANA ES TOTAL DE CONTROL (PARTICIONADO SE
      *--- SUMA EN UNIPCOB POR ETIQUETA, VER PARTCTPR)
      *
           MOVE SPACES TO RPT-LINEA
           PERFORM 869-ESCRIBIR-CONSTANTE
           MOVE 'EXTRACTOS POR CAMPANA DE LA CORRIDA:' TO RPT-LINEA
           PERFORM 869-ESCRIBIR-CONSTANTE
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-MAX
              MOVE WS-CM-ID(WS-CM-IDX)     TO WS-CM-ID-ED
              MOVE SPACES TO WS-PT-ETIQUETA
              STRING 'CAMPANA ' DELIMITED BY SIZE
                     WS-CM-ID-ED DELIMITED BY SIZE
                     ' EXTRACTOS: ' DELIMITED BY SIZE
                INTO WS-PT-ETIQUETA
              END-STRING
              MOVE WS-CM-CONTEO(WS-CM-IDX) TO WS-PT-VALOR
              MOVE 'Z' TO WS-PT-FORMATO
              PERFORM 871-ESCRIBIR-TOTAL
           END-PERFORM
           MOVE 'EXTRACTOS SIN MERCADEO POR CONSENTIMIENTO: '
                TO WS-PT-ETIQUETA
           MOVE WS-CM-SIN-CONSENT TO WS-PT-VALOR
           MOVE 'Z' TO WS-PT-FORMATO
           PERFORM 871-ESCRIBIR-TOTAL.

       300-FIN.
           PERFORM 255-REPORTAR-CAMPANAS
           MOVE 'CUENTAS PROCESADAS: ' TO WS-PT-ETIQUETA
           MOVE WS-CTA-LEIDAS          TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE 'CUENTAS EN EXTRACTO CONSOLIDADO: ' TO WS-PT-ETIQUETA
           MOVE WS-CTA-CONSOLIDADAS    TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE WS-CTA-LEIDAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY PARTCTPR.
       COPY MSGCTPR.
       COPY PARMCTPR.
       COPY CNSTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
