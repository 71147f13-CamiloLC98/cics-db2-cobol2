      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH EXTRACTO CONSOLIDADO MENSUAL     *
      *   POR CLIENTE (TACLIENT) CON TODAS SUS RELACIONES *
      *   - SISTEMA BANCARIO                              *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXTCCOB.
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
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TATARJ END-EXEC.
           EXEC SQL INCLUDE TACAMPAN END-EXEC.
           EXEC SQL INCLUDE TAOFECRE END-EXEC.
           EXEC SQL INCLUDE TAMSGCAT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACONSEN END-EXEC.
      *
      *--- CLIENTES QUE PIDIERON EXTRACTO CONSOLIDADO EN SU FICHA DE
      *--- CONTACTO (TACONTAC.TIPO_EXTRACTO = 'C', VER ALTACOB) Y QUE
      *--- TIENEN AL MENOS UNA CUENTA, PROPIA O EN COTITULARIDAD. LOS
      *--- REGISTROS YA FUSIONADOS EN OTRA CEDULA NO SE IMPRIMEN
      *
           EXEC SQL
                DECLARE C_CLIENTES CURSOR FOR
                SELECT
                   M.CEDULA_CLIENTE_M
                  ,M.NOMBRE_LEGAL
                  ,T.DIRECCION1
                  ,T.DIRECCION2
                  ,T.CIUDAD
                  ,T.IDIOMA
                FROM
                   TACLIENT M
                  ,TACONTAC T
                WHERE
                   T.CEDULA_CLIENTE_C = M.CEDULA_CLIENTE_M
                   AND T.TIPO_EXTRACTO = 'C'
                   AND M.CEDULA_FUSIONADA = ' '
                   AND (EXISTS (SELECT 1
                                FROM   TACUENT C
                                WHERE  C.CEDULA_CLIENTE =
                                       M.CEDULA_CLIENTE_M)
                        OR EXISTS (SELECT 1
                                   FROM   TATITULAR H
                                   WHERE  H.CEDULA_CLIENTE_H =
                                          M.CEDULA_CLIENTE_M))
                ORDER BY
                   M.CEDULA_CLIENTE_M
           END-EXEC.
      *
      *--- CUENTAS DE DEPOSITO DEL CLIENTE: COTITULARIDADES DE
      *--- TATITULAR MAS LAS CUENTAS DONDE ES EL TITULAR PRINCIPAL
      *--- (MISMA UNION QUE HABDCOB/FCRSCOB). UNA CUENTA CERRADA SOLO
      *--- SALE SI TUVO MOVIMIENTOS EN EL PERIODO. SE RECORRE DOS
      *--- VECES: PARA EL RESUMEN Y PARA EL DETALLE
      *
           EXEC SQL
                DECLARE C_CUENTAS CURSOR FOR
                SELECT
                   C.NUMERO_CUENTA
                  ,C.SALDO
                  ,C.ESTADO_CUENTA
                  ,C.MONEDA_CUENTA
                  ,C.CODIGO_PRODUCTO
                FROM
                   TATITULAR H
                  ,TACUENT C
                WHERE
                   H.CEDULA_CLIENTE_H = :CL-CEDULA-CLIENTE-M
                   AND C.NUMERO_CUENTA = H.NUMERO_CUENTA_H
                   AND (C.ESTADO_CUENTA <> 'C'
                        OR EXISTS (SELECT 1
                                   FROM   TATRANS X
                                   WHERE  X.NUMERO_CUENTA_T =
                                          C.NUMERO_CUENTA
                                          AND DATE(X.FECHA_HORA)
                                              BETWEEN :WS-FECHA-INICIO
                                                  AND :WS-FECHA-FIN))
                UNION
                SELECT
                   C.NUMERO_CUENTA
                  ,C.SALDO
                  ,C.ESTADO_CUENTA
                  ,C.MONEDA_CUENTA
                  ,C.CODIGO_PRODUCTO
                FROM
                   TACUENT C
                WHERE
                   C.CEDULA_CLIENTE = :CL-CEDULA-CLIENTE-M
                   AND (C.ESTADO_CUENTA <> 'C'
                        OR EXISTS (SELECT 1
                                   FROM   TATRANS X
                                   WHERE  X.NUMERO_CUENTA_T =
                                          C.NUMERO_CUENTA
                                          AND DATE(X.FECHA_HORA)
                                              BETWEEN :WS-FECHA-INICIO
                                                  AND :WS-FECHA-FIN))
                ORDER BY 1
           END-EXEC.
      *
      *--- DEPOSITOS A TERMINO VIGENTES ENLAZADOS A CUALQUIERA DE LAS
      *--- CUENTAS DEL CLIENTE, POR FECHA DE VENCIMIENTO
      *
           EXEC SQL
                DECLARE C_PLAZOS CURSOR FOR
                SELECT
                   ID_PLAZO
                  ,MONTO_PZ
                  ,FECHA_VENCIMIENTO_PZ
                FROM
                   TAPLAZO
                WHERE
                   ESTADO_PZ = 'V'
                   AND NUMERO_CUENTA_PZ IN
                       (SELECT NUMERO_CUENTA
                        FROM   TACUENT
                        WHERE  CEDULA_CLIENTE = :CL-CEDULA-CLIENTE-M
                        UNION
                        SELECT NUMERO_CUENTA_H
                        FROM   TATITULAR
                        WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-CLIENTE-M)
                ORDER BY
                   FECHA_VENCIMIENTO_PZ
                  ,ID_PLAZO
           END-EXEC.
      *
      *--- PRESTAMOS VIGENTES DESEMBOLSADOS A LAS CUENTAS DEL CLIENTE
      *
           EXEC SQL
                DECLARE C_PRESTAMOS CURSOR FOR
                SELECT
                   ID_PRESTAMO
                  ,SALDO_CAPITAL_LN
                  ,MORA_LN
                FROM
                   TAPRESTA
                WHERE
                   ESTADO_LN = 'V'
                   AND NUMERO_CUENTA_LN IN
                       (SELECT NUMERO_CUENTA
                        FROM   TACUENT
                        WHERE  CEDULA_CLIENTE = :CL-CEDULA-CLIENTE-M
                        UNION
                        SELECT NUMERO_CUENTA_H
                        FROM   TATITULAR
                        WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-CLIENTE-M)
                ORDER BY
                   ID_PRESTAMO
           END-EXEC.
      *
      *--- TARJETAS DEBITO EN USO (ACTIVAS O BLOQUEADAS) DE LAS
      *--- CUENTAS DEL CLIENTE; LAS PERDIDAS, HURTADAS Y VENCIDAS YA
      *--- NO SON PARTE DE LA RELACION
      *
           EXEC SQL
                DECLARE C_TARJETAS CURSOR FOR
                SELECT
                   NUMERO_TARJETA
                  ,NUMERO_CUENTA_TJ
                  ,ESTADO_TJ
                  ,FECHA_VENCIM_TJ
                FROM
                   TATARJ
                WHERE
                   ESTADO_TJ IN ('A', 'B')
                   AND NUMERO_CUENTA_TJ IN
                       (SELECT NUMERO_CUENTA
                        FROM   TACUENT
                        WHERE  CEDULA_CLIENTE = :CL-CEDULA-CLIENTE-M
                        UNION
                        SELECT NUMERO_CUENTA_H
                        FROM   TATITULAR
                        WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-CLIENTE-M)
                ORDER BY
                   NUMERO_CUENTA_TJ
                  ,NUMERO_TARJETA
           END-EXEC.
      *
      *--- MOVIMIENTOS DE LA CUENTA EN PROCESO DENTRO DEL PERIODO
      *--- (MISMO CURSOR DE EXTRCOB)
      *
           EXEC SQL
                DECLARE C_TATRANS_PERIODO CURSOR FOR
                SELECT
                   TIPO_TRANSACCION
                  ,MONTO
                  ,FECHA_HORA
                FROM
                   TATRANS
                WHERE
                   NUMERO_CUENTA_T = :CL-NUMERO-CUENTA
                   AND DATE(FECHA_HORA) BETWEEN :WS-FECHA-INICIO
                                             AND :WS-FECHA-FIN
                ORDER BY
                   FECHA_HORA
           END-EXEC.
      *
      *--- CAMPANAS VIGENTES QUE APLICAN A ALGUNA CUENTA ABIERTA DEL
      *--- CLIENTE, CON LOS MISMOS CRITERIOS DE EXTRCOB (EL CRITERIO
      *--- EN BLANCO/CERO NO FILTRA). CADA CAMPANA SALE UNA SOLA VEZ
      *--- POR CLIENTE AUNQUE LE APLIQUE A VARIAS DE SUS CUENTAS. LA
      *--- OFERTA PREAPROBADA (TAOFECRE) ES DEL CLIENTE, NO DE LA CUENTA
      *
           EXEC SQL
                DECLARE C_CAMPANAS CURSOR FOR
                SELECT
                   P.ID_CAMPANA
                  ,P.TEXTO_CP
                FROM
                   TACAMPAN P
                WHERE
                   P.ESTADO_CP = 'A'
                   AND P.FECHA_INICIO_CP <= DATE(:WS-RC-FECHA)
                   AND P.FECHA_FIN_CP    >= DATE(:WS-RC-FECHA)
                   AND EXISTS
                       (SELECT 1
                        FROM   TACUENT C
                        WHERE  C.ESTADO_CUENTA <> 'C'
                               AND C.NUMERO_CUENTA IN
                                   (SELECT NUMERO_CUENTA
                                    FROM   TACUENT
                                    WHERE  CEDULA_CLIENTE =
                                           :CL-CEDULA-CLIENTE-M
                                    UNION
                                    SELECT NUMERO_CUENTA_H
                                    FROM   TATITULAR
                                    WHERE  CEDULA_CLIENTE_H =
                                           :CL-CEDULA-CLIENTE-M)
                               AND (P.CODIGO_PRODUCTO_CP = ' '
                                    OR P.CODIGO_PRODUCTO_CP =
                                       C.CODIGO_PRODUCTO)
                               AND (P.SUCURSAL_CP = ' '
                                    OR P.SUCURSAL_CP =
                                       C.SUCURSAL_CUENTA)
                               AND (P.SALDO_MIN_CP = 0
                                    OR P.SALDO_MIN_CP <= C.SALDO)
                               AND (P.SALDO_MAX_CP = 0
                                    OR P.SALDO_MAX_CP >= C.SALDO)
                               AND (P.DORMANTE_CP = ' '
                                    OR P.DORMANTE_CP =
                                       C.ESTADO_DORMANTE))
                   AND (P.OFERTA_CP = ' '
                        OR P.OFERTA_CP = :WS-OFERTA-VIGENTE)
                ORDER BY
                   P.ID_CAMPANA
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-FECHA-INICIO         PIC X(10).
           03 WS-FECHA-FIN            PIC X(10).
           03 WS-FECHA-SISTEMA        PIC 9(8).
           03 WS-SALDO-INICIAL        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-D              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-R              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-T              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-I              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-E              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-G              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-X              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-V              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-O              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-NS             PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-K              PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-DEPOSITOS      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-PLAZOS         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOTAL-PRESTAMOS      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MOVTO-MONTO          PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-MOVTO-TIPO           PIC X(1).
           03 WS-MOVTO-FECHA          PIC X(26).
           03 WS-PROXIMA-FECHA        PIC X(10).
           03 WS-PROXIMA-CUOTA        PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TARJETA-MASCARA      PIC X(16).
           03 WS-RELACIONES           PIC 9(5)        VALUE 0.
           03 WS-CLIENTES             PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-IMPRESAS     PIC 9(9)        VALUE 0.
           03 WS-CON-MERCADEO         PIC 9(9)        VALUE 0.
           03 WS-SIN-CONSENT          PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-OFERTAS              PIC S9(9)       COMP.
           03 WS-OFERTA-VIGENTE       PIC X(1).
      *
      *--- CAMPOS EDITADOS DISPLAY PARA USAR LOS MONTOS COMP-3 EN UN
      *--- STRING (IGUAL QUE EN EXTRCOB)
      *
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-MONTO2-ED            PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-CONTINUAR-CTA        PIC X           VALUE 'N'.
              88 WS-EXIT-CTA                          VALUE 'Y'.
           03 WS-CONTINUAR-MOVTO      PIC X           VALUE 'N'.
              88 WS-EXIT-MOVTO                        VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'EXTCCOB'.
          03 WC-MONEDA-LOCAL          PIC X(3)     VALUE 'COP'.

       COPY RUNCTLCP.
       COPY MSGCTCP.
       COPY PARMCTCP.
       COPY CNSTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- MISMO PERIODO QUE EXTRCOB: DEL PRIMER DIA DEL MES EN CURSO
      *--- A LA FECHA DE CORRIDA (SE LANZA AL CIERRE DEL MES JUNTO
      *--- CON EL EXTRACTO POR CUENTA)
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
           MOVE 'MKT-CONSENTIMIENTO-DEFECTO' TO CL-PARAM-CLAVE
           MOVE 0 TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-CN-DEFECTO
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTO CONSOLIDADO DE CLIENTE - PERIODO '
                                                   DELIMITED BY SIZE
                  WS-FECHA-INICIO                  DELIMITED BY SIZE
                  ' A '                            DELIMITED BY SIZE
                  WS-FECHA-FIN                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA.

       200-PROCESO.
           EXEC SQL OPEN C_CLIENTES END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CLIENTES INTO
                      :CL-CEDULA-CLIENTE-M
                     ,:CL-NOMBRE-LEGAL
                     ,:CL-DIRECCION1
                     ,:CL-DIRECCION2
                     ,:CL-CIUDAD
                     ,:CL-IDIOMA
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CLIENTES
                 PERFORM 210-ESCRIBIR-ENCABEZADO-CLIENTE
                 PERFORM 220-RESUMEN-DEPOSITOS
                 PERFORM 230-RESUMEN-PLAZOS
                 PERFORM 240-RESUMEN-PRESTAMOS
                 PERFORM 250-RESUMEN-TARJETAS
                 PERFORM 260-DETALLE-CUENTAS
      *
      *--- LOS AVISOS DE CAMPANA VAN UNA VEZ POR CLIENTE Y SOLO SI
      *--- ACEPTO MERCADEO EN EL EXTRACTO (CANAL 'X' DE TACONSEN)
      *
                 MOVE CL-CEDULA-CLIENTE-M TO WS-CN-CEDULA
                 MOVE 'X' TO WS-CN-CANAL
                 PERFORM 883-VERIFICAR-CONSENTIMIENTO
                 IF WS-CN-AUTORIZADO
                    PERFORM 280-ESCRIBIR-MENSAJES-CAMPANA
                 ELSE
                    ADD 1 TO WS-SIN-CONSENT
                 END-IF
                 MOVE ALL '=' TO RPT-LINEA
                 WRITE RPT-LINEA
                 MOVE SPACES TO RPT-LINEA
                 WRITE RPT-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CLIENTES END-EXEC.

       210-ESCRIBIR-ENCABEZADO-CLIENTE.
      *
      *--- LOS ROTULOS SALEN DE TAMSGCAT EN EL IDIOMA DEL CLIENTE,
      *--- QUE YA VIENE EN SU FICHA DE CONTACTO (SIN IDIOMA, ESPANOL)
      *
           MOVE CL-IDIOMA TO WS-MC-IDIOMA
           IF WS-MC-IDIOMA = SPACES
              MOVE 'ES' TO WS-MC-IDIOMA
           END-IF
           MOVE 'EXTCCLIE' TO WS-MC-ID
           MOVE 'CLIENTE:' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES TO RPT-LINEA
           STRING WS-MC-TEXTO         DELIMITED BY '  '
                  ' '                 DELIMITED BY SIZE
                  CL-CEDULA-CLIENTE-M DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CL-NOMBRE-LEGAL     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE 'EXTRENVA' TO WS-MC-ID
           MOVE 'ENVIAR A:' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES TO RPT-LINEA
           STRING '  '          DELIMITED BY SIZE
                  WS-MC-TEXTO   DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  CL-DIRECCION1 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF CL-DIRECCION2 NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              STRING '            ' DELIMITED BY SIZE
                     CL-DIRECCION2  DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING '            ' DELIMITED BY SIZE
                  CL-CIUDAD      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'EXTCRESU' TO WS-MC-ID
           MOVE 'RESUMEN DE SUS PRODUCTOS CON EL BANCO' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE WS-MC-TEXTO TO RPT-LINEA
           WRITE RPT-LINEA.

       220-RESUMEN-DEPOSITOS.
      *
      *--- UNA LINEA POR CUENTA CON SU SALDO. EL TOTAL DE DEPOSITOS
      *--- SOLO SUMA LAS CUENTAS EN MONEDA LOCAL; LAS CUENTAS EN
      *--- DIVISA SE LISTAN CON SU MONEDA Y NO ENTRAN AL TOTAL
      *
           MOVE 'EXTCDEPO'        TO WS-MC-ID
           MOVE 'CUENTAS DE DEPOSITO' TO WS-MC-TEXTO
           PERFORM 290-ESCRIBIR-ROTULO
           MOVE 0 TO WS-TOTAL-DEPOSITOS
           MOVE 0 TO WS-RELACIONES
           EXEC SQL OPEN C_CUENTAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-CTA
           PERFORM UNTIL WS-EXIT-CTA
              PERFORM 225-LEER-CUENTA
              IF NOT WS-EXIT-CTA
                 ADD 1 TO WS-RELACIONES
                 IF CL-MONEDA-CUENTA = WC-MONEDA-LOCAL
                    ADD CL-SALDO TO WS-TOTAL-DEPOSITOS
                 END-IF
                 MOVE CL-SALDO TO WS-MONTO-ED
                 MOVE SPACES TO RPT-LINEA
                 STRING '    '             DELIMITED BY SIZE
                        CL-NUMERO-CUENTA   DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        CL-CODIGO-PRODUCTO DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        CL-ESTADO-CUENTA   DELIMITED BY SIZE
                        ' '                DELIMITED BY SIZE
                        CL-MONEDA-CUENTA   DELIMITED BY SIZE
                        WS-MONTO-ED        DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC
           MOVE WS-TOTAL-DEPOSITOS TO WS-MONTO-ED
           MOVE 'EXTCTDEP' TO WS-MC-ID
           MOVE 'TOTAL DEPOSITOS' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES TO RPT-LINEA
           STRING '    '          DELIMITED BY SIZE
                  WS-MC-TEXTO     DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  WC-MONEDA-LOCAL DELIMITED BY SIZE
                  WS-MONTO-ED     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       225-LEER-CUENTA.
           EXEC SQL
                FETCH C_CUENTAS INTO
                   :CL-NUMERO-CUENTA
                  ,:CL-SALDO
                  ,:CL-ESTADO-CUENTA
                  ,:CL-MONEDA-CUENTA
                  ,:CL-CODIGO-PRODUCTO
           END-EXEC
           IF SQLCODE = 100
              SET WS-EXIT-CTA TO TRUE
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       230-RESUMEN-PLAZOS.
           MOVE 'EXTCCDT '        TO WS-MC-ID
           MOVE 'DEPOSITOS A TERMINO (CDT)' TO WS-MC-TEXTO
           PERFORM 290-ESCRIBIR-ROTULO
           MOVE 0 TO WS-TOTAL-PLAZOS
           MOVE 'EXTCVENC' TO WS-MC-ID
           MOVE 'VENCE' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           EXEC SQL OPEN C_PLAZOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-CTA
           PERFORM UNTIL WS-EXIT-CTA
              EXEC SQL
                   FETCH C_PLAZOS INTO
                      :CL-ID-PLAZO
                     ,:CL-MONTO-PZ
                     ,:CL-FECHA-VENCIMIENTO-PZ
              END-EXEC
              IF SQLCODE = 0
                 ADD CL-MONTO-PZ TO WS-TOTAL-PLAZOS
                 MOVE CL-ID-PLAZO TO WS-ID-ED
                 MOVE CL-MONTO-PZ TO WS-MONTO-ED
                 MOVE SPACES TO RPT-LINEA
                 STRING '    CDT '     DELIMITED BY SIZE
                        WS-ID-ED       DELIMITED BY SIZE
                        WS-MONTO-ED    DELIMITED BY SIZE
                        '  '           DELIMITED BY SIZE
                        WS-MC-TEXTO    DELIMITED BY '  '
                        ' '            DELIMITED BY SIZE
                        CL-FECHA-VENCIMIENTO-PZ DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT-CTA TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_PLAZOS END-EXEC
           MOVE WS-TOTAL-PLAZOS TO WS-MONTO-ED
           MOVE 'EXTCTCDT' TO WS-MC-ID
           MOVE 'TOTAL CDT' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES TO RPT-LINEA
           STRING '    '          DELIMITED BY SIZE
                  WS-MC-TEXTO     DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  WS-MONTO-ED     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       240-RESUMEN-PRESTAMOS.
      *
      *--- SALDO DE CAPITAL DE CADA PRESTAMO Y SU PROXIMA CUOTA: LA
      *--- PRIMERA PENDIENTE DEL PLAN DE TAPRSCHD. LA MORA ACUMULADA,
      *--- SI LA HAY, SE MUESTRA APARTE
      *
           MOVE 'EXTCPRES'        TO WS-MC-ID
           MOVE 'PRESTAMOS' TO WS-MC-TEXTO
           PERFORM 290-ESCRIBIR-ROTULO
           MOVE 0 TO WS-TOTAL-PRESTAMOS
           MOVE 'EXTCPCUO' TO WS-MC-ID
           MOVE 'PROXIMA CUOTA' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           EXEC SQL OPEN C_PRESTAMOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-CTA
           PERFORM UNTIL WS-EXIT-CTA
              EXEC SQL
                   FETCH C_PRESTAMOS INTO
                      :CL-ID-PRESTAMO
                     ,:CL-SALDO-CAPITAL-LN
                     ,:CL-MORA-LN
              END-EXEC
              IF SQLCODE = 0
                 ADD CL-SALDO-CAPITAL-LN TO WS-TOTAL-PRESTAMOS
                 PERFORM 245-CONSULTAR-PROXIMA-CUOTA
                 MOVE CL-ID-PRESTAMO      TO WS-ID-ED
                 MOVE CL-SALDO-CAPITAL-LN TO WS-MONTO-ED
                 MOVE SPACES TO RPT-LINEA
                 STRING '    PRESTAMO ' DELIMITED BY SIZE
                        WS-ID-ED        DELIMITED BY SIZE
                        WS-MONTO-ED     DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
                 IF WS-PROXIMA-FECHA NOT = SPACES
                    MOVE WS-PROXIMA-CUOTA TO WS-MONTO2-ED
                    MOVE SPACES TO RPT-LINEA
                    STRING '      '         DELIMITED BY SIZE
                           WS-MC-TEXTO      DELIMITED BY '  '
                           ' '              DELIMITED BY SIZE
                           WS-PROXIMA-FECHA DELIMITED BY SIZE
                           WS-MONTO2-ED     DELIMITED BY SIZE
                      INTO RPT-LINEA
                    END-STRING
                    WRITE RPT-LINEA
                 END-IF
                 IF CL-MORA-LN > 0
                    MOVE CL-MORA-LN TO WS-MONTO2-ED
                    MOVE SPACES TO RPT-LINEA
                    STRING '      MORA '    DELIMITED BY SIZE
                           WS-MONTO2-ED     DELIMITED BY SIZE
                      INTO RPT-LINEA
                    END-STRING
                    WRITE RPT-LINEA
                 END-IF
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT-CTA TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_PRESTAMOS END-EXEC
           MOVE WS-TOTAL-PRESTAMOS TO WS-MONTO-ED
           MOVE 'EXTCTPRE' TO WS-MC-ID
           MOVE 'TOTAL PRESTAMOS' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES TO RPT-LINEA
           STRING '    '          DELIMITED BY SIZE
                  WS-MC-TEXTO     DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  WS-MONTO-ED     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       245-CONSULTAR-PROXIMA-CUOTA.
           MOVE SPACES TO WS-PROXIMA-FECHA
           MOVE 0      TO WS-PROXIMA-CUOTA
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SC
           EXEC SQL
                SELECT CHAR(FECHA_CUOTA_SC, ISO)
                      ,CUOTA_SC
                INTO   :WS-PROXIMA-FECHA
                      ,:WS-PROXIMA-CUOTA
                FROM   TAPRSCHD
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND ESTADO_SC = 'P'
                ORDER BY NRO_CUOTA_SC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       250-RESUMEN-TARJETAS.
      *
      *--- EL NUMERO DE TARJETA NUNCA SALE COMPLETO EN PAPEL: SOLO LOS
      *--- SEIS PRIMEROS Y LOS CUATRO ULTIMOS DIGITOS
      *
           MOVE 'EXTCTARJ'        TO WS-MC-ID
           MOVE 'TARJETAS DEBITO' TO WS-MC-TEXTO
           PERFORM 290-ESCRIBIR-ROTULO
           MOVE 'EXTCVENC' TO WS-MC-ID
           MOVE 'VENCE' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           EXEC SQL OPEN C_TARJETAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-CTA
           PERFORM UNTIL WS-EXIT-CTA
              EXEC SQL
                   FETCH C_TARJETAS INTO
                      :CL-NUMERO-TARJETA
                     ,:CL-NUMERO-CUENTA-TJ
                     ,:CL-ESTADO-TJ
                     ,:CL-FECHA-VENCIM-TJ
              END-EXEC
              IF SQLCODE = 0
                 MOVE ALL '*' TO WS-TARJETA-MASCARA
                 MOVE CL-NUMERO-TARJETA(1:6)
                      TO WS-TARJETA-MASCARA(1:6)
                 MOVE CL-NUMERO-TARJETA(13:4)
                      TO WS-TARJETA-MASCARA(13:4)
                 MOVE SPACES TO RPT-LINEA
                 STRING '    '              DELIMITED BY SIZE
                        WS-TARJETA-MASCARA  DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-NUMERO-CUENTA-TJ DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-ESTADO-TJ        DELIMITED BY SIZE
                        '  '                DELIMITED BY SIZE
                        WS-MC-TEXTO         DELIMITED BY '  '
                        ' '                 DELIMITED BY SIZE
                        CL-FECHA-VENCIM-TJ  DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT-CTA TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_TARJETAS END-EXEC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       260-DETALLE-CUENTAS.
      *
      *--- DESPUES DEL RESUMEN, EL DETALLE DE MOVIMIENTOS DE CADA
      *--- CUENTA CON EL MISMO FORMATO DEL EXTRACTO POR CUENTA
      *
           MOVE 'EXTCDETA' TO WS-MC-ID
           MOVE 'DETALLE DE MOVIMIENTOS POR CUENTA' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE WS-MC-TEXTO TO RPT-LINEA
           WRITE RPT-LINEA
           EXEC SQL OPEN C_CUENTAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-CTA
           PERFORM UNTIL WS-EXIT-CTA
              PERFORM 225-LEER-CUENTA
              IF NOT WS-EXIT-CTA
                 ADD 1 TO WS-CUENTAS-IMPRESAS
                 MOVE 'EXTRCTA ' TO WS-MC-ID
                 MOVE 'CUENTA:'  TO WS-MC-TEXTO
                 PERFORM 898-RESOLVER-MENSAJE
                 MOVE SPACES TO RPT-LINEA
                 STRING '  '             DELIMITED BY SIZE
                        WS-MC-TEXTO      DELIMITED BY '  '
                        ' '              DELIMITED BY SIZE
                        CL-NUMERO-CUENTA DELIMITED BY SIZE
                        ' '              DELIMITED BY SIZE
                        CL-MONEDA-CUENTA DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
                 PERFORM 265-SUMAR-MOVIMIENTOS-PERIODO
                 PERFORM 270-ESCRIBIR-MOVIMIENTOS-PERIODO
                 MOVE CL-SALDO TO WS-MONTO-ED
                 MOVE 'EXTRSFIN' TO WS-MC-ID
                 MOVE 'SALDO FINAL:' TO WS-MC-TEXTO
                 PERFORM 898-RESOLVER-MENSAJE
                 MOVE SPACES TO RPT-LINEA
                 STRING '    '        DELIMITED BY SIZE
                        WS-MC-TEXTO   DELIMITED BY '  '
                        ' '           DELIMITED BY SIZE
                        WS-MONTO-ED   DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       265-SUMAR-MOVIMIENTOS-PERIODO.
      *
      *--- SALDO INICIAL = SALDO ACTUAL MENOS EL NETO DEL PERIODO, CON
      *--- LOS MISMOS GRUPOS DE SIGNO DE 220-SUMAR-MOVIMIENTOS-PERIODO
      *--- EN EXTRCOB (Y 210-SUMAR-MOVIMIENTOS EN RECNCOB)
      *
           MOVE 0 TO WS-TOTAL-D
           MOVE 0 TO WS-TOTAL-R
           MOVE 0 TO WS-TOTAL-T
           MOVE 0 TO WS-TOTAL-I
           MOVE 0 TO WS-TOTAL-E
           MOVE 0 TO WS-TOTAL-G
           MOVE 0 TO WS-TOTAL-X
           MOVE 0 TO WS-TOTAL-V
           MOVE 0 TO WS-TOTAL-O
           MOVE 0 TO WS-TOTAL-NS
           MOVE 0 TO WS-TOTAL-K
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'D'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'R'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'T'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'I'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'E'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'G'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'X'
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'V'
                                     THEN MONTO ELSE 0 END), 0)
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
                 ,:WS-TOTAL-R
                 ,:WS-TOTAL-T
                 ,:WS-TOTAL-I
                 ,:WS-TOTAL-E
                 ,:WS-TOTAL-G
                 ,:WS-TOTAL-X
                 ,:WS-TOTAL-V
                 ,:WS-TOTAL-O
                 ,:WS-TOTAL-NS
                 ,:WS-TOTAL-K
                FROM
                   TATRANS
                WHERE
                   NUMERO_CUENTA_T = :CL-NUMERO-CUENTA
                   AND DATE(FECHA_HORA) BETWEEN :WS-FECHA-INICIO
                                             AND :WS-FECHA-FIN
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE WS-SALDO-INICIAL = CL-SALDO
                                     - WS-TOTAL-D + WS-TOTAL-R
                                     - WS-TOTAL-T - WS-TOTAL-I
                                     - WS-TOTAL-E + WS-TOTAL-G
                                     + WS-TOTAL-X - WS-TOTAL-V
                                     + WS-TOTAL-O - WS-TOTAL-NS
                                     + WS-TOTAL-K
           MOVE WS-SALDO-INICIAL TO WS-MONTO-ED
           MOVE 'EXTRSINI' TO WS-MC-ID
           MOVE 'SALDO INICIAL:' TO WS-MC-TEXTO
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES TO RPT-LINEA
           STRING '    '             DELIMITED BY SIZE
                  WS-MC-TEXTO        DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  WS-MONTO-ED        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       270-ESCRIBIR-MOVIMIENTOS-PERIODO.
           EXEC SQL OPEN C_TATRANS_PERIODO END-EXEC
           MOVE 'N' TO WS-CONTINUAR-MOVTO
           PERFORM UNTIL WS-EXIT-MOVTO
              EXEC SQL
                   FETCH C_TATRANS_PERIODO INTO
                      :WS-MOVTO-TIPO
                     ,:WS-MOVTO-MONTO
                     ,:WS-MOVTO-FECHA
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-MOVTO-MONTO TO WS-MONTO-ED
                 MOVE SPACES TO RPT-LINEA
      *
      *--- UNA REVERSA SUPERVISADA (REVSCOB) SE MARCA COMO TAL, IGUAL
      *--- QUE EN EL EXTRACTO POR CUENTA
      *
                 IF WS-MOVTO-TIPO = 'V'
                    STRING '      '             DELIMITED BY SIZE
                           WS-MOVTO-FECHA(1:19) DELIMITED BY SIZE
                           ' TIPO='             DELIMITED BY SIZE
                           WS-MOVTO-TIPO        DELIMITED BY SIZE
                           ' MONTO='            DELIMITED BY SIZE
                           WS-MONTO-ED          DELIMITED BY SIZE
                           ' (REVERSA)'         DELIMITED BY SIZE
                      INTO RPT-LINEA
                    END-STRING
                 ELSE
                    STRING '      '             DELIMITED BY SIZE
                           WS-MOVTO-FECHA(1:19) DELIMITED BY SIZE
                           ' TIPO='             DELIMITED BY SIZE
                           WS-MOVTO-TIPO        DELIMITED BY SIZE
                           ' MONTO='            DELIMITED BY SIZE
                           WS-MONTO-ED          DELIMITED BY SIZE
                      INTO RPT-LINEA
                    END-STRING
                 END-IF
                 WRITE RPT-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT-MOVTO TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_TATRANS_PERIODO END-EXEC.

       280-ESCRIBIR-MENSAJES-CAMPANA.
      *
      *--- ZONA DE MENSAJES DEL EXTRACTO DEL CLIENTE; CADA CAMPANA
      *--- IMPRESA AVANZA SU CONTADOR DURABLE UNA VEZ POR CLIENTE
      *
           ADD 1 TO WS-CON-MERCADEO
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-OFERTAS
                FROM   TAOFECRE
                WHERE  CEDULA_OC = :CL-CEDULA-CLIENTE-M
                       AND ESTADO_OC = 'V'
                       AND FECHA_VENCE_OC >= DATE(:WS-RC-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-OFERTAS > 0
              MOVE 'S' TO WS-OFERTA-VIGENTE
           ELSE
              MOVE 'N' TO WS-OFERTA-VIGENTE
           END-IF
           EXEC SQL OPEN C_CAMPANAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR-MOVTO
           PERFORM UNTIL WS-EXIT-MOVTO
              EXEC SQL
                   FETCH C_CAMPANAS INTO
                      :CL-ID-CAMPANA
                     ,:CL-TEXTO-CP
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO RPT-LINEA
                 STRING '  MENSAJE: ' DELIMITED BY SIZE
                        CL-TEXTO-CP   DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
                 WRITE RPT-LINEA
                 EXEC SQL
                      UPDATE TACAMPAN
                      SET    CONTADOR_CP = CONTADOR_CP + 1
                      WHERE  ID_CAMPANA = :CL-ID-CAMPANA
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 999-ERROR-DB2
                 END-IF
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT-MOVTO TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CAMPANAS END-EXEC.

       290-ESCRIBIR-ROTULO.
      *
      *--- TITULO DE UNA SECCION DEL RESUMEN: EL LLAMADOR CARGA EL ID
      *--- DE TAMSGCAT Y EL LITERAL EN ESPANOL
      *
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES TO RPT-LINEA
           STRING '  '        DELIMITED BY SIZE
                  WS-MC-TEXTO DELIMITED BY '  '
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE WS-CLIENTES TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTOS CONSOLIDADOS EMITIDOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CUENTAS-IMPRESAS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS INCLUIDAS: '               DELIMITED BY SIZE
                  WS-CONTADOR-ED                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CON-MERCADEO TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTOS CON ZONA DE MERCADEO: '  DELIMITED BY SIZE
                  WS-CONTADOR-ED                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-SIN-CONSENT TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTOS SIN MERCADEO POR CONSENTIMIENTO: '
                                                      DELIMITED BY SIZE
                  WS-CONTADOR-ED                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CLIENTES TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY MSGCTPR.
       COPY PARMCTPR.
       COPY CNSTCTPR.

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
