           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAPENDTR END-EXEC.
           EXEC SQL INCLUDE TAESTLOG END-EXEC.
           EXEC SQL INCLUDE TABENPOD END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPROVIS END-EXEC.
           EXEC SQL INCLUDE TASINIES END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CUENTAS-TOCADAS      PIC 9(4).
           03 WS-SALDO-PAGADO-ED      PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-CUENTAS-POD          PIC S9(9)       COMP.
           03 WS-CUENTAS-POD-ED       PIC ZZZ9.
           03 WS-POD-VIGENTES         PIC S9(9)       COMP.
           03 WS-POD-PENDIENTES       PIC S9(9)       COMP.
           03 WS-POD-SUMA-PCT         PIC S9(5)V9(2)  COMP-3.
           03 WS-SINIESTROS           PIC S9(9)       COMP.
           03 WS-SINIESTROS-ED        PIC ZZZ9.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
      *--- DESBLOQUEO DE BLOQCOB EN EL MISMO LOG
      *
          03 WC-ESTADO-HEREDERO       PIC X(1)     VALUE 'H'.
      *
      *--- ESTADO_NUEVO 'D' ES UNA SOLICITUD DE PAGO A UN BENEFICIARIO
      *--- POD (TABENPOD); EN MOTIVO VA SU CEDULA YA VERIFICADA
      *
          03 WC-ESTADO-BENEF-POD      PIC X(1)     VALUE 'D'.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY SUCEMPCP.
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
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           PERFORM 880-DERIVAR-SUCURSAL
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE WS-SC-SUCURSAL TO WS-EV-SUCURSAL
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('SUCEMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 'N' NORMALIZAR UNA MARCA ERRADA (CAMPO1 = CEDULA),
      *--- 'S' SOLICITAR PAGO A HEREDERO (CAMPO1 = CUENTA, CAMPO3 =
      *--- IDENTIFICACION DEL HEREDERO DOCUMENTADO) Y 'A' APROBAR Y
      *--- PAGAR (SEGUNDO OPERADOR, CAMPO1 = CUENTA).
      *--- LAS CUENTAS CON BENEFICIARIOS POD VIGENTES (TABENPOD, VER
      *--- PODBCOB) NO VAN A HEREDEROS: 'B' SOLICITAR EL PAGO A UN
      *--- BENEFICIARIO (CAMPO1 = CUENTA, CAMPO3 = SU CEDULA CON LA
      *--- IDENTIDAD YA VERIFICADA) Y 'P' APROBAR Y PAGARLE SU
      *--- PORCENTAJE (SEGUNDO OPERADOR, MISMOS CAMPOS)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE CEDULA/CUENTA Y ACCION (F/N/S/A/B/P)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
                     PERFORM 250-SOLICITAR-PAGO-HEREDERO
                WHEN 'A'
                     PERFORM 260-APROBAR-PAGO-HEREDERO
                WHEN 'B'
                     PERFORM 270-SOLICITAR-PAGO-POD
                WHEN 'P'
                     PERFORM 280-APROBAR-PAGO-POD
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE F/N/S/A/B/P' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.
      *--- VIA CEDULA (VER SUCECTPR): LOS DEBITOS SE RECHAZAN EN
      *--- RETRCOB/TRNFCOB/POSTCOB PERO LOS CREDITOS (PENSIONES QUE
      *--- LEGALMENTE DEBEN SEGUIR POSTEANDO) ENTRAN NORMAL. LAS
      *--- PROGRAMADAS DEBITO PENDIENTES QUEDAN SUSPENDIDAS Y SE
      *--- RADICA LA RECLAMACION DEL SEGURO DE VIDA DEUDORES DE SUS
      *--- PRESTAMOS (VER 235-RADICAR-SINIESTROS)
      *
           MOVE '230-MARCAR-FALLECIDO' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                UPDATE TACLIENT
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT COUNT(DISTINCT NUMERO_CUENTA_PD)
                INTO   :WS-CUENTAS-POD
                FROM   TABENPOD
                WHERE  ESTADO_PD = 'V'
                       AND NUMERO_CUENTA_PD IN
                           (SELECT NUMERO_CUENTA
                            FROM   TACUENT
                            WHERE  CEDULA_CLIENTE =
                                   :CL-CEDULA-CLIENTE-M)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 235-RADICAR-SINIESTROS
           EXEC CICS SYNCPOINT END-EXEC
           MOVE WS-CUENTAS-POD TO WS-CUENTAS-POD-ED
           MOVE WS-SINIESTROS  TO WS-SINIESTROS-ED
           MOVE SPACES TO MSGO
           EVALUATE TRUE
                WHEN WS-CUENTAS-POD = 0 AND WS-SINIESTROS = 0
                     MOVE
                        'CLIENTE MARCADO FALLECIDO, DEBITOS SUSPENDIDOS'
                          TO MSGO
                WHEN WS-SINIESTROS = 0
                     STRING 'FALLECIDO, DEBITOS SUSPENDIDOS.'
                                                 DELIMITED BY SIZE
                            WS-CUENTAS-POD-ED    DELIMITED BY SIZE
                            ' CTA(S) CON BENEF. POD'
                                                 DELIMITED BY SIZE
                       INTO MSGO
                     END-STRING
                WHEN OTHER
                     STRING 'FALLECIDO.'         DELIMITED BY SIZE
                            WS-CUENTAS-POD-ED    DELIMITED BY SIZE
                            ' CTA(S) POD,'       DELIMITED BY SIZE
                            WS-SINIESTROS-ED     DELIMITED BY SIZE
                            ' RECLAMO(S) SEGURO DEUDOR'
                                                 DELIMITED BY SIZE
                       INTO MSGO
                     END-STRING
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       235-RADICAR-SINIESTROS.
      *
      *--- UNA RECLAMACION ABIERTA ('A') POR CADA PRESTAMO ASEGURADO
      *--- VIGENTE O CASTIGADO CUYO DEUDOR (TITULAR DE LA CUENTA
      *--- ENLAZADA) ES EL FALLECIDO, CON EL SALDO ASEGURADO A LA
      *--- FECHA DE NEGOCIO: CAPITAL MAS MORA, O LO PENDIENTE DEL
      *--- CASTIGO EN TAPROVIS. UN PRESTAMO CON RECLAMACION YA ABIERTA
      *--- O ENVIADA NO SE DUPLICA. SGVRCOB LAS ENVIA A LA ASEGURADORA
      *
           MOVE '235-RADICAR-SINIESTROS' TO WS-AB-PARRAFO
           MOVE 0 TO WS-SINIESTROS
           MOVE CL-CEDULA-CLIENTE-M TO CL-CEDULA-SN
           MOVE EIBOPID             TO CL-USUARIO-SN
           EXEC SQL
                INSERT INTO TASINIES (
                    ID_PRESTAMO_SN
                   ,CODIGO_AS_SN
                   ,CEDULA_SN
                   ,FECHA_SINIESTRO_SN
                   ,SALDO_ASEGURADO_SN
                   ,ESTADO_SN
                   ,USUARIO_SN
                   ,FECHA_HORA_SN
                )
                SELECT
                    P.ID_PRESTAMO
                   ,P.ASEGURADORA_LN
                   ,:CL-CEDULA-SN
                   ,DATE(:WS-FN-FECHA)
                   ,P.SALDO_CAPITAL_LN + P.MORA_LN
                    + COALESCE(
                        (SELECT V.SALDO_CASTIGO_PV
                         FROM   TAPROVIS V
                         WHERE  V.ID_PRESTAMO_PV = P.ID_PRESTAMO
                                AND V.ESTADO_CASTIGO_PV = 'A'), 0)
                   ,'A'
                   ,:CL-USUARIO-SN
                   ,CURRENT TIMESTAMP
                FROM
                   TAPRESTA P
                  ,TACUENT C
                WHERE
                   C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                   AND C.CEDULA_CLIENTE = :CL-CEDULA-SN
                   AND P.ESTADO_LN IN ('V', 'C')
                   AND P.ASEGURADORA_LN <> ' '
                   AND NOT EXISTS
                       (SELECT 1
                        FROM   TASINIES S
                        WHERE  S.ID_PRESTAMO_SN = P.ID_PRESTAMO
                               AND S.ESTADO_SN IN ('A', 'E'))
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SQLERRD(3) TO WS-SINIESTROS
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE.

       240-NORMALIZAR-CLIENTE.
           MOVE '240-NORMALIZAR-CLIENTE' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                UPDATE TACLIENT
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- LAS RECLAMACIONES AL SEGURO QUE AUN NO SE ENVIARON A LA
      *--- ASEGURADORA SE ANULAN; UNA YA ENVIADA ('E') SE RETIRA CON
      *--- LA ASEGURADORA POR FUERA
      *
           MOVE CL-CEDULA-CLIENTE-M TO CL-CEDULA-SN
           EXEC SQL
                UPDATE TASINIES
                SET    ESTADO_SN = 'N'
                WHERE  CEDULA_SN = :CL-CEDULA-SN
                       AND ESTADO_SN = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'CLIENTE NORMALIZADO, PROGRAMADAS REACTIVADAS' TO MSGO
           PERFORM 220-ENVIAR-MAPA
      *--- LA SOLICITUD SOLO QUEDA EN TAESTLOG COMO PENDIENTE (MISMO
      *--- PATRON DE DOBLE APROBACION DE BLOQCOB/BAPRCOB): EL PAGO NO
      *--- TOCA LA CUENTA HASTA QUE UN SEGUNDO OPERADOR LO APRUEBE.
      *--- EN MOTIVO QUEDA LA IDENTIFICACION DEL HEREDERO DOCUMENTADO.
      *--- UNA CUENTA CON BENEFICIARIOS POD NO ENTRA A LA SUCESION
      *
           MOVE '250-SOLICITAR-PAGO-HEREDERO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              MOVE 'DIGITE LA IDENTIFICACION DEL HEREDERO EN MOTIVO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO CL-NUMERO-CUENTA-PD
           PERFORM 275-CONTAR-POD-VIGENTES
           IF WS-POD-VIGENTES > 0
              MOVE 'CUENTA CON BENEFICIARIOS POD, USE ACCION B/P'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I              TO CL-NUMERO-CUENTA-L
           MOVE 'F'                  TO CL-ESTADO-CUENTA OF CL-ESTLOG
           MOVE WC-ESTADO-HEREDERO   TO CL-ESTADO-NUEVO
      *--- LA CUENTA AL HEREDERO DOCUMENTADO COMO UN RETIRO ('R').
      *--- EL MISMO OPERADOR QUE SOLICITO NO PUEDE APROBAR
      *
           MOVE '260-APROBAR-PAGO-HEREDERO' TO WS-AB-PARRAFO
           MOVE CAMPO1I            TO CL-NUMERO-CUENTA-L
           MOVE WC-ESTADO-HEREDERO TO CL-ESTADO-NUEVO
           EXEC SQL
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'R' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - CL-MONTO OF CL-ESTTRANS
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE EIBOPID  TO CL-USUARIO
           MOVE EIBTRMID TO CL-TERMINAL
           PERFORM 880-DERIVAR-SUCURSAL
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-SOLICITAR-PAGO-POD.
      *
      *--- CUENTA CON DESIGNACION POD: EL OPERADOR VERIFICA LA
      *--- IDENTIDAD DEL BENEFICIARIO EN VENTANILLA Y DIGITA SU CEDULA,
      *--- QUE DEBE SER DE UNA FILA VIGENTE DE LA CUENTA. QUEDA
      *--- PENDIENTE EN TAESTLOG COMO LA DE HEREDEROS, UNA POR
      *--- BENEFICIARIO
      *
           MOVE '270-SOLICITAR-PAGO-POD' TO WS-AB-PARRAFO
           PERFORM 276-LEER-BENEFICIARIO-POD
           MOVE CL-CEDULA-PD         TO CL-MOTIVO-BLOQUEO
           MOVE WC-ESTADO-BENEF-POD  TO CL-ESTADO-NUEVO
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-POD-PENDIENTES
                FROM   TAESTLOG
                WHERE  NUMERO_CUENTA_L = :CL-NUMERO-CUENTA-L
                       AND ESTADO_NUEVO = :CL-ESTADO-NUEVO
                       AND ESTADO_APROBACION = 'P'
                       AND MOTIVO_BLOQUEO = :CL-MOTIVO-BLOQUEO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-POD-PENDIENTES > 0
              MOVE 'YA HAY SOLICITUD PENDIENTE PARA ESE BENEFICIARIO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'F'                  TO CL-ESTADO-CUENTA OF CL-ESTLOG
           MOVE EIBOPID              TO CL-OPERADOR-SOLICITA
           MOVE SPACES               TO CL-OPERADOR-APRUEBA
           MOVE 'P'                  TO CL-ESTADO-APROBACION
           EXEC SQL
                INSERT INTO TAESTLOG (
                    NUMERO_CUENTA_L
                   ,ESTADO_CUENTA
                   ,ESTADO_NUEVO
                   ,FECHA_HORA
                   ,OPERADOR_SOLICITA
                   ,ESTADO_APROBACION
                   ,OPERADOR_APRUEBA
                   ,MOTIVO_BLOQUEO
                ) VALUES (
                    :CL-NUMERO-CUENTA-L
                   ,:CL-ESTADO-CUENTA OF CL-ESTLOG
                   ,:CL-ESTADO-NUEVO
                   ,CURRENT TIMESTAMP
                   ,:CL-OPERADOR-SOLICITA
                   ,:CL-ESTADO-APROBACION
                   ,:CL-OPERADOR-APRUEBA
                   ,:CL-MOTIVO-BLOQUEO
                )
           END-EXEC
           IF SQLCODE = 0
              MOVE 'SOLICITUD DE PAGO POD PENDIENTE DE APROBAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           ELSE
              PERFORM 999-ERROR-DB2
           END-IF.

       275-CONTAR-POD-VIGENTES.
      *
      *--- BENEFICIARIOS AUN NO PAGADOS DE CL-NUMERO-CUENTA-PD Y LA
      *--- SUMA DE SUS PORCENTAJES (100 ANTES DEL PRIMER PAGO)
      *
           MOVE '275-CONTAR-POD-VIGENTES' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(SUM(PORCENTAJE_PD), 0)
                INTO   :WS-POD-VIGENTES
                      ,:WS-POD-SUMA-PCT
                FROM   TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       276-LEER-BENEFICIARIO-POD.
      *
      *--- CAMPO1 CUENTA Y CAMPO3 CEDULA DEL BENEFICIARIO: EL TITULAR
      *--- DEBE ESTAR EN SUCESION Y LA CEDULA SER DE UNA FILA VIGENTE
      *
           MOVE '276-LEER-BENEFICIARIO-POD' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              MOVE 'DIGITE LA CEDULA DEL BENEFICIARIO EN MOTIVO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I       TO CL-NUMERO-CUENTA
           MOVE CAMPO1I       TO CL-NUMERO-CUENTA-L
           MOVE CAMPO1I       TO CL-NUMERO-CUENTA-PD
           MOVE CAMPO3I(1:10) TO CL-CEDULA-PD
           EXEC SQL
                SELECT L.ESTADO_SUCESION
                      ,C.CEDULA_CLIENTE
                INTO   :CL-ESTADO-SUCESION
                      ,:CL-CEDULA-CLIENTE
                FROM   TACUENT C
                      ,TACLIENT L
                WHERE  C.NUMERO_CUENTA = :CL-NUMERO-CUENTA
                       AND L.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-FICHERO
           END-IF
           IF CL-ESTADO-SUCESION = 'N'
              MOVE 'EL TITULAR NO ESTA MARCADO FALLECIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC SQL
                SELECT ID_BENEF_PD
                      ,PORCENTAJE_PD
                INTO   :CL-ID-BENEF-PD
                      ,:CL-PORCENTAJE-PD
                FROM   TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND CEDULA_PD = :CL-CEDULA-PD
                       AND ESTADO_PD = 'V'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA CEDULA NO ES BENEFICIARIO POD POR PAGAR'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       280-APROBAR-PAGO-POD.
      *
      *--- EL SEGUNDO OPERADOR APRUEBA Y SE PAGA COMO RETIRO ('R') LA
      *--- PARTE DEL BENEFICIARIO: SALDO ACTUAL POR SU PORCENTAJE
      *--- SOBRE LA SUMA DE LOS QUE FALTAN POR COBRAR (ASI CADA PAGO
      *--- RESPETA LAS PROPORCIONES AUNQUE COBREN EN DIAS DISTINTOS);
      *--- EL ULTIMO SE LLEVA EL SALDO COMPLETO Y CON EL LOS CENTAVOS
      *--- DEL REDONDEO
      *
           MOVE '280-APROBAR-PAGO-POD' TO WS-AB-PARRAFO
           PERFORM 276-LEER-BENEFICIARIO-POD
           MOVE CL-CEDULA-PD         TO CL-MOTIVO-BLOQUEO
           MOVE WC-ESTADO-BENEF-POD  TO CL-ESTADO-NUEVO
           EXEC SQL
                SELECT
                   ID_LOG
                  ,OPERADOR_SOLICITA
                INTO
                   :CL-ID-LOG
                  ,:CL-OPERADOR-SOLICITA
                FROM
                   TAESTLOG
                WHERE
                   NUMERO_CUENTA_L = :CL-NUMERO-CUENTA-L
                   AND ESTADO_NUEVO = :CL-ESTADO-NUEVO
                   AND ESTADO_APROBACION = 'P'
                   AND MOTIVO_BLOQUEO = :CL-MOTIVO-BLOQUEO
                ORDER BY
                   ID_LOG DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'NO HAY SOLICITUD PENDIENTE DEL BENEFICIARIO'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF EIBOPID = CL-OPERADOR-SOLICITA
              MOVE 'EL MISMO OPERADOR NO PUEDE APROBAR SU SOLICITUD'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 275-CONTAR-POD-VIGENTES
           EXEC SQL
                SELECT SALDO
                INTO   :CL-SALDO
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-FICHERO
           END-IF
           IF CL-SALDO < 0
              MOVE 'LA CUENTA TIENE SALDO NEGATIVO, NO SE PUEDE PAGAR'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-POD-VIGENTES = 1
              MOVE CL-SALDO TO CL-MONTO OF CL-ESTTRANS
           ELSE
              COMPUTE CL-MONTO OF CL-ESTTRANS =
                      CL-SALDO * CL-PORCENTAJE-PD / WS-POD-SUMA-PCT
           END-IF
           IF CL-MONTO OF CL-ESTTRANS > 0
              PERFORM 285-POSTEAR-PAGO-POD
           END-IF
           MOVE CL-MONTO OF CL-ESTTRANS TO CL-MONTO-PAGADO-PD
           MOVE EIBOPID                 TO CL-USUARIO-BAJA-PD
           EXEC SQL
                UPDATE TABENPOD
                SET    ESTADO_PD       = 'P'
                      ,MONTO_PAGADO_PD = :CL-MONTO-PAGADO-PD
                      ,USUARIO_BAJA_PD = :CL-USUARIO-BAJA-PD
                      ,FECHA_BAJA_PD   = CURRENT TIMESTAMP
                WHERE  ID_BENEF_PD = :CL-ID-BENEF-PD
                       AND ESTADO_PD = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE EIBOPID TO CL-OPERADOR-APRUEBA
           EXEC SQL
                UPDATE TAESTLOG
                SET    ESTADO_APROBACION = 'A'
                      ,OPERADOR_APRUEBA  = :CL-OPERADOR-APRUEBA
                WHERE  ID_LOG = :CL-ID-LOG
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
      *
      *--- PAGADO EL ULTIMO BENEFICIARIO POD DE TODAS LAS CUENTAS DEL
      *--- TITULAR, LA SUCESION QUEDA LIQUIDADA ('F' A 'L') COMO EN
      *--- 260-APROBAR-PAGO-HEREDERO
      *
           MOVE CL-CEDULA-CLIENTE TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                UPDATE TACLIENT
                SET    ESTADO_SUCESION = 'L'
                WHERE  CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
                       AND ESTADO_SUCESION = 'F'
                       AND NOT EXISTS
                           (SELECT 1
                            FROM   TABENPOD B
                                  ,TACUENT C
                            WHERE  C.CEDULA_CLIENTE =
                                   :CL-CEDULA-CLIENTE-M
                                   AND B.NUMERO_CUENTA_PD =
                                       C.NUMERO_CUENTA
                                   AND B.ESTADO_PD = 'V')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-MONTO OF CL-ESTTRANS TO WS-SALDO-PAGADO-ED
           MOVE SPACES TO MSGO
           STRING 'PAGADO A BENEFICIARIO POD:' DELIMITED BY SIZE
                  WS-SALDO-PAGADO-ED           DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       285-POSTEAR-PAGO-POD.
      *
      *--- MISMO POSTEO DEL PAGO A HEREDEROS: SALDO, EVENTO Y
      *--- MOVIMIENTO 'R' EN TATRANS
      *
           MOVE '285-POSTEAR-PAGO-POD' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO - :CL-MONTO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'R' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - CL-MONTO OF CL-ESTTRANS
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE EIBOPID  TO CL-USUARIO
           MOVE EIBTRMID TO CL-TERMINAL
           PERFORM 880-DERIVAR-SUCURSAL
           PERFORM 881-CONSULTAR-CAJA-SESION
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,TILL_ID_T
                   ,SUCURSAL_T
                   ,SESION_ID_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'R'
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:CL-TILL-ID-T
                   ,:WS-SC-SUCURSAL
                   ,:CL-SESION-ID-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('SUCEMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('SUCE')
                COMMAREA(CH-COMMAREA)
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-FICHERO.
           MOVE '999-FALLO-FICHERO' TO WS-AB-PARRAFO
           IF SQLCODE >= 100
              MOVE 'CUENTA NO ENCONTRADA' TO  MSGO
              PERFORM 220-ENVIAR-MAPA
           END-IF.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO' TO MSGO
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
