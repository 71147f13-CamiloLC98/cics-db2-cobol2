      *****************************************************
      *                                                   *
      *   PROGRAMA PAGO EN VENTANILLA DE CHEQUES PROPIOS  *
      *   (TACHQLIB/TACHEQUE/TASTOPPG) CICS-DB2           *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHQPCOB.
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
           EXEC SQL INCLUDE TACHQLIB END-EXEC.
           EXEC SQL INCLUDE TACHEQUE END-EXEC.
           EXEC SQL INCLUDE TASTOPPG END-EXEC.
           EXEC SQL INCLUDE TADEPTER END-EXEC.
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
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(10)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(10).
           03 WS-CHEQUE-JUST          PIC X(10)   JUST RIGHT.
           03 WS-NUMERO-CHEQUE        PIC S9(9)       COMP.
           03 WS-CHEQUE-NUM           PIC 9(10).
           03 WS-CHEQUE-EN-SERIE      PIC S9(9)       COMP.
           03 WS-SALDO-DISPONIBLE     PIC S9(13)V9(2) COMP-3.
           03 WS-CHEQUE-ED            PIC Z(9)9.
           03 WS-RECIBO-MONTO-ED      PIC -(13)9.99.
           03 WS-RECIBO-ID-ED         PIC ZZZZZZZZ9.
           03 WS-RECIBO-LINEA         PIC X(100).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CHQPCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'CHQP'.
          03 WC-ESTADO-ACTIVO         PIC X(1)     VALUE 'A'.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY BRDYCTCP.
       COPY SUCECTCP.
       COPY DENOMCP.
       COPY GMFCTCP.
       COPY CHQPMPCP.
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
      *--- MISMO CRITERIO DE RETRCOB: SIN DIA OPERATIVO ABIERTO EN LA
      *--- SUCURSAL NO SALE EFECTIVO DE LA GAVETA
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
              MOVE LOW-VALUES TO CHQPMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'CHQP'
              MOVE LOW-VALUES TO CHQPMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CHQPMP')
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
                   MAP('CHQPMP')
                   INTO(CHQPMPI)
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
      *--- CAMPO1I CUENTA DEL GIRADOR, CAMPO2I NUMERO DEL CHEQUE,
      *--- CAMPO3I MONTO, CAMPO4I NOMBRE DEL BENEFICIARIO, CAMPO5I
      *--- TIPO (POS 1-2) Y NUMERO (POS 3-12) DE SU DOCUMENTO, CAMPO6I
      *--- DENOMINACIONES ENTREGADAS (FORMATO DENOMCP, OPCIONAL)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE CUENTA, NUMERO DE CHEQUE Y MONTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- EL BENEFICIARIO QUE COBRA EN VENTANILLA SIEMPRE QUEDA
      *--- IDENTIFICADO: SIN NOMBRE Y DOCUMENTO NO SE PAGA
      *
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              OR CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE NOMBRE Y DOCUMENTO DEL BENEFICIARIO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           UNSTRING CAMPO2I DELIMITED BY '_'
               INTO WS-CHEQUE-JUST
           END-UNSTRING
           INSPECT WS-CHEQUE-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-CHEQUE-JUST NOT NUMERIC
              MOVE 'NUMERO DE CHEQUE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-CHEQUE-JUST TO WS-CHEQUE-NUM
           IF WS-CHEQUE-NUM = 0 OR WS-CHEQUE-NUM > 999999999
              MOVE 'NUMERO DE CHEQUE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-CHEQUE-NUM TO WS-NUMERO-CHEQUE
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
           END-IF
           PERFORM 230-VALIDAR-CUENTA
           PERFORM 235-VALIDAR-CHEQUE
           PERFORM 240-VERIFICAR-NO-PAGO
      *
      *--- EL DISPONIBLE DEL GIRADOR (SALDO MENOS RETENIDO MAS
      *--- SOBREGIRO, EL MISMO CRITERIO DE RETRCOB Y CLRICOB) DEBE
      *--- CUBRIR EL CHEQUE MAS SU GMF
      *
           MOVE CL-NUMERO-CUENTA TO WS-GM-CUENTA
           MOVE WS-MONTO-NUM     TO WS-GM-MONTO
           MOVE WS-FN-FECHA      TO WS-GM-FECHA
           PERFORM 841-CALCULAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE WS-SALDO-DISPONIBLE = CL-SALDO - CL-SALDO-RETENIDO
                                        + CL-LIMITE-SOBREGIRO
           IF WS-MONTO-NUM + WS-GM-IMPUESTO > WS-SALDO-DISPONIBLE
              MOVE 'FONDOS INSUFICIENTES DEL GIRADOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 250-PAGAR-CHEQUE.

       230-VALIDAR-CUENTA.
           MOVE '230-VALIDAR-CUENTA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-NUMERO-CUENTA
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
                     MOVE 'CUENTA NO ENCONTRADA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              MOVE 'CUENTA DEL GIRADOR NO ACTIVA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-DORMANTE = 'S'
              MOVE 'CUENTA DORMANTE, REACTIVELA PRIMERO EN REACCOB'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- CON EL TITULAR FALLECIDO LA CUENTA QUEDA EN SUCESION Y SUS
      *--- CHEQUES YA NO SE PAGAN (VER 885-VERIFICAR-SUCESION)
      *
           MOVE CL-NUMERO-CUENTA TO WS-SU-CUENTA
           PERFORM 885-VERIFICAR-SUCESION
           IF WS-SU-FALLECIDO
              MOVE 'TITULAR FALLECIDO, CHEQUE NO SE PAGA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       235-VALIDAR-CHEQUE.
      *
      *--- MISMAS REGLAS DE 235-VALIDAR-CHEQUE EN CLRICOB: EL SERIAL
      *--- DEBE PERTENECER A UNA CHEQUERA EMITIDA ('E') DE LA CUENTA
      *--- Y NO TENER NOVEDAD EN TACHEQUE (PAGADO/ANULADO/SUSPENDIDO)
      *
           MOVE '235-VALIDAR-CHEQUE' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-CQ
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CHEQUE-EN-SERIE
                FROM   TACHQLIB
                WHERE  NUMERO_CUENTA_CQ = :CL-NUMERO-CUENTA-CQ
                       AND ESTADO_CQ = 'E'
                       AND SERIE_INICIO_CQ <= :WS-NUMERO-CHEQUE
                       AND SERIE_FIN_CQ    >= :WS-NUMERO-CHEQUE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CHEQUE-EN-SERIE = 0
              MOVE 'CHEQUE FUERA DE SERIE EMITIDA A LA CUENTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-CH
           MOVE WS-NUMERO-CHEQUE TO CL-NUMERO-CHEQUE-CH
           EXEC SQL
                SELECT ESTADO_CH
                INTO   :CL-ESTADO-CH
                FROM   TACHEQUE
                WHERE  NUMERO_CUENTA_CH = :CL-NUMERO-CUENTA-CH
                       AND NUMERO_CHEQUE_CH = :CL-NUMERO-CHEQUE-CH
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     EVALUATE CL-ESTADO-CH
                          WHEN 'P'
                               MOVE 'CHEQUE YA PAGADO' TO MSGO
                          WHEN 'D'
                               MOVE 'CHEQUE ANULADO' TO MSGO
                          WHEN OTHER
                               MOVE 'CHEQUE SUSPENDIDO' TO MSGO
                     END-EVALUATE
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       240-VERIFICAR-NO-PAGO.
      *
      *--- ORDEN DE NO PAGO ACTIVA Y VIGENTE DE LA CUENTA QUE ATRAPE
      *--- EL CHEQUE, POR SERIAL EXACTO O POR VENTANA DE MONTO (MISMA
      *--- CONSULTA DE 232-VERIFICAR-NO-PAGO EN CLRICOB). EN VENTANILLA
      *--- EL CHEQUE SE DEVUELVE AL BENEFICIARIO Y LA ORDEN SIGUE
      *--- ACTIVA: SU CAPTURA Y CARGO QUEDAN PARA LA CAMARA
      *
           MOVE '240-VERIFICAR-NO-PAGO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-SP
           EXEC SQL
                SELECT ID_STOP
                INTO   :CL-ID-STOP
                FROM   TASTOPPG
                WHERE  NUMERO_CUENTA_SP = :CL-NUMERO-CUENTA-SP
                       AND ESTADO_SP = 'A'
                       AND FECHA_VENCE_SP >= CURRENT DATE
                       AND ((NUMERO_CHEQUE_SP > 0
                             AND NUMERO_CHEQUE_SP = :WS-NUMERO-CHEQUE)
                        OR  (NUMERO_CHEQUE_SP = 0
                             AND :WS-MONTO-NUM
                                 BETWEEN MONTO_DESDE_SP
                                     AND MONTO_HASTA_SP))
                ORDER BY ID_STOP
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE 'ORDEN DE NO PAGO VIGENTE, CHEQUE DEVUELTO'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       250-PAGAR-CHEQUE.
      *
      *--- TODO EN UNA UNIDAD DE TRABAJO: DEBITO AL GIRADOR COMO
      *--- RETIRO ('R') ESTAMPADO CON CAJA/SESION PARA EL CUADRE DE LA
      *--- GAVETA, SERIAL MARCADO PAGADO EN TACHEQUE AMARRADO AL ID
      *--- DEL DEBITO (LA CAMARA YA NO LO PUEDE PAGAR), BENEFICIARIO EN
      *--- TADEPTER (REGIMEN DE EFECTIVO DE LCTRCOB), GMF DEL DEBITO Y
      *--- SALIDA DE BILLETES DE LA GAVETA
      *
           MOVE '250-PAGAR-CHEQUE' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO - :WS-MONTO-NUM
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'R' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - WS-MONTO-NUM
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-MONTO-NUM TO CL-MONTO
           MOVE EIBOPID      TO CL-USUARIO
           MOVE EIBTRMID     TO CL-TERMINAL
           PERFORM 881-CONSULTAR-CAJA-SESION
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,TILL_ID_T
                   ,FECHA_NEGOCIO_T
                   ,SUCURSAL_T
                   ,SESION_ID_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'R'
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
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
                INTO   :CL-ID-TRANSACTION
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 255-SQL-MARCAR-CHEQUE-PAGADO
           PERFORM 256-REGISTRAR-BENEFICIARIO
           PERFORM 257-COBRAR-GMF-CHEQUE
           IF CAMPO6I NOT = LOW-VALUES AND CAMPO6I NOT = SPACES
              AND CL-TILL-ID-T NOT = SPACES
              MOVE CAMPO6I TO WS-DN-CADENA
              INSPECT WS-DN-CADENA REPLACING ALL '_' BY ZEROES
              INSPECT WS-DN-CADENA REPLACING ALL ' ' BY ZEROES
              MOVE CL-TILL-ID-T TO WS-DN-TILL
              MOVE -1 TO WS-DN-SIGNO
              PERFORM 890-ACTUALIZAR-DENOMINACIONES
           END-IF
           PERFORM 260-IMPRIMIR-RECIBO
           EXEC CICS SYNCPOINT END-EXEC
           MOVE WS-NUMERO-CHEQUE TO WS-CHEQUE-ED
           MOVE SPACES TO MSGO
           STRING 'CHEQUE '       DELIMITED BY SIZE
                  WS-CHEQUE-ED    DELIMITED BY SIZE
                  ' PAGADO, ENTREGUE EL EFECTIVO' DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-SQL-MARCAR-CHEQUE-PAGADO.
      *
      *--- MISMA NOVEDAD 'P' QUE GRABA LA CAMARA EN 255-SQL-MARCAR-
      *--- CHEQUE-PAGADO DE CLRICOB. SI OTRA CAJA O LA CAMARA LO
      *--- MARCARON EN EL INTERIN, LA LLAVE DE TACHEQUE RECHAZA EL
      *--- INSERT Y SE DESHACE TODO EL PAGO
      *
           MOVE '255-SQL-MARCAR-CHEQUE-PAGADO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-CH
           MOVE WS-NUMERO-CHEQUE  TO CL-NUMERO-CHEQUE-CH
           MOVE 'P'               TO CL-ESTADO-CH
           MOVE CL-ID-TRANSACTION TO CL-ID-TRANSACTION-CH
           MOVE EIBOPID           TO CL-USUARIO-CH
           EXEC SQL
                INSERT INTO TACHEQUE (
                    NUMERO_CUENTA_CH
                   ,NUMERO_CHEQUE_CH
                   ,ESTADO_CH
                   ,ID_TRANSACTION_CH
                   ,USUARIO_CH
                   ,FECHA_NOVEDAD_CH
                ) VALUES (
                    :CL-NUMERO-CUENTA-CH
                   ,:CL-NUMERO-CHEQUE-CH
                   ,:CL-ESTADO-CH
                   ,:CL-ID-TRANSACTION-CH
                   ,:CL-USUARIO-CH
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       256-REGISTRAR-BENEFICIARIO.
           MOVE '256-REGISTRAR-BENEFICIARIO' TO WS-AB-PARRAFO
           MOVE CL-ID-TRANSACTION TO CL-ID-TRANSACTION-DT
           MOVE CAMPO4I           TO CL-NOMBRE-DT
           MOVE CAMPO5I(1:2)      TO CL-TIPO-DOC-DT
           MOVE CAMPO5I(3:10)     TO CL-NUMERO-DOC-DT
           EXEC SQL
                INSERT INTO TADEPTER (
                    ID_TRANSACTION_DT
                   ,NOMBRE_DT
                   ,TIPO_DOC_DT
                   ,NUMERO_DOC_DT
                   ,FECHA_DT
                ) VALUES (
                    :CL-ID-TRANSACTION-DT
                   ,:CL-NOMBRE-DT
                   ,:CL-TIPO-DOC-DT
                   ,:CL-NUMERO-DOC-DT
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       257-COBRAR-GMF-CHEQUE.
      *
      *--- EL GMF DEL DEBITO AL GIRADOR QUEDA COMO SU PROPIA
      *--- TRANSACCION 'M' AMARRADA AL ID DEL DEBITO (VER 842-
      *--- REGISTRAR-GMF EN GMFCTPR.cpy)
      *
           MOVE '257-COBRAR-GMF-CHEQUE' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO WS-GM-CUENTA
           MOVE WS-MONTO-NUM      TO WS-GM-MONTO
           MOVE WS-FN-FECHA       TO WS-GM-FECHA
           MOVE EIBOPID           TO WS-GM-USUARIO
           MOVE EIBTRMID          TO WS-GM-TERMINAL
           MOVE WS-SC-SUCURSAL    TO WS-GM-SUCURSAL
           MOVE CL-SESION-ID-T    TO WS-GM-SESION
           MOVE CL-ID-TRANSACTION TO WS-GM-REFERENCIA
           PERFORM 842-REGISTRAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       260-IMPRIMIR-RECIBO.
      *
      *--- COMPROBANTE POR LA COLA RECP CON COPIA EN TARECIBO (LLAVE =
      *--- ID DEL DEBITO), MISMO PATRON DE 229-ESCRIBIR-RECIBO-TDQ EN
      *--- RETRCOB. LA COPIA NO TUMBA UN PAGO YA APLICADO
      *
           MOVE '260-IMPRIMIR-RECIBO' TO WS-AB-PARRAFO
           MOVE CL-ID-TRANSACTION TO WS-RECIBO-ID-ED
           MOVE WS-MONTO-NUM      TO WS-RECIBO-MONTO-ED
           MOVE WS-NUMERO-CHEQUE  TO WS-CHEQUE-ED
           MOVE SPACES            TO WS-RECIBO-LINEA
           STRING 'PAGO CHEQUE '    DELIMITED BY SIZE
                  WS-CHEQUE-ED      DELIMITED BY SIZE
                  ' CTA:'           DELIMITED BY SIZE
                  CL-NUMERO-CUENTA  DELIMITED BY SIZE
                  ' MONTO:'         DELIMITED BY SIZE
                  WS-RECIBO-MONTO-ED DELIMITED BY SIZE
                  ' DOC:'           DELIMITED BY SIZE
                  CAMPO5I           DELIMITED BY SIZE
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
           MOVE CL-ID-TRANSACTION TO CL-ID-TRANSACTION-RB
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-RB
           MOVE WS-RECIBO-LINEA   TO CL-TEXTO-RECIBO
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
                MAP('CHQPMP')
                ERASE
                FROM(CHQPMPO)
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
                TRANSID('CHQP')
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
       COPY GMFCTPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL PAGAR EL CHEQUE, NO SE APLICO NADA' TO MSGO
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
