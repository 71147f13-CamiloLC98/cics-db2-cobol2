      *****************************************************
      *                                                   *
      *   PROGRAMA DEPOSITO NOCTURNO: RECEPCION DE BOLSAS *
      *   SELLADAS Y CONTEO CON DOBLE CONTROL   CICS-DB2  *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BOLSCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TABOLSA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TAMSGCAT END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(15)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13)V9(2).
           03 WS-TOTAL-PIEZAS         PIC 9(13)V9(2).
           03 WS-DIFERENCIA           PIC S9(13)V9(2) COMP-3.
           03 WS-SALDO-LEIDO          PIC S9(13)V9(2) COMP-3.
           03 WS-MONTO-ED             PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-DIF-ED               PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
      *
      *--- DATOS DE LOS RECIBOS QUE 229-ESCRIBIR-RECIBO-TDQ ESCRIBE A
      *--- LA COLA RECP: EL PROVISIONAL DE LA RECEPCION (SIN
      *--- MOVIMIENTO EN TATRANS TODAVIA) Y EL DEFINITIVO DEL ABONO
      *
           03 WS-RECIBO-TS            PIC X(26).
           03 WS-RECIBO-MONTO-ED      PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-RECIBO-LINEA         PIC X(100).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-RECIBO-FALG         PIC X           VALUE 'P'.
               88 WS-RECIBO-PROVISIONAL               VALUE 'P'.
               88 WS-RECIBO-DEFINITIVO                VALUE 'D'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(40).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'BOLSCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'BOLS'.
      *
      *--- ESTADO DE CUENTA QUE ADMITE DEPOSITOS, IGUAL QUE EN DEPOCOB
      *--- (UNA CUENTA 'R' RESTRINGIDA TAMBIEN RECIBE DEPOSITOS)
      *
          03 WC-ESTADO-ACTIVO         PIC X(1)     VALUE 'A'.
      *
      *--- CODIGO DE AVISO AL CLIENTE (TANOTIF, VER NOTDCOB) Y CODIGO
      *--- DE MOTIVO EN TAEXCEPT CUANDO EL CONTEO DIFIERE DE LO
      *--- DECLARADO EN LA BOLSA
      *
          03 WC-NOTIF-DIFERENCIA      PIC X(1)     VALUE 'N'.
          03 WC-EXCEP-DIFERENCIA      PIC X(4)     VALUE 'BOLS'.

       COPY VALCTACP.
       COPY SUCTRMCP.
       COPY FECNEGCP.
       COPY DENOMCP.
       COPY BRDYCTCP.
       COPY MSGCTCP.
       COPY EXCPCTCP.
       COPY BOLSMPCP.
       COPY EVNTCTCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(81).

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
      *
      *--- SE REGISTRA LA INVOCACION DE ESTA TRANSACCION EN TAAUDIT
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
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
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
      *--- LOCAL, OCURRE CUANDO EL PROGRAMA ES LLAMADO CON XCTL O LINK
      *
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
      *
      *--- SI NO HAY COMMAREA (EIBCALEN = 0) SE INICIALIZA EL COMMAREA
      *--- Y SE ENVIA EL MAPA LIMPIO
      *
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO BOLSMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
      *
      *--- HAY COMMAREA Y LA TRANSACCION NO ES LA NUESTRA: VIENE POR
      *--- XCTL DESDE OTRO PROGRAMA, SE ENVIA EL MAPA LIMPIO
      *
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'BOLS'
              MOVE LOW-VALUES TO BOLSMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('BOLSMP')
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.
      *----------------------------------------------------------------
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *
      *--- RECUPERAMOS EL MAPA DESDE EL TERMINAL
      *
              EXEC CICS RECEIVE
                   MAP('BOLSMP')
                   INTO(BOLSMPI)
                   NOHANDLE
              END-EXEC
      *
      *--- ENTER: '1' RECIBE LA BOLSA CAMPO2I SELLADA PARA LA CUENTA
      *--- CAMPO3I CON EL MONTO DECLARADO CAMPO4I Y ENTREGA RECIBO
      *--- PROVISIONAL; '2' PRIMER CONTEO DE LA BOLSA (CAMPO4I MONTO
      *--- CONTADO, CAMPO5I BILLETES); '3' UN SEGUNDO OPERADOR
      *--- RECUENTA A CIEGAS (CAMPO4I/CAMPO5I) Y SI CUADRA CON EL
      *--- PRIMER CONTEO SE ABONA LA CUENTA; '4' CONSULTA LA BOLSA
      *
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHENTER
                        PERFORM 210-PROCESAR-DATOS
              END-EVALUATE
           END-IF.

       210-PROCESAR-DATOS.
      *
      *--- EL DIA OPERATIVO DE LA SUCURSAL DEBE ESTAR ABIERTO EN
      *--- BRDYCOB ANTES DE RECIBIR O ABONAR BOLSAS (VER 894-
      *--- VERIFICAR-DIA-SUCURSAL EN BRDYCTPR.cpy)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 894-VERIFICAR-DIA-SUCURSAL
           IF NOT WS-BD-DIA-ABIERTO
              MOVE 'DIA DE LA SUCURSAL NO ABIERTO, PIDALO EN BRDYCOB'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'DIGITE EL NUMERO DE LA BOLSA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-NUMERO-BOLSA-BO
           EVALUATE CAMPO1I
                WHEN '1'
                     PERFORM 211-RECIBIR-BOLSA
                WHEN '2'
                     PERFORM 212-CONTAR-BOLSA
                WHEN '3'
                     PERFORM 213-VERIFICAR-Y-ABONAR
                WHEN '4'
                     PERFORM 215-CONSULTAR-BOLSA
                WHEN OTHER
                     MOVE 'OPCION INVALIDA (1/2/3/4)' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       211-RECIBIR-BOLSA.
      *
      *--- LA BOLSA ENTRA CERRADA: SOLO SE REGISTRA LO QUE DECLARA EL
      *--- CLIENTE, NO SE ABONA NI SE MUEVE EL LIBRO DE PIEZAS HASTA
      *--- EL CONTEO. UN NUMERO DE BOLSA NO SE RECIBE DOS VECES
      *
           MOVE '211-RECIBIR-BOLSA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT ESTADO_BO
                INTO   :CL-ESTADO-BO
                FROM   TABOLSA
                WHERE  NUMERO_BOLSA_BO = :CL-NUMERO-BOLSA-BO
           END-EXEC
           IF SQLCODE = 0
              MOVE 'BOLSA YA REGISTRADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CAMPO3I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO CL-NUMERO-CUENTA
           PERFORM 230-LEER-CUENTA
           MOVE CAMPO4I TO WS-MONTO-JUST
           PERFORM 231-VALIDAR-MONTO
           IF WS-MONTO-NUM = 0
              MOVE 'MONTO DECLARADO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-BO
           MOVE WS-SC-SUCURSAL   TO CL-SUCURSAL-BO
           MOVE WS-MONTO-NUM     TO CL-MONTO-DECLARADO-BO
           MOVE EIBOPID          TO CL-OPERADOR-RECIBE-BO
           EXEC SQL
                INSERT INTO TABOLSA (
                    NUMERO_BOLSA_BO
                   ,NUMERO_CUENTA_BO
                   ,SUCURSAL_BO
                   ,MONTO_DECLARADO_BO
                   ,ESTADO_BO
                   ,OPERADOR_RECIBE_BO
                   ,FECHA_RECIBIDA_BO
                   ,FECHA_NEGOCIO_BO
                ) VALUES (
                    :CL-NUMERO-BOLSA-BO
                   ,:CL-NUMERO-CUENTA-BO
                   ,:CL-SUCURSAL-BO
                   ,:CL-MONTO-DECLARADO-BO
                   ,'R'
                   ,:CL-OPERADOR-RECIBE-BO
                   ,CURRENT TIMESTAMP
                   ,DATE(:WS-FN-FECHA)
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           SET WS-RECIBO-PROVISIONAL TO TRUE
           PERFORM 229-ESCRIBIR-RECIBO-TDQ
           MOVE 'BOLSA RECIBIDA, RECIBO PROVISIONAL EMITIDO' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       212-CONTAR-BOLSA.
      *
      *--- PRIMER CONTEO: QUEDA GUARDADO EN LA BOLSA ('V') SIN TOCAR
      *--- SALDOS NI EL LIBRO DE PIEZAS. EL CONTEO DE BILLETES ES
      *--- OBLIGATORIO Y DEBE SUMAR EL MONTO CONTADO
      *
           MOVE '212-CONTAR-BOLSA' TO WS-AB-PARRAFO
           PERFORM 233-LEER-BOLSA
           IF CL-ESTADO-BO NOT = 'R'
              MOVE 'LA BOLSA YA FUE CONTADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-MONTO-JUST
           PERFORM 231-VALIDAR-MONTO
           PERFORM 232-VALIDAR-PIEZAS
           IF WS-TOTAL-PIEZAS NOT = WS-MONTO-NUM
              MOVE 'EL CONTEO DE BILLETES NO SUMA EL MONTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-NUM   TO CL-MONTO-CONTADO-BO
           MOVE WS-DN-CADENA   TO CL-DENOM-BO
           MOVE EIBOPID        TO CL-OPERADOR-CUENTA-BO
           EXEC SQL
                UPDATE TABOLSA
                SET    ESTADO_BO          = 'V'
                      ,MONTO_CONTADO_BO   = :CL-MONTO-CONTADO-BO
                      ,DENOM_BO           = :CL-DENOM-BO
                      ,OPERADOR_CUENTA_BO = :CL-OPERADOR-CUENTA-BO
                      ,FECHA_CONTEO_BO    = CURRENT TIMESTAMP
                WHERE  NUMERO_BOLSA_BO = :CL-NUMERO-BOLSA-BO
                       AND ESTADO_BO = 'R'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'CONTEO REGISTRADO, PENDIENTE DE VERIFICACION' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       213-VERIFICAR-Y-ABONAR.
      *
      *--- DOBLE CONTROL: EL RECUENTO LO HACE UN OPERADOR DISTINTO AL
      *--- DEL PRIMER CONTEO, SIN VER LO QUE ESTE DIGITO; MONTO Y
      *--- BILLETES DEBEN COINCIDIR O NO SE ABONA NADA. AL CUADRAR SE
      *--- POSTEA IGUAL QUE UN DEPOSITO EN EFECTIVO DE DEPOCOB (SALDO,
      *--- MOVIMIENTO 'D' CON CAJA, SESION, SUCURSAL Y FECHA DE
      *--- NEGOCIO, PIEZAS A LA GAVETA DEL QUE VERIFICA Y RECIBO). EL
      *--- EFECTIVO YA CONTADO DOS VECES NO PASA POR LA RETENCION NI
      *--- POR LOS TOPES DE VENTANILLA DE DEPOCOB
      *
           MOVE '213-VERIFICAR-Y-ABONAR' TO WS-AB-PARRAFO
           PERFORM 233-LEER-BOLSA
           IF CL-ESTADO-BO = 'R'
              MOVE 'LA BOLSA NO TIENE PRIMER CONTEO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-BO NOT = 'V'
              MOVE 'LA BOLSA YA FUE ABONADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-OPERADOR-CUENTA-BO = EIBOPID
              MOVE 'DOBLE CONTROL: EL RECUENTO LO HACE OTRO OPERADOR'
                                                              TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-MONTO-JUST
           PERFORM 231-VALIDAR-MONTO
           PERFORM 232-VALIDAR-PIEZAS
           IF WS-MONTO-NUM NOT = CL-MONTO-CONTADO-BO
              OR WS-DN-CADENA NOT = CL-DENOM-BO
              MOVE 'EL RECUENTO NO COINCIDE CON EL PRIMER CONTEO'
                                                              TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-NUMERO-CUENTA-BO TO CL-NUMERO-CUENTA
           PERFORM 230-LEER-CUENTA
           MOVE CL-SALDO TO WS-SALDO-LEIDO
           ADD CL-MONTO-CONTADO-BO TO CL-SALDO
           PERFORM 223-SQL-ACTUALIZAR-SALDO
           PERFORM 224-SQL-CREAR-TRANSACCION
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL(), CURRENT TIMESTAMP
                INTO   :CL-ID-TRANSACTION, :WS-RECIBO-TS
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-ID-TRANSACTION TO CL-ID-TRANSACCION-BO
           MOVE EIBOPID           TO CL-OPERADOR-VERIFICA-BO
           EXEC SQL
                UPDATE TABOLSA
                SET    ESTADO_BO            = 'A'
                      ,OPERADOR_VERIFICA_BO = :CL-OPERADOR-VERIFICA-BO
                      ,ID_TRANSACCION_BO    = :CL-ID-TRANSACCION-BO
                WHERE  NUMERO_BOLSA_BO = :CL-NUMERO-BOLSA-BO
                       AND ESTADO_BO = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF CL-TILL-ID-T NOT = SPACES
              MOVE CL-TILL-ID-T TO WS-DN-TILL
              MOVE +1 TO WS-DN-SIGNO
              PERFORM 890-ACTUALIZAR-DENOMINACIONES
           END-IF
           COMPUTE WS-DIFERENCIA = CL-MONTO-CONTADO-BO
                                 - CL-MONTO-DECLARADO-BO
           IF WS-DIFERENCIA NOT = 0
              PERFORM 214-REGISTRAR-DIFERENCIA
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           SET WS-RECIBO-DEFINITIVO TO TRUE
           PERFORM 229-ESCRIBIR-RECIBO-TDQ
           IF WS-DIFERENCIA NOT = 0
              MOVE WS-DIFERENCIA TO WS-DIF-ED
              MOVE SPACES TO MSGO
              STRING 'ABONADA CON DIFERENCIA:' DELIMITED BY SIZE
                     WS-DIF-ED                 DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              MOVE 'BOLSA ABONADA, CONTEO IGUAL A LO DECLARADO' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       214-REGISTRAR-DIFERENCIA.
      *
      *--- EL CONTEO NO CUADRA CON LO DECLARADO: SE ABONA LO CONTADO,
      *--- SE AVISA AL CLIENTE (TANOTIF, LO DESPACHA NOTDCOB) Y LA
      *--- DIFERENCIA QUEDA COMO EXCEPCION EN LA COLA EXCPCOB PARA QUE
      *--- OPERACIONES LA TRABAJE CON EL CLIENTE
      *
           MOVE '214-REGISTRAR-DIFERENCIA' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA-BO  TO CL-NUMERO-CUENTA-N
           MOVE WC-NOTIF-DIFERENCIA  TO CL-ESTADO-NUEVO-N
           EXEC SQL
                INSERT INTO TANOTIF (
                    NUMERO_CUENTA_N
                   ,ESTADO_NUEVO_N
                   ,FECHA_HORA_N
                   ,ESTADO_ENVIO
                ) VALUES (
                    :CL-NUMERO-CUENTA-N
                   ,:CL-ESTADO-NUEVO-N
                   ,CURRENT TIMESTAMP
                   ,'P'
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WC-PROGRAMA          TO WS-EX-PROGRAMA
           MOVE WS-FN-FECHA          TO WS-EX-FECHA
           MOVE CL-NUMERO-CUENTA-BO  TO WS-EX-CUENTA
           MOVE WS-DIFERENCIA        TO WS-EX-MONTO
           MOVE WC-EXCEP-DIFERENCIA  TO WS-EX-CODIGO
           MOVE SPACES               TO WS-EX-MOTIVO
           STRING 'DIFERENCIA CONTEO BOLSA ' CL-NUMERO-BOLSA-BO
                  DELIMITED BY SIZE
             INTO WS-EX-MOTIVO
           END-STRING
           PERFORM 892-REGISTRAR-EXCEPCION.

       215-CONSULTAR-BOLSA.
           MOVE '215-CONSULTAR-BOLSA' TO WS-AB-PARRAFO
           PERFORM 233-LEER-BOLSA
           MOVE CL-NUMERO-CUENTA-BO   TO CAMPO3O
           MOVE CL-MONTO-DECLARADO-BO TO WS-MONTO-ED
           MOVE SPACES TO MSGO
           STRING 'ESTADO=' CL-ESTADO-BO
                  ' DECLARADO=' DELIMITED BY SIZE
                  WS-MONTO-ED   DELIMITED BY SIZE
                  ' SUC=' CL-SUCURSAL-BO DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           MOVE WC-PROGRAMA      TO CH-PROGRAMA-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('BOLSMP')
                ERASE
                FROM(BOLSMPO)
                NOHANDLE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       223-SQL-ACTUALIZAR-SALDO.
      *
      *--- UPDATE CONDICIONADO AL SALDO LEIDO, COMO EN DEPOCOB: SI
      *--- OTRA CAJA MOVIO LA CUENTA ENTRE LA LECTURA Y EL UPDATE NO
      *--- SE ABONA NADA Y LA BOLSA SIGUE 'V' PARA REINTENTAR
      *
           MOVE '223-SQL-ACTUALIZAR-SALDO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
                       AND SALDO = :WS-SALDO-LEIDO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE 'D' TO WS-EV-TIPO
                     COMPUTE WS-EV-MONTO = CL-SALDO - WS-SALDO-LEIDO
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-FALLO-TRANSACCION
                     END-IF
                     MOVE CL-SALDO TO WS-SALDO-LEIDO
                WHEN 100
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'EL SALDO CAMBIO POR OTRA CAJA, REINTENTE'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE.

       224-SQL-CREAR-TRANSACCION.
      *
      *--- MISMO MOVIMIENTO 'D' QUE 224-SQL-CREAR-TRANSACCION DE
      *--- DEPOCOB: OPERADOR Y TERMINAL DEL QUE VERIFICA, SU CAJA Y
      *--- SESION, SUCURSAL DE LA TERMINAL Y FECHA DE NEGOCIO
      *
           MOVE '224-SQL-CREAR-TRANSACCION' TO WS-AB-PARRAFO
           MOVE CL-MONTO-CONTADO-BO TO CL-MONTO
           MOVE EIBOPID             TO CL-USUARIO
           MOVE EIBTRMID            TO CL-TERMINAL
           MOVE 1                   TO CL-TASA-CAMBIO
           PERFORM 228-CONSULTAR-TILL-OPERADOR
           PERFORM 241-CONSULTAR-SESION-OPERADOR
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,TASA_CAMBIO
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
                   ,:CL-TASA-CAMBIO
                   ,:CL-TILL-ID-T
                   ,:WS-FN-FECHA
                   ,:WS-SC-SUCURSAL
                   ,:CL-SESION-ID-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       228-CONSULTAR-TILL-OPERADOR.
      *
      *--- CAJA DEL OPERADOR QUE VERIFICA: ALLI ENTRAN LAS PIEZAS DE
      *--- LA BOLSA. SIN CAJA ASIGNADA NO SE RECHAZA, SOLO QUEDA SIN
      *--- CAJA EN EL HISTORICO (MISMO CRITERIO QUE DEPOCOB)
      *
           MOVE '228-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
           MOVE SPACES TO CL-TILL-ID-T
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT TILL_ID
                INTO   :CL-TILL-ID
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE CL-TILL-ID TO CL-TILL-ID-T
           END-IF.

       229-ESCRIBIR-RECIBO-TDQ.
      *
      *--- RECIBO A LA COLA RECP. EL PROVISIONAL DE LA RECEPCION NO
      *--- TIENE MOVIMIENTO EN TATRANS Y NO SE PERSISTE EN TARECIBO
      *--- (RPRTCOB REIMPRIME POR ID_TRANSACTION); EL DEFINITIVO DEL
      *--- ABONO SI, IGUAL QUE EL DE DEPOCOB
      *
           MOVE '229-ESCRIBIR-RECIBO-TDQ' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA-BO TO WS-MC-CUENTA
           PERFORM 897-LEER-IDIOMA-CUENTA
           IF WS-RECIBO-PROVISIONAL
              EXEC SQL
                   SELECT CURRENT TIMESTAMP
                   INTO   :WS-RECIBO-TS
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE CL-MONTO-DECLARADO-BO TO WS-RECIBO-MONTO-ED
              MOVE 'RECPBOLP'            TO WS-MC-ID
              MOVE 'RECIBO PROVISIONAL BOLSA' TO WS-MC-TEXTO
           ELSE
              MOVE CL-MONTO-CONTADO-BO   TO WS-RECIBO-MONTO-ED
              MOVE 'RECPBOLS'            TO WS-MC-ID
              MOVE 'DEPOSITO NOCTURNO BOLSA' TO WS-MC-TEXTO
           END-IF
           PERFORM 898-RESOLVER-MENSAJE
           MOVE SPACES            TO WS-RECIBO-LINEA
           STRING WS-MC-TEXTO           DELIMITED BY '  '
                  ' '                   DELIMITED BY SIZE
                  CL-NUMERO-BOLSA-BO    DELIMITED BY SIZE
                  ' CTA:'               DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-BO   DELIMITED BY SIZE
                  ' MONTO:'             DELIMITED BY SIZE
                  WS-RECIBO-MONTO-ED    DELIMITED BY SIZE
                  ' FECHA:'             DELIMITED BY SIZE
                  WS-RECIBO-TS          DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('RECP')
                FROM(WS-RECIBO-LINEA)
                LENGTH(LENGTH OF WS-RECIBO-LINEA)
                NOHANDLE
           END-EXEC
      *
      *--- LA COPIA EN TARECIBO NO SE VERIFICA: UN PROBLEMA AL
      *--- GUARDARLA NO DEBE TUMBAR UN ABONO YA CONFIRMADO
      *
           IF WS-RECIBO-DEFINITIVO
              MOVE CL-ID-TRANSACTION   TO CL-ID-TRANSACTION-RB
              MOVE CL-NUMERO-CUENTA-BO TO CL-NUMERO-CUENTA-RB
              MOVE WS-RECIBO-LINEA     TO CL-TEXTO-RECIBO
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
              END-EXEC
           END-IF.

       230-LEER-CUENTA.
      *
      *--- LA CUENTA DEBE EXISTIR Y ADMITIR DEPOSITOS COMO EN DEPOCOB:
      *--- ACTIVA O RESTRINGIDA, Y NO DORMANTE
      *
           MOVE '230-LEER-CUENTA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   SALDO
                  ,ESTADO_CUENTA
                  ,ESTADO_DORMANTE
                INTO
                  :CL-SALDO
                 ,:CL-ESTADO-CUENTA
                 ,:CL-ESTADO-DORMANTE
                FROM
                   TACUENT
                WHERE
                   NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE = 100
              MOVE 'CUENTA NO EXISTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF CL-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              AND CL-ESTADO-CUENTA NOT = 'R'
              MOVE 'CUENTA BLOQUEADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-DORMANTE = 'S'
              MOVE 'CUENTA DORMANTE, REACTIVELA PRIMERO EN REACCOB'
                                                              TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       231-VALIDAR-MONTO.
           MOVE '231-VALIDAR-MONTO' TO WS-AB-PARRAFO
           IF WS-MONTO-JUST = LOW-VALUES
              MOVE SPACES TO WS-MONTO-JUST
           END-IF
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM.

       232-VALIDAR-PIEZAS.
      *
      *--- EL CONTEO DE BILLETES ES OBLIGATORIO EN LA BOLSA: SE
      *--- VALORIZA CONTRA WC-VALOR-DENOM PARA CUADRARLO CON EL MONTO
      *
           MOVE '232-VALIDAR-PIEZAS' TO WS-AB-PARRAFO
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE EL CONTEO DE BILLETES' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO5I TO WS-DN-CADENA
           INSPECT WS-DN-CADENA REPLACING ALL '_' BY ZEROES
           INSPECT WS-DN-CADENA REPLACING ALL ' ' BY ZEROES
           MOVE 0 TO WS-TOTAL-PIEZAS
           PERFORM VARYING WS-DN-INDICE FROM 1 BY 1
                   UNTIL WS-DN-INDICE > 7
              IF WS-DN-CANT(WS-DN-INDICE) NOT NUMERIC
                 MOVE 'CONTEO DE BILLETES INVALIDO' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE WS-DN-CANT(WS-DN-INDICE) TO WS-DN-CANT-NUM
              COMPUTE WS-TOTAL-PIEZAS = WS-TOTAL-PIEZAS
                    + WS-DN-CANT-NUM * WC-VALOR-DENOM(WS-DN-INDICE)
           END-PERFORM.

       233-LEER-BOLSA.
           MOVE '233-LEER-BOLSA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_BO
                  ,SUCURSAL_BO
                  ,MONTO_DECLARADO_BO
                  ,MONTO_CONTADO_BO
                  ,DENOM_BO
                  ,ESTADO_BO
                  ,OPERADOR_CUENTA_BO
                INTO
                   :CL-NUMERO-CUENTA-BO
                  ,:CL-SUCURSAL-BO
                  ,:CL-MONTO-DECLARADO-BO
                  ,:CL-MONTO-CONTADO-BO
                  ,:CL-DENOM-BO
                  ,:CL-ESTADO-BO
                  ,:CL-OPERADOR-CUENTA-BO
                FROM
                   TABOLSA
                WHERE
                   NUMERO_BOLSA_BO = :CL-NUMERO-BOLSA-BO
           END-EXEC
           IF SQLCODE = 100
              MOVE 'BOLSA NO REGISTRADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       241-CONSULTAR-SESION-OPERADOR.
           MOVE '241-CONSULTAR-SESION-OPERADOR' TO WS-AB-PARRAFO
           MOVE 0 TO CL-SESION-ID-T
           MOVE EIBOPID TO CL-OPERADOR-SES
           EXEC SQL
                SELECT ID_SESION
                INTO   :CL-ID-SESION
                FROM   TASESION
                WHERE  OPERADOR_SES = :CL-OPERADOR-SES
                       AND ESTADO_SES = 'A'
           END-EXEC
           IF SQLCODE = 0
              MOVE CL-ID-SESION TO CL-SESION-ID-T
           END-IF.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS
                RETURN
                TRANSID('BOLS')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY SUCTRMPR.
       COPY FECNEGPR.
       COPY DENOMPR.
       COPY BRDYCTPR.
       COPY MSGCTPR.
       COPY EXCPCTPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO NADA' TO MSGO
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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
           MOVE SQLERRMC       TO DB2-ERR-MSG
           MOVE SPACES         TO MSGO
           MOVE 'ERROR DB2: '  TO MSGO(1:11)
           MOVE DB2-SQLCODE-Z  TO MSGO(13:10)
           MOVE DB2-ERR-MSG    TO MSGO(24:30)
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.
