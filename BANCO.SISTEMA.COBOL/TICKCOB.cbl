      *****************************************************
      *                                                   *
      *   PROGRAMA TIQUETE DE VENTANILLA: VARIAS          *
      *   OPERACIONES DE UN CLIENTE EN UNA VISITA CON UN  *
      *   SOLO NETO DE EFECTIVO (TATICKET/TATICKIT)       *
      *   CICS-DB2 SISTEMA BANCARIO                       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TICKCOB.
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
           EXEC SQL INCLUDE TATICKET END-EXEC.
           EXEC SQL INCLUDE TATICKIT END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TACAJMOV END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAPINCTA END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TABENEF END-EXEC.
           EXEC SQL INCLUDE TABILLER END-EXEC.
           EXEC SQL INCLUDE TABILPAG END-EXEC.
           EXEC SQL INCLUDE TAGIROS END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TAFEESCH END-EXEC.
           EXEC SQL INCLUDE TAFEEWVR END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TACUENTT END-EXEC.
           EXEC SQL INCLUDE TATRANST END-EXEC.
           EXEC SQL INCLUDE TAALERTA END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- ITEMS DEL TIQUETE EN EL ORDEN EN QUE SE DIGITARON; SE
      *--- POSTEAN EN ESE MISMO ORDEN
      *
           EXEC SQL
                DECLARE C_ITEMS CURSOR FOR
                SELECT
                   ITEM_TI
                  ,TIPO_ITEM_TI
                  ,CUENTA_TI
                  ,CUENTA_DESTINO_TI
                  ,CODIGO_BL_TI
                  ,REFERENCIA_TI
                  ,BENEFICIARIO_TI
                  ,MONTO_TI
                  ,FORMA_PAGO_TI
                  ,ID_TRANSACTION_TI
                  ,ID_DOCUMENTO_TI
                FROM
                   TATICKIT
                WHERE
                   ID_TICKET_TI = :CL-ID-TICKET-TI
                ORDER BY
                   ITEM_TI
           END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13).
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-ITEM-JUST            PIC X(2)    JUST RIGHT.
           03 WS-ITEM-NUM             PIC 9(2).
           03 WS-CUENTA-RECAUDOS-N    PIC 9(10).
           03 WS-CUENTA-RECAUDOS      PIC X(10).
           03 WS-CUENTA-GIROS-N       PIC 9(10).
           03 WS-CUENTA-GIROS         PIC X(10).
           03 WS-DISPONIBLE           PIC S9(13)V9(2) COMP-3.
           03 WS-DEBITOS-PREVIOS      PIC S9(13)V9(2) COMP-3.
           03 WS-RETIROS-PREVIOS      PIC S9(13)V9(2) COMP-3.
           03 WS-DEPOSITOS-PREVIOS    PIC S9(13)V9(2) COMP-3.
           03 WS-TOTAL-DIARIO         PIC S9(13)V9(2) COMP-3.
           03 WS-TOTAL-SEMANAL        PIC S9(13)V9(2) COMP-3.
           03 WS-MONTO-COMISION       PIC S9(13)V9(2) COMP-3.
           03 WS-EXONERACIONES        PIC S9(9)       COMP.
           03 WS-BENEF-REGISTRADOS    PIC S9(9)       COMP.
           03 WS-POSICION-TILL        PIC S9(13)V9(2) COMP-3.
           03 WS-ENTRADAS-SESION      PIC S9(13)V9(2) COMP-3.
           03 WS-SALIDAS-SESION       PIC S9(13)V9(2) COMP-3.
           03 WS-TRASLADOS-NETO       PIC S9(13)V9(2) COMP-3.
           03 WS-ENTRADA-EFECTIVO     PIC S9(13)V9(2) COMP-3.
           03 WS-SALIDA-EFECTIVO      PIC S9(13)V9(2) COMP-3.
           03 WS-NETO-EFECTIVO        PIC S9(13)V9(2) COMP-3.
           03 WS-NETO-ABSOLUTO        PIC S9(13)V9(2) COMP-3.
           03 WS-BILLETES             PIC S9(13)V9(2) COMP-3.
           03 WS-DIFERENCIA           PIC S9(13)V9(2) COMP-3.
           03 WS-MV-TIPO              PIC X(1).
           03 WS-MV-MONTO             PIC S9(13)V9(2) COMP-3.
           03 WS-NUM-ITEMS            PIC S9(4)       COMP.
           03 WS-MAX-ITEM             PIC S9(4)       COMP.
           03 WS-IX                   PIC S9(4)       COMP.
           03 WS-IX-DENOM             PIC S9(4)       COMP.
           03 WS-TICKET-ED            PIC ZZZZZZZZ9.
           03 WS-ITEM-ED              PIC Z9.
           03 WS-MONTO-ED             PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-TIPO-TXT             PIC X(10).
           03 WS-CUENTA-TXT           PIC X(10).
           03 WS-DETALLE              PIC X(20).
           03 WS-RESUMEN              PIC X(40).
           03 WS-RECIBO-LINEA         PIC X(100).
       01  WS-LINEAS-PANTALLA.
           03 WS-LINEA                PIC X(70)   OCCURS 8 TIMES.
      *
      *--- ITEM EN PROCESO. WS-IT-DATOS TIENE LA MISMA FORMA DE CADA
      *--- ENTRADA DE WS-TABLA-ITEMS PARA MOVERLOS COMO GRUPO
      *
       01  WS-ITEM.
           03 WS-IT-DATOS.
              05 WS-IT-ITEM           PIC S9(4)       COMP.
              05 WS-IT-TIPO           PIC X(1).
              05 WS-IT-CUENTA         PIC X(10).
              05 WS-IT-DESTINO        PIC X(10).
              05 WS-IT-CODIGO-BL      PIC X(4).
              05 WS-IT-REFERENCIA     PIC X(20).
              05 WS-IT-BENEFICIARIO   PIC X(40).
              05 WS-IT-MONTO          PIC S9(13)V9(2) COMP-3.
              05 WS-IT-FORMA          PIC X(1).
              05 WS-IT-ID-TRANS       PIC S9(9)       COMP.
              05 WS-IT-ID-DOC         PIC S9(9)       COMP.
           03 WS-IT-CTA-VALIDAR       PIC X(10).
           03 WS-IT-MOTIVO            PIC X(60).
           03 WS-IT-FALG              PIC X(1).
               88 WS-IT-VALIDO                        VALUE 'Y'.
           03 WS-IT-DEBITO-FALG       PIC X(1).
               88 WS-IT-ES-DEBITO                     VALUE 'Y'.
       01  WS-TABLA-ITEMS.
           03 WS-TI-ENTRADA           OCCURS 8 TIMES.
              05 WS-TI-ITEM           PIC S9(4)       COMP.
              05 WS-TI-TIPO           PIC X(1).
              05 WS-TI-CUENTA         PIC X(10).
              05 WS-TI-DESTINO        PIC X(10).
              05 WS-TI-CODIGO-BL      PIC X(4).
              05 WS-TI-REFERENCIA     PIC X(20).
              05 WS-TI-BENEFICIARIO   PIC X(40).
              05 WS-TI-MONTO          PIC S9(13)V9(2) COMP-3.
              05 WS-TI-FORMA          PIC X(1).
              05 WS-TI-ID-TRANS       PIC S9(9)       COMP.
              05 WS-TI-ID-DOC         PIC S9(9)       COMP.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CUR-FALG            PIC X           VALUE 'N'.
               88 WS-CUR-FIN                          VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'TICKCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'TICK'.
      *
      *--- ITEMS POR TIQUETE: LOS QUE CABEN EN LA PANTALLA
      *
          03 WC-MAX-ITEMS             PIC S9(4)    COMP VALUE 8.
          03 WC-MONEDA-LOCAL          PIC X(3)     VALUE 'COP'.
          03 WC-CUENTA-RECAUDOS-DEF   PIC 9(10)    VALUE 0.
          03 WC-CUENTA-GIROS-DEF      PIC 9(10)    VALUE 0.
      *
      *--- LOS MISMOS TOPES DE DEPOCOB/RETRCOB, CON LAS MISMAS CLAVES
      *--- DE TAPARAM: UN ITEM DEL TIQUETE NO PUEDE PASAR LO QUE NO
      *--- PASARIA POR SU TRANSACCION INDIVIDUAL
      *
          03 WC-MAX-TRANS-DEP         PIC S9(13)V9(2) COMP-3
                                            VALUE 1000000,00.
          03 WC-MAX-DIARIO-DEP        PIC S9(13)V9(2) COMP-3
                                            VALUE 5000000,00.
          03 WC-MAX-TRANS-RET         PIC S9(13)V9(2) COMP-3
                                            VALUE 1000000,00.
          03 WC-MAX-DIARIO-RET        PIC S9(13)V9(2) COMP-3
                                            VALUE 5000000,00.
      *
      *--- UN DEPOSITO SOBRE EL UMBRAL DE RETENCION O DE
      *--- IDENTIFICACION DEL DEPOSITANTE VA POR DEPOCOB, QUE MANEJA
      *--- LA RETENCION (TARETEN) Y EL REGISTRO EN TADEPTER
      *
          03 WC-UMBRAL-RETENCION      PIC S9(13)V9(2) COMP-3
                                            VALUE 3000000,00.
          03 WC-UMBRAL-ID-DEPOSITANTE PIC S9(13)V9(2) COMP-3
                                            VALUE 10000000,00.
          03 WC-TOPE-EFECTIVO-TILL    PIC S9(13)V9(2) COMP-3
                                            VALUE 20000000,00.
          03 WC-EXIGIR-BENEF          PIC 9(1)     VALUE 0.
          03 WC-MAX-INTENTOS-FALLIDOS PIC S9(4)    COMP VALUE 3.
          03 WC-ESTADO-BLOQUEADO      PIC X(1)     VALUE 'B'.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY PINCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY TICKMPCP.
       COPY DENOMCP.
       COPY SUCECTCP.
       COPY MENRCTCP.
       COPY CONFCTCP.
       COPY ALRTCTCP.
       COPY PRACCTCP.
       COPY BRDYCTCP.
       COPY GMFCTCP.
       COPY ATRBCTCP.
       COPY AVISCTCP.
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
           PERFORM 105-CARGAR-PARAMETROS
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
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO TICKMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'TICK'
              MOVE LOW-VALUES TO TICKMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       105-CARGAR-PARAMETROS.
           MOVE '105-CARGAR-PARAMETROS' TO WS-AB-PARRAFO
           MOVE 'CUENTA-RECAUDOS' TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-RECAUDOS-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-CUENTA-RECAUDOS-N
           MOVE WS-CUENTA-RECAUDOS-N TO WS-CUENTA-RECAUDOS
           MOVE 'CUENTA-GIROS' TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-GIROS-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-CUENTA-GIROS-N
           MOVE WS-CUENTA-GIROS-N TO WS-CUENTA-GIROS
           MOVE 'MAX-MONTO-TRANS-DEP' TO CL-PARAM-CLAVE
           MOVE WC-MAX-TRANS-DEP TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-MAX-TRANS-DEP
           MOVE 'MAX-MONTO-DIARIO-DEP' TO CL-PARAM-CLAVE
           MOVE WC-MAX-DIARIO-DEP TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-MAX-DIARIO-DEP
           MOVE 'MAX-MONTO-TRANS-RET' TO CL-PARAM-CLAVE
           MOVE WC-MAX-TRANS-RET TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-MAX-TRANS-RET
           MOVE 'MAX-MONTO-DIARIO-RET' TO CL-PARAM-CLAVE
           MOVE WC-MAX-DIARIO-RET TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-MAX-DIARIO-RET
           MOVE 'UMBRAL-RETENCION' TO CL-PARAM-CLAVE
           MOVE WC-UMBRAL-RETENCION TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-UMBRAL-RETENCION
           MOVE 'UMBRAL-ID-DEPOSITANTE' TO CL-PARAM-CLAVE
           MOVE WC-UMBRAL-ID-DEPOSITANTE TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-UMBRAL-ID-DEPOSITANTE
           MOVE 'TOPE-EFECTIVO-TILL' TO CL-PARAM-CLAVE
           MOVE WC-TOPE-EFECTIVO-TILL TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-TOPE-EFECTIVO-TILL
           MOVE 'EXIGIR-BENEF' TO CL-PARAM-CLAVE
           MOVE WC-EXIGIR-BENEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-EXIGIR-BENEF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('TICKMP')
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
                   MAP('TICKMP')
                   INTO(TICKMPI)
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
      *--- CAMPO1I ACCION: 'A' AGREGAR UN ITEM (CAMPO2 TIQUETE EN
      *--- BLANCO ABRE UNO NUEVO), 'E' ELIMINAR EL ITEM CAMPO12, 'L'
      *--- LISTAR, 'P' POSTEAR TODO EL TIQUETE (CAMPO11 BILLETES DEL
      *--- NETO), 'X' ANULAR EL TIQUETE SIN POSTEAR.
      *--- DATOS DEL ITEM: CAMPO3 TIPO ('D' DEPOSITO, 'R' RETIRO, 'B'
      *--- FACTURA, 'T' TRASLADO, 'G' GIRO), CAMPO4 CUENTA (EN BLANCO
      *--- EN 'B'/'G' ES PAGO EN EFECTIVO), CAMPO5 MONTO, CAMPO6
      *--- CUENTA DESTINO DEL TRASLADO, CAMPO7 FACTURADOR, CAMPO8
      *--- REFERENCIA DE LA FACTURA, CAMPO9 BENEFICIARIO DEL GIRO,
      *--- CAMPO10 PIN DE LA CUENTA QUE SE DEBITA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (A/E/L/P/X)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- EL TIQUETE POSTEA CONTRA TABLAS VIVAS Y NO TIENE AMBIENTE
      *--- DE PRACTICA (VER PRACCTPR): EN MODO PRACTICA SE RECHAZA DE
      *--- ENTRADA, IGUAL QUE LA TRANSFERENCIA EXTERNA DE TRNFCOB
      *
           PERFORM 889-VERIFICAR-MODO-PRACTICA
           IF WS-PR-EN-PRACTICA
              MOVE 'TIQUETE NO DISPONIBLE EN MODO PRACTICA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- EL DIA OPERATIVO DE LA SUCURSAL DEBE ESTAR ABIERTO EN
      *--- BRDYCOB, MISMA REGLA DE DEPOCOB/RETRCOB
      *
           PERFORM 894-VERIFICAR-DIA-SUCURSAL
           IF NOT WS-BD-DIA-ABIERTO
              MOVE 'DIA DE LA SUCURSAL NO ABIERTO, PIDALO EN BRDYCOB'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO1I
                WHEN 'A'
                     PERFORM 230-AGREGAR-ITEM
                WHEN 'E'
                     PERFORM 250-ELIMINAR-ITEM
                WHEN 'L'
                     PERFORM 232-LEER-TICKET
                     PERFORM 270-LISTAR-TICKET
                     MOVE SPACES TO MSGO
                     STRING 'TIQUETE ' CL-ESTADO-TK ' - ' WS-RESUMEN
                            DELIMITED BY SIZE
                       INTO MSGO
                     END-STRING
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN 'P'
                     PERFORM 280-POSTEAR-TICKET
                WHEN 'X'
                     PERFORM 255-ANULAR-TICKET
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE A/E/L/P/X' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-AGREGAR-ITEM.
      *
      *--- EL ITEM SE VALIDA COMPLETO AL DIGITARLO (LAS MISMAS REGLAS
      *--- QUE APLICARIA SU TRANSACCION INDIVIDUAL, VER 240-VALIDAR-
      *--- ITEM), SE VERIFICA EL PIN DE LA CUENTA QUE SE DEBITA CON EL
      *--- CLIENTE PRESENTE Y SE RESUELVE LA ATRIBUCION DEL CAJERO.
      *--- EL TIQUETE NUEVO SOLO SE ABRE CUANDO SU PRIMER ITEM PASO
      *
           MOVE '230-AGREGAR-ITEM' TO WS-AB-PARRAFO
           MOVE 0 TO CL-ID-TICKET
           MOVE 1 TO WS-IT-ITEM
           IF CAMPO2I NOT = LOW-VALUES AND CAMPO2I NOT = SPACES
              PERFORM 232-LEER-TICKET
              PERFORM 239-EXIGIR-ABIERTO
              MOVE CL-ID-TICKET TO CL-ID-TICKET-TI
              EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(ITEM_TI), 0)
                   INTO   :WS-NUM-ITEMS, :WS-MAX-ITEM
                   FROM   TATICKIT
                   WHERE  ID_TICKET_TI = :CL-ID-TICKET-TI
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-NUM-ITEMS >= WC-MAX-ITEMS
                 MOVE 'TIQUETE LLENO: POSTEELO Y ABRA OTRO' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              COMPUTE WS-IT-ITEM = WS-MAX-ITEM + 1
           END-IF
           PERFORM 233-TOMAR-ITEM-PANTALLA
           PERFORM 240-VALIDAR-ITEM
           IF NOT WS-IT-VALIDO
              MOVE WS-IT-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-IT-TIPO = 'R' OR WS-IT-TIPO = 'T'
              OR WS-IT-FORMA = 'C'
              PERFORM 234-VERIFICAR-PIN
           END-IF
           PERFORM 237-VERIFICAR-ATRIBUCION
           IF CL-ID-TICKET = 0
              PERFORM 231-ABRIR-TICKET
           END-IF
           PERFORM 238-INSERTAR-ITEM
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 270-LISTAR-TICKET
           MOVE WS-IT-ITEM TO WS-ITEM-ED
           MOVE SPACES TO MSGO
           STRING 'ITEM ' WS-ITEM-ED ' AGREGADO - ' WS-RESUMEN
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       231-ABRIR-TICKET.
      *
      *--- CABECERA DEL TIQUETE CON LA CAJA Y LA SESION DEL CAJERO
      *--- (881 TAMBIEN RECHAZA UNA CAJA CONGELADA POR ARQUEO)
      *
           MOVE '231-ABRIR-TICKET' TO WS-AB-PARRAFO
           PERFORM 881-CONSULTAR-CAJA-SESION
           MOVE EIBOPID        TO CL-OPERADOR-TK
           MOVE EIBTRMID       TO CL-TERMINAL-TK
           MOVE WS-SC-SUCURSAL TO CL-SUCURSAL-TK
           MOVE CL-TILL-ID-T   TO CL-TILL-ID-TK
           MOVE CL-SESION-ID-T TO CL-SESION-ID-TK
           EXEC SQL
                INSERT INTO TATICKET (
                    OPERADOR_TK
                   ,TERMINAL_TK
                   ,SUCURSAL_TK
                   ,TILL_ID_TK
                   ,SESION_ID_TK
                   ,FECHA_NEGOCIO_TK
                   ,ESTADO_TK
                   ,FECHA_CREA_TK
                ) VALUES (
                    :CL-OPERADOR-TK
                   ,:CL-TERMINAL-TK
                   ,:CL-SUCURSAL-TK
                   ,:CL-TILL-ID-TK
                   ,:CL-SESION-ID-TK
                   ,DATE(:WS-FN-FECHA)
                   ,'A'
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-TICKET
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE 'A' TO CL-ESTADO-TK
           MOVE CL-ID-TICKET TO WS-TICKET-ED
           MOVE WS-TICKET-ED TO CAMPO2O.

       232-LEER-TICKET.
      *
      *--- EL TIQUETE ES DEL CAJERO QUE LO ABRIO: OTRO CAJERO NO LO
      *--- CONSULTA NI LO POSTEA
      *
           MOVE '232-LEER-TICKET' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'DIGITE EL NUMERO DE TIQUETE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'NUMERO DE TIQUETE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-TICKET
           EXEC SQL
                SELECT
                   OPERADOR_TK
                  ,ESTADO_TK
                  ,FECHA_NEGOCIO_TK
                  ,TILL_ID_TK
                INTO
                   :CL-OPERADOR-TK
                  ,:CL-ESTADO-TK
                  ,:CL-FECHA-NEGOCIO-TK
                  ,:CL-TILL-ID-TK
                FROM
                   TATICKET
                WHERE
                   ID_TICKET = :CL-ID-TICKET
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'TIQUETE NO ENCONTRADO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-OPERADOR-TK NOT = EIBOPID
              MOVE 'EL TIQUETE ES DE OTRO CAJERO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       239-EXIGIR-ABIERTO.
      *
      *--- SOLO UN TIQUETE ABIERTO DE LA FECHA DE NEGOCIO EN CURSO
      *--- RECIBE ITEMS O SE POSTEA; UNO QUE QUEDO ABIERTO DE OTRO DIA
      *--- SOLO SE PUEDE ANULAR
      *
           MOVE '239-EXIGIR-ABIERTO' TO WS-AB-PARRAFO
           IF CL-ESTADO-TK NOT = 'A'
              MOVE 'EL TIQUETE YA FUE POSTEADO O ANULADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-FECHA-NEGOCIO-TK NOT = WS-FN-FECHA
              AND CAMPO1I NOT = 'X'
              MOVE 'TIQUETE DE OTRA FECHA DE NEGOCIO, ANULELO (X)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       233-TOMAR-ITEM-PANTALLA.
           MOVE '233-TOMAR-ITEM-PANTALLA' TO WS-AB-PARRAFO
           IF CAMPO3I NOT = 'D' AND CAMPO3I NOT = 'R'
              AND CAMPO3I NOT = 'B' AND CAMPO3I NOT = 'T'
              AND CAMPO3I NOT = 'G'
              MOVE 'TIPO DE ITEM INVALIDO (D/R/B/T/G)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO5I = LOW-VALUES
              MOVE 'DIGITE EL MONTO DEL ITEM' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO5I TO WS-MONTO-JUST
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
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
           MOVE CAMPO3I      TO WS-IT-TIPO
           MOVE WS-MONTO-NUM TO WS-IT-MONTO
           MOVE SPACES TO WS-IT-CUENTA WS-IT-DESTINO WS-IT-CODIGO-BL
                          WS-IT-REFERENCIA WS-IT-BENEFICIARIO
           MOVE 0 TO WS-IT-ID-TRANS WS-IT-ID-DOC
           IF CAMPO4I NOT = LOW-VALUES
              MOVE CAMPO4I TO WS-IT-CUENTA
           END-IF
           IF CAMPO6I NOT = LOW-VALUES
              MOVE CAMPO6I TO WS-IT-DESTINO
           END-IF
           IF CAMPO7I NOT = LOW-VALUES
              MOVE CAMPO7I TO WS-IT-CODIGO-BL
           END-IF
           IF CAMPO8I NOT = LOW-VALUES
              MOVE CAMPO8I TO WS-IT-REFERENCIA
           END-IF
           IF CAMPO9I NOT = LOW-VALUES
              MOVE CAMPO9I TO WS-IT-BENEFICIARIO
           END-IF
      *
      *--- FORMA 'E': EL ITEM MUEVE EFECTIVO DE LA GAVETA (DEPOSITO,
      *--- RETIRO, FACTURA O GIRO SIN CUENTA); 'C': SOLO MUEVE CUENTAS
      *
           EVALUATE WS-IT-TIPO
                WHEN 'D'
                WHEN 'R'
                     MOVE 'E' TO WS-IT-FORMA
                WHEN 'T'
                     MOVE 'C' TO WS-IT-FORMA
                WHEN OTHER
                     IF WS-IT-CUENTA = SPACES
                        MOVE 'E' TO WS-IT-FORMA
                     ELSE
                        MOVE 'C' TO WS-IT-FORMA
                     END-IF
           END-EVALUATE.

       234-VERIFICAR-PIN.
      *
      *--- MISMO PROTOCOLO DE 231-VERIFICAR-PIN EN RETRCOB: SI LA
      *--- CUENTA QUE SE DEBITA TIENE PIN (TAPINCTA) SE EXIGE EN
      *--- CAMPO10I; EL PIN ERRADO CUENTA COMO INTENTO FALLIDO Y AL
      *--- TOPE BLOQUEA LA CUENTA. SE VERIFICA AL AGREGAR EL ITEM, CON
      *--- EL CLIENTE PRESENTE; EL PIN NO SE GUARDA EN EL TIQUETE
      *
           MOVE '234-VERIFICAR-PIN' TO WS-AB-PARRAFO
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA-K
           EXEC SQL
                SELECT PIN_CIFRADO
                INTO   :CL-PIN-CIFRADO
                FROM   TAPINCTA
                WHERE  NUMERO_CUENTA_K = :CL-NUMERO-CUENTA-K
           END-EXEC
           IF SQLCODE = 100
              CONTINUE
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF CAMPO10I = LOW-VALUES OR CAMPO10I NOT NUMERIC
                 MOVE 'LA CUENTA EXIGE PIN, DIGITELO (4 DIGITOS)'
                                                              TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE WS-IT-CUENTA TO WS-CP-CUENTA
              MOVE CAMPO10I     TO WS-CP-PIN
              PERFORM 830-CIFRAR-PIN
              IF WS-CP-RESULTADO = CL-PIN-CIFRADO
                 PERFORM 236-SQL-RESETEAR-INTENTOS
              ELSE
                 PERFORM 235-PIN-ERRADO
              END-IF
           END-IF.

       235-PIN-ERRADO.
           MOVE '235-PIN-ERRADO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO WS-AL-CUENTA
           MOVE 'P'              TO WS-AL-EVENTO
           MOVE 0                TO WS-AL-MONTO
           MOVE 0                TO WS-AL-SALDO
           PERFORM 887-EVALUAR-ALERTAS
           EXEC SQL
                UPDATE TACUENT
                SET    INTENTOS_FALLIDOS = INTENTOS_FALLIDOS + 1
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT INTENTOS_FALLIDOS
                INTO   :CL-INTENTOS-FALLIDOS
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF CL-INTENTOS-FALLIDOS >= WC-MAX-INTENTOS-FALLIDOS
              EXEC SQL
                   UPDATE TACUENT
                   SET    ESTADO_CUENTA = :WC-ESTADO-BLOQUEADO
                   WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE 'PIN INCORRECTO, CUENTA BLOQUEADA' TO MSGO
           ELSE
              MOVE 'PIN INCORRECTO' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       236-SQL-RESETEAR-INTENTOS.
           MOVE '236-SQL-RESETEAR-INTENTOS' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    INTENTOS_FALLIDOS = 0
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       237-VERIFICAR-ATRIBUCION.
      *
      *--- LIMITE DE ATRIBUCION DEL CAJERO POR CONCEPTO (TAOPLIMT), EL
      *--- MISMO DE LA TRANSACCION INDIVIDUAL: POR ENCIMA, EL ITEM
      *--- QUEDA PARQUEADO EN OVRDCOB Y EL CAJERO LO VUELVE A AGREGAR
      *--- CON LOS MISMOS DATOS CUANDO EL SUPERVISOR LO APRUEBE (VER
      *--- 832-VERIFICAR-ATRIBUCION). LA APROBACION SE CONSUME AQUI,
      *--- AL ENTRAR EL ITEM AL TIQUETE, Y NO SE PIDE DE NUEVO AL
      *--- POSTEAR
      *
           MOVE '237-VERIFICAR-ATRIBUCION' TO WS-AB-PARRAFO
           EVALUATE WS-IT-TIPO
                WHEN 'D'
                     MOVE 'DEPO' TO WS-AT-CONCEPTO
                WHEN 'R'
                     MOVE 'RETR' TO WS-AT-CONCEPTO
                WHEN 'B'
                     MOVE 'BILL' TO WS-AT-CONCEPTO
                WHEN 'T'
                     MOVE 'TRNF' TO WS-AT-CONCEPTO
                WHEN 'G'
                     MOVE 'GIRO' TO WS-AT-CONCEPTO
           END-EVALUATE
           MOVE WS-IT-CUENTA TO WS-AT-CUENTA
           MOVE WS-IT-MONTO  TO WS-AT-MONTO
           PERFORM 832-VERIFICAR-ATRIBUCION
           IF NOT WS-AT-AUTORIZADO
              MOVE WS-AT-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       238-INSERTAR-ITEM.
           MOVE '238-INSERTAR-ITEM' TO WS-AB-PARRAFO
           MOVE CL-ID-TICKET       TO CL-ID-TICKET-TI
           MOVE WS-IT-ITEM         TO CL-ITEM-TI
           MOVE WS-IT-TIPO         TO CL-TIPO-ITEM-TI
           MOVE WS-IT-CUENTA       TO CL-CUENTA-TI
           MOVE WS-IT-DESTINO      TO CL-CUENTA-DESTINO-TI
           MOVE WS-IT-CODIGO-BL    TO CL-CODIGO-BL-TI
           MOVE WS-IT-REFERENCIA   TO CL-REFERENCIA-TI
           MOVE WS-IT-BENEFICIARIO TO CL-BENEFICIARIO-TI
           MOVE WS-IT-MONTO        TO CL-MONTO-TI
           MOVE WS-IT-FORMA        TO CL-FORMA-PAGO-TI
           EXEC SQL
                INSERT INTO TATICKIT (
                    ID_TICKET_TI
                   ,ITEM_TI
                   ,TIPO_ITEM_TI
                   ,CUENTA_TI
                   ,CUENTA_DESTINO_TI
                   ,CODIGO_BL_TI
                   ,REFERENCIA_TI
                   ,BENEFICIARIO_TI
                   ,MONTO_TI
                   ,FORMA_PAGO_TI
                   ,FECHA_HORA_TI
                ) VALUES (
                    :CL-ID-TICKET-TI
                   ,:CL-ITEM-TI
                   ,:CL-TIPO-ITEM-TI
                   ,:CL-CUENTA-TI
                   ,:CL-CUENTA-DESTINO-TI
                   ,:CL-CODIGO-BL-TI
                   ,:CL-REFERENCIA-TI
                   ,:CL-BENEFICIARIO-TI
                   ,:CL-MONTO-TI
                   ,:CL-FORMA-PAGO-TI
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       240-VALIDAR-ITEM.
      *
      *--- VALIDACION DE UN ITEM (WS-IT-DATOS) CONTRA LAS REGLAS DE SU
      *--- TRANSACCION INDIVIDUAL. NO ESCRIBE NADA NI DEVUELVE LA
      *--- PANTALLA: DEJA WS-IT-VALIDO Y EL MOTIVO EN WS-IT-MOTIVO,
      *--- PORQUE LA USAN TANTO EL ALTA DEL ITEM COMO LA REVALIDACION
      *--- DE TODO EL TIQUETE ANTES DE POSTEAR (280-POSTEAR-TICKET)
      *
           MOVE '240-VALIDAR-ITEM' TO WS-AB-PARRAFO
           MOVE 'Y'    TO WS-IT-FALG
           MOVE SPACES TO WS-IT-MOTIVO
           EVALUATE WS-IT-TIPO
                WHEN 'D'
                     PERFORM 241-VALIDAR-DEPOSITO
                WHEN 'R'
                     PERFORM 242-VALIDAR-DEBITO
                WHEN 'T'
                     PERFORM 242-VALIDAR-DEBITO
                     IF WS-IT-VALIDO
                        PERFORM 243-VALIDAR-DESTINO
                     END-IF
                WHEN 'B'
                     PERFORM 244-VALIDAR-FACTURA
                     IF WS-IT-VALIDO AND WS-IT-FORMA = 'C'
                        PERFORM 242-VALIDAR-DEBITO
                     END-IF
                WHEN 'G'
                     IF WS-CUENTA-GIROS-N = 0
                        MOVE 'N' TO WS-IT-FALG
                        MOVE 'CUENTA PUENTE DE GIROS NO CONFIGURADA EN T
      -                      'APARAM' TO WS-IT-MOTIVO
                     END-IF
                     IF WS-IT-VALIDO AND WS-IT-BENEFICIARIO = SPACES
                        MOVE 'N' TO WS-IT-FALG
                        MOVE 'DIGITE EL BENEFICIARIO DEL GIRO'
                             TO WS-IT-MOTIVO
                     END-IF
                     IF WS-IT-VALIDO AND WS-IT-FORMA = 'C'
                        PERFORM 242-VALIDAR-DEBITO
                     END-IF
                WHEN OTHER
                     MOVE 'N' TO WS-IT-FALG
                     MOVE 'TIPO DE ITEM INVALIDO (D/R/B/T/G)'
                          TO WS-IT-MOTIVO
           END-EVALUATE.

       241-VALIDAR-DEPOSITO.
      *
      *--- DEPOSITO EN EFECTIVO: REGLAS DE 212-CONSULTAR-CUENTA-DB2 EN
      *--- DEPOCOB (CUENTA 'A' O 'R', TOPE POR TRANSACCION Y DIARIO,
      *--- ESTE ULTIMO SUMANDO LOS DEPOSITOS ANTERIORES DEL TIQUETE A
      *--- LA MISMA CUENTA)
      *
           MOVE '241-VALIDAR-DEPOSITO' TO WS-AB-PARRAFO
           MOVE WS-IT-CUENTA TO WS-IT-CTA-VALIDAR
           MOVE 'N'          TO WS-IT-DEBITO-FALG
           PERFORM 245-VALIDAR-CUENTA
           IF WS-IT-VALIDO
              IF WS-IT-MONTO > WC-UMBRAL-RETENCION
                 OR WS-IT-MONTO > WC-UMBRAL-ID-DEPOSITANTE
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'DEPOSITO SUJETO A RETENCION O A IDENTIFICACION: U
      -              'SE DEPO' TO WS-IT-MOTIVO
              END-IF
           END-IF
           IF WS-IT-VALIDO AND WS-IT-MONTO > WC-MAX-TRANS-DEP
              MOVE 'N' TO WS-IT-FALG
              MOVE 'MONTO SUPERA EL MAXIMO POR TRANSACCION'
                   TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO
              PERFORM 246-SQL-ACUMULADOS-TICKET
              PERFORM 247-SQL-TOTALES-CUENTA
              IF WS-TOTAL-DIARIO + WS-DEPOSITOS-PREVIOS + WS-IT-MONTO
                 > WC-MAX-DIARIO-DEP
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'MONTO SUPERA EL LIMITE DIARIO DE LA CUENTA'
                      TO WS-IT-MOTIVO
              END-IF
           END-IF.

       242-VALIDAR-DEBITO.
      *
      *--- CUENTA QUE SE DEBITA (RETIRO, ORIGEN DEL TRASLADO, FACTURA
      *--- O GIRO CONTRA CUENTA): REGLAS DE RETRCOB. EL DISPONIBLE
      *--- (SALDO - RETENIDO + SOBREGIRO) DEBE CUBRIR ESTE ITEM MAS
      *--- LOS DEBITOS ANTERIORES DEL TIQUETE A LA MISMA CUENTA, CON
      *--- SU GMF. LOS DEPOSITOS DEL MISMO TIQUETE NO FONDEAN LOS
      *--- DEBITOS: CADA ITEM DEBE PODER POSTEARSE POR SI SOLO
      *
           MOVE '242-VALIDAR-DEBITO' TO WS-AB-PARRAFO
           IF WS-IT-CUENTA = SPACES
              MOVE 'N' TO WS-IT-FALG
              MOVE 'DIGITE LA CUENTA DEL ITEM' TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO
              MOVE WS-IT-CUENTA TO WS-IT-CTA-VALIDAR
              MOVE 'Y'          TO WS-IT-DEBITO-FALG
              PERFORM 245-VALIDAR-CUENTA
           END-IF
           IF WS-IT-VALIDO
              MOVE WS-IT-CUENTA TO WS-SU-CUENTA
              PERFORM 885-VERIFICAR-SUCESION
              IF WS-SU-FALLECIDO
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'TITULAR FALLECIDO, RETIROS SOLO POR SUCECOB'
                      TO WS-IT-MOTIVO
              END-IF
           END-IF
           IF WS-IT-VALIDO
              MOVE WS-IT-CUENTA TO WS-MN-CUENTA
              PERFORM 893-VERIFICAR-MENOR
              IF WS-MN-ES-MENOR
                 MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA-K
                 EXEC SQL
                      SELECT PIN_CIFRADO
                      INTO   :CL-PIN-CIFRADO
                      FROM   TAPINCTA
                      WHERE  NUMERO_CUENTA_K = :CL-NUMERO-CUENTA-K
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO WS-IT-FALG
                    MOVE 'CUENTA DE MENOR SIN PIN DEL TUTOR: REGISTRELO
      -                  ' EN ALTACOB' TO WS-IT-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF WS-IT-VALIDO
              PERFORM 246-SQL-ACUMULADOS-TICKET
              MOVE WS-IT-CUENTA TO WS-GM-CUENTA
              COMPUTE WS-GM-MONTO = WS-DEBITOS-PREVIOS + WS-IT-MONTO
              MOVE WS-FN-FECHA  TO WS-GM-FECHA
              PERFORM 841-CALCULAR-GMF
              IF NOT WS-GM-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              COMPUTE WS-DISPONIBLE = CL-SALDO - CL-SALDO-RETENIDO
                                     + CL-LIMITE-SOBREGIRO
              IF WS-DEBITOS-PREVIOS + WS-IT-MONTO + WS-GM-IMPUESTO
                 > WS-DISPONIBLE
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'SALDO INSUFICIENTE' TO WS-IT-MOTIVO
              END-IF
           END-IF
           IF WS-IT-VALIDO
              IF CL-SALDO - WS-DEBITOS-PREVIOS - WS-IT-MONTO
                 < CL-SALDO-MINIMO
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'EL TIQUETE DEJA LA CUENTA BAJO EL SALDO MINIMO'
                      TO WS-IT-MOTIVO
              END-IF
           END-IF
      *
      *--- TOPES DE RETIRO DE RETRCOB: POR TRANSACCION, DIARIO Y
      *--- SEMANAL DE LA CUENTA (ESTE EN CERO = SIN TOPE)
      *
           IF WS-IT-VALIDO AND WS-IT-TIPO = 'R'
              IF WS-IT-MONTO > WC-MAX-TRANS-RET
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'MONTO SUPERA EL MAXIMO POR TRANSACCION'
                      TO WS-IT-MOTIVO
              END-IF
           END-IF
           IF WS-IT-VALIDO AND WS-IT-TIPO = 'R'
              PERFORM 247-SQL-TOTALES-CUENTA
              IF WS-TOTAL-DIARIO + WS-RETIROS-PREVIOS + WS-IT-MONTO
                 > WC-MAX-DIARIO-RET
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'MONTO SUPERA EL LIMITE DIARIO DE LA CUENTA'
                      TO WS-IT-MOTIVO
              END-IF
              IF WS-IT-VALIDO AND CL-LIMITE-RETIRO-SEMANAL NOT = 0
                 AND WS-TOTAL-SEMANAL + WS-RETIROS-PREVIOS
                     + WS-IT-MONTO > CL-LIMITE-RETIRO-SEMANAL
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'MONTO SUPERA EL LIMITE SEMANAL DE RETIRO'
                      TO WS-IT-MOTIVO
              END-IF
           END-IF.

       243-VALIDAR-DESTINO.
      *
      *--- DESTINO DEL TRASLADO: REGLAS DE 212-CONSULTAR-CUENTAS-DB2
      *--- EN TRNFCOB (ACTIVA, DISTINTA DEL ORIGEN Y, CON EXIGIR-BENEF
      *--- ACTIVO, GUARDADA COMO BENEFICIARIO DE LA CUENTA ORIGEN)
      *
           MOVE '243-VALIDAR-DESTINO' TO WS-AB-PARRAFO
           IF WS-IT-DESTINO = SPACES
              MOVE 'N' TO WS-IT-FALG
              MOVE 'DIGITE LA CUENTA DESTINO DEL TRASLADO'
                   TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO AND WS-IT-DESTINO = WS-IT-CUENTA
              MOVE 'N' TO WS-IT-FALG
              MOVE 'LA CUENTA ORIGEN Y DESTINO NO PUEDEN SER IGUALES'
                   TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO
              MOVE WS-IT-DESTINO TO WS-IT-CTA-VALIDAR
              MOVE 'N'           TO WS-IT-DEBITO-FALG
              PERFORM 245-VALIDAR-CUENTA
           END-IF
           IF WS-IT-VALIDO AND CL-ESTADO-CUENTA NOT = 'A'
              MOVE 'N' TO WS-IT-FALG
              MOVE 'CUENTA DESTINO BLOQUEADA' TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO AND WC-EXIGIR-BENEF = 1
              MOVE WS-IT-CUENTA  TO CL-NUMERO-CUENTA-BN
              MOVE WS-IT-DESTINO TO CL-CUENTA-BENEF
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-BENEF-REGISTRADOS
                   FROM   TABENEF
                   WHERE  NUMERO_CUENTA_BN = :CL-NUMERO-CUENTA-BN
                          AND CUENTA_BENEF = :CL-CUENTA-BENEF
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-BENEF-REGISTRADOS = 0
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'DESTINO NUEVO: GUARDELO PRIMERO EN BENECOB'
                      TO WS-IT-MOTIVO
              END-IF
           END-IF.

       244-VALIDAR-FACTURA.
      *
      *--- REGLAS DE 210-PAGAR-FACTURA EN BILLCOB: FACTURADOR ACTIVO,
      *--- REFERENCIA NUMERICA Y CUENTA PUENTE DE RECAUDOS CONFIGURADA
      *
           MOVE '244-VALIDAR-FACTURA' TO WS-AB-PARRAFO
           IF WS-CUENTA-RECAUDOS-N = 0
              MOVE 'N' TO WS-IT-FALG
              MOVE 'CUENTA DE RECAUDOS NO CONFIGURADA EN TAPARAM'
                   TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO
              MOVE WS-IT-CODIGO-BL TO CL-CODIGO-BL
              EXEC SQL
                   SELECT NOMBRE_BL, ESTADO_BL
                   INTO   :CL-NOMBRE-BL, :CL-ESTADO-BL
                   FROM   TABILLER
                   WHERE  CODIGO_BL = :CL-CODIGO-BL
              END-EXEC
              IF SQLCODE NOT = 0 OR CL-ESTADO-BL NOT = 'A'
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'FACTURADOR NO EXISTE O NO ESTA ACTIVO'
                      TO WS-IT-MOTIVO
              END-IF
           END-IF
           IF WS-IT-VALIDO AND WS-IT-REFERENCIA NOT NUMERIC
              MOVE 'N' TO WS-IT-FALG
              MOVE 'REFERENCIA DE FACTURA INVALIDA' TO WS-IT-MOTIVO
           END-IF.

       245-VALIDAR-CUENTA.
      *
      *--- VALIDACION COMUN DE UNA CUENTA DEL ITEM (WS-IT-CTA-
      *--- VALIDAR): DIGITO DE VERIFICACION, CONFLICTO DE INTERES DEL
      *--- CAJERO, EXISTENCIA, ESTADO ('A'; 'R' SOLO PARA CREDITOS,
      *--- COMO EN DEPOCOB), DORMANCIA Y MONEDA LOCAL (LOS ITEMS EN
      *--- MONEDA EXTRANJERA VAN POR SU TRANSACCION INDIVIDUAL, QUE
      *--- HACE LA CONVERSION). DEJA LA FILA DE TACUENT EN CL-ESTCUENT
      *
           MOVE '245-VALIDAR-CUENTA' TO WS-AB-PARRAFO
           MOVE WS-IT-CTA-VALIDAR TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'N' TO WS-IT-FALG
              MOVE 'NUMERO DE CUENTA INVALIDO' TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO
              MOVE WS-IT-CTA-VALIDAR TO WS-CI-CUENTA
              PERFORM 837-VERIFICAR-CONFLICTO
              IF WS-CI-CONFLICTO
                 MOVE 'N' TO WS-IT-FALG
                 MOVE WS-CI-MOTIVO TO WS-IT-MOTIVO
              END-IF
           END-IF
           IF WS-IT-VALIDO
              MOVE WS-IT-CTA-VALIDAR TO CL-NUMERO-CUENTA
              EXEC SQL
                   SELECT
                      SALDO
                     ,SALDO_RETENIDO
                     ,LIMITE_SOBREGIRO
                     ,SALDO_MINIMO
                     ,LIMITE_RETIRO_SEMANAL
                     ,MONEDA_CUENTA
                     ,ESTADO_CUENTA
                     ,ESTADO_DORMANTE
                   INTO
                      :CL-SALDO
                     ,:CL-SALDO-RETENIDO
                     ,:CL-LIMITE-SOBREGIRO
                     ,:CL-SALDO-MINIMO
                     ,:CL-LIMITE-RETIRO-SEMANAL
                     ,:CL-MONEDA-CUENTA
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
                        MOVE 'N' TO WS-IT-FALG
                        MOVE 'CUENTA NO ENCONTRADA' TO WS-IT-MOTIVO
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-IF
           IF WS-IT-VALIDO
              IF CL-ESTADO-CUENTA NOT = 'A'
                 AND (WS-IT-ES-DEBITO OR CL-ESTADO-CUENTA NOT = 'R')
                 MOVE 'N' TO WS-IT-FALG
                 MOVE 'CUENTA BLOQUEADA' TO WS-IT-MOTIVO
              END-IF
           END-IF
           IF WS-IT-VALIDO AND CL-ESTADO-DORMANTE = 'S'
              MOVE 'N' TO WS-IT-FALG
              MOVE 'CUENTA DORMANTE, REACTIVELA PRIMERO EN REACCOB'
                   TO WS-IT-MOTIVO
           END-IF
           IF WS-IT-VALIDO AND CL-MONEDA-CUENTA NOT = WC-MONEDA-LOCAL
              MOVE 'N' TO WS-IT-FALG
              MOVE 'CUENTA EN MONEDA EXTRANJERA: USE LA TRANSACCION IND
      -            'IVIDUAL' TO WS-IT-MOTIVO
           END-IF.

       246-SQL-ACUMULADOS-TICKET.
      *
      *--- LO QUE LOS ITEMS ANTERIORES DEL MISMO TIQUETE YA LE TOMAN
      *--- (O LE DEPOSITAN) A LA CUENTA DEL ITEM EN PROCESO. AL
      *--- AGREGAR, EL ITEM AUN NO ESTA EN TATICKIT Y SU NUMERO ES EL
      *--- SIGUIENTE, ASI QUE LA MISMA CONSULTA SIRVE PARA LAS DOS
      *
           MOVE '246-SQL-ACUMULADOS-TICKET' TO WS-AB-PARRAFO
           MOVE CL-ID-TICKET TO CL-ID-TICKET-TI
           MOVE WS-IT-ITEM   TO CL-ITEM-TI
           MOVE WS-IT-CUENTA TO CL-CUENTA-TI
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN TIPO_ITEM_TI IN ('R', 'T')
                                       OR FORMA_PAGO_TI = 'C'
                                     THEN MONTO_TI ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_ITEM_TI = 'R'
                                     THEN MONTO_TI ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN TIPO_ITEM_TI = 'D'
                                     THEN MONTO_TI ELSE 0 END), 0)
                INTO
                   :WS-DEBITOS-PREVIOS
                  ,:WS-RETIROS-PREVIOS
                  ,:WS-DEPOSITOS-PREVIOS
                FROM
                   TATICKIT
                WHERE
                   ID_TICKET_TI = :CL-ID-TICKET-TI
                   AND ITEM_TI < :CL-ITEM-TI
                   AND CUENTA_TI = :CL-CUENTA-TI
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       247-SQL-TOTALES-CUENTA.
      *
      *--- MISMO MOVIMIENTO DEL TIPO DEL ITEM YA POSTEADO HOY (Y, PARA
      *--- RETIROS, EN LA SEMANA MOVIL) EN TATRANS, COMO EN
      *--- 214/218 DE RETRCOB Y 215 DE DEPOCOB
      *
           MOVE '247-SQL-TOTALES-CUENTA' TO WS-AB-PARRAFO
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA-T
           MOVE WS-IT-TIPO   TO CL-TIPO-TRANSACCION
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN FECHA_NEGOCIO_T =
                                          :WS-FN-FECHA
                                     THEN MONTO ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN FECHA_HORA >=
                                          CURRENT DATE - 7 DAYS
                                     THEN MONTO ELSE 0 END), 0)
                INTO
                   :WS-TOTAL-DIARIO
                  ,:WS-TOTAL-SEMANAL
                FROM
                   TATRANS
                WHERE
                   NUMERO_CUENTA_T = :CL-NUMERO-CUENTA-T
                   AND TIPO_TRANSACCION = :CL-TIPO-TRANSACCION
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       248-CALCULAR-POSICION-TILL.
      *
      *--- POSICION DE LA GAVETA, MISMO CALCULO DE 244-CALCULAR-
      *--- POSICION-TILL EN DEPOCOB, SOBRE LA SESION QUE DEJO 881
      *
           MOVE '248-CALCULAR-POSICION-TILL' TO WS-AB-PARRAFO
           MOVE 0 TO WS-POSICION-TILL
           IF CL-SESION-ID-T NOT = 0
              EXEC SQL
                   SELECT FONDO_APERTURA, TILL_ID_S
                   INTO   :CL-FONDO-APERTURA, :CL-TILL-ID-S
                   FROM   TASESION
                   WHERE  ID_SESION = :CL-SESION-ID-T
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              EXEC SQL
                   SELECT
                      COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'D'
                                        THEN MONTO ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'R'
                                        THEN MONTO ELSE 0 END), 0)
                   INTO
                      :WS-ENTRADAS-SESION
                     ,:WS-SALIDAS-SESION
                   FROM
                      TATRANS
                   WHERE
                      SESION_ID_T = :CL-SESION-ID-T
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              EXEC SQL
                   SELECT
                      COALESCE(SUM(CASE WHEN TILL_DESTINO =
                                             :CL-TILL-ID-S
                                        THEN MONTO_CM
                                        ELSE 0 - MONTO_CM END), 0)
                   INTO
                      :WS-TRASLADOS-NETO
                   FROM
                      TACAJMOV
                   WHERE
                      (TILL_DESTINO = :CL-TILL-ID-S
                       OR TILL_ORIGEN = :CL-TILL-ID-S)
                      AND ESTADO_CM = 'A'
                      AND FECHA_NEGOCIO_CM = DATE(:WS-FN-FECHA)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              COMPUTE WS-POSICION-TILL = CL-FONDO-APERTURA
                                        + WS-ENTRADAS-SESION
                                        - WS-SALIDAS-SESION
                                        + WS-TRASLADOS-NETO
           END-IF.

       250-ELIMINAR-ITEM.
           MOVE '250-ELIMINAR-ITEM' TO WS-AB-PARRAFO
           PERFORM 232-LEER-TICKET
           PERFORM 239-EXIGIR-ABIERTO
           IF CAMPO12I = LOW-VALUES
              MOVE 'DIGITE EL NUMERO DE ITEM A ELIMINAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO12I TO WS-ITEM-JUST
           INSPECT WS-ITEM-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ITEM-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ITEM-JUST NOT NUMERIC
              MOVE 'NUMERO DE ITEM INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ITEM-JUST TO WS-ITEM-NUM
           MOVE CL-ID-TICKET TO CL-ID-TICKET-TI
           MOVE WS-ITEM-NUM  TO CL-ITEM-TI
           EXEC SQL
                DELETE FROM TATICKIT
                WHERE  ID_TICKET_TI = :CL-ID-TICKET-TI
                       AND ITEM_TI = :CL-ITEM-TI
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'ITEM NO ENCONTRADO EN EL TIQUETE' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 270-LISTAR-TICKET
           MOVE WS-ITEM-NUM TO WS-ITEM-ED
           MOVE SPACES TO MSGO
           STRING 'ITEM ' WS-ITEM-ED ' ELIMINADO - ' WS-RESUMEN
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-ANULAR-TICKET.
      *
      *--- UN TIQUETE ABIERTO NO HA MOVIDO NADA: ANULARLO SOLO LO
      *--- CIERRA. LAS APROBACIONES DE OVRDCOB YA CONSUMIDAS POR SUS
      *--- ITEMS NO SE DEVUELVEN
      *
           MOVE '255-ANULAR-TICKET' TO WS-AB-PARRAFO
           PERFORM 232-LEER-TICKET
           PERFORM 239-EXIGIR-ABIERTO
           EXEC SQL
                UPDATE TATICKET
                SET    ESTADO_TK = 'X'
                WHERE  ID_TICKET = :CL-ID-TICKET
                       AND ESTADO_TK = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'TIQUETE ANULADO, NO SE POSTEO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-LISTAR-TICKET.
      *
      *--- CARGA LOS ITEMS, ARMA UNA LINEA DE PANTALLA POR ITEM Y EL
      *--- RESUMEN DEL NETO DE EFECTIVO EN WS-RESUMEN
      *
           MOVE '270-LISTAR-TICKET' TO WS-AB-PARRAFO
           PERFORM 272-CARGAR-ITEMS
           MOVE SPACES TO WS-LINEAS-PANTALLA
           MOVE 0 TO WS-ENTRADA-EFECTIVO WS-SALIDA-EFECTIVO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-ITEMS
              MOVE WS-TI-ENTRADA(WS-IX) TO WS-IT-DATOS
              PERFORM 273-ARMAR-LINEA
              MOVE WS-LINEA(8) TO WS-LINEA(WS-IX)
              PERFORM 275-TOTALIZAR-EFECTIVO
           END-PERFORM
           PERFORM 276-ARMAR-RESUMEN
           PERFORM 274-MOSTRAR-LINEAS.

       272-CARGAR-ITEMS.
           MOVE '272-CARGAR-ITEMS' TO WS-AB-PARRAFO
           MOVE 0 TO WS-NUM-ITEMS
           MOVE CL-ID-TICKET TO CL-ID-TICKET-TI
           EXEC SQL OPEN C_ITEMS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 271-SQL-LEER-ITEM
           PERFORM UNTIL WS-CUR-FIN
                   OR WS-NUM-ITEMS >= WC-MAX-ITEMS
              ADD 1 TO WS-NUM-ITEMS
              MOVE CL-ITEM-TI           TO WS-TI-ITEM(WS-NUM-ITEMS)
              MOVE CL-TIPO-ITEM-TI      TO WS-TI-TIPO(WS-NUM-ITEMS)
              MOVE CL-CUENTA-TI         TO WS-TI-CUENTA(WS-NUM-ITEMS)
              MOVE CL-CUENTA-DESTINO-TI TO WS-TI-DESTINO(WS-NUM-ITEMS)
              MOVE CL-CODIGO-BL-TI
                   TO WS-TI-CODIGO-BL(WS-NUM-ITEMS)
              MOVE CL-REFERENCIA-TI
                   TO WS-TI-REFERENCIA(WS-NUM-ITEMS)
              MOVE CL-BENEFICIARIO-TI
                   TO WS-TI-BENEFICIARIO(WS-NUM-ITEMS)
              MOVE CL-MONTO-TI          TO WS-TI-MONTO(WS-NUM-ITEMS)
              MOVE CL-FORMA-PAGO-TI     TO WS-TI-FORMA(WS-NUM-ITEMS)
              MOVE CL-ID-TRANSACTION-TI
                   TO WS-TI-ID-TRANS(WS-NUM-ITEMS)
              MOVE CL-ID-DOCUMENTO-TI   TO WS-TI-ID-DOC(WS-NUM-ITEMS)
              PERFORM 271-SQL-LEER-ITEM
           END-PERFORM
           EXEC SQL CLOSE C_ITEMS END-EXEC.

       271-SQL-LEER-ITEM.
           MOVE '271-SQL-LEER-ITEM' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_ITEMS INTO
                   :CL-ITEM-TI
                  ,:CL-TIPO-ITEM-TI
                  ,:CL-CUENTA-TI
                  ,:CL-CUENTA-DESTINO-TI
                  ,:CL-CODIGO-BL-TI
                  ,:CL-REFERENCIA-TI
                  ,:CL-BENEFICIARIO-TI
                  ,:CL-MONTO-TI
                  ,:CL-FORMA-PAGO-TI
                  ,:CL-ID-TRANSACTION-TI
                  ,:CL-ID-DOCUMENTO-TI
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       273-ARMAR-LINEA.
      *
      *--- LINEA DEL ITEM EN PROCESO PARA LA PANTALLA Y EL RECIBO;
      *--- SE ARMA EN WS-LINEA(8), QUE EL LLAMADOR COPIA A SU LUGAR
      *
           MOVE '273-ARMAR-LINEA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-DETALLE
           MOVE WS-IT-CUENTA TO WS-CUENTA-TXT
           EVALUATE WS-IT-TIPO
                WHEN 'D'
                     MOVE 'DEPOSITO'   TO WS-TIPO-TXT
                WHEN 'R'
                     MOVE 'RETIRO'     TO WS-TIPO-TXT
                WHEN 'T'
                     MOVE 'TRASLADO'   TO WS-TIPO-TXT
                     STRING 'A ' WS-IT-DESTINO DELIMITED BY SIZE
                       INTO WS-DETALLE
                     END-STRING
                WHEN 'B'
                     MOVE 'FACTURA'    TO WS-TIPO-TXT
                     STRING WS-IT-CODIGO-BL ' ' WS-IT-REFERENCIA
                            DELIMITED BY SIZE
                       INTO WS-DETALLE
                     END-STRING
                WHEN 'G'
                     MOVE 'GIRO'       TO WS-TIPO-TXT
                     MOVE WS-IT-BENEFICIARIO TO WS-DETALLE
           END-EVALUATE
           IF WS-IT-CUENTA = SPACES
              MOVE 'EFECTIVO' TO WS-CUENTA-TXT
           END-IF
           MOVE WS-IT-ITEM  TO WS-ITEM-ED
           MOVE WS-IT-MONTO TO WS-MONTO-ED
           MOVE SPACES TO WS-LINEA(8)
           STRING WS-ITEM-ED    ' '
                  WS-TIPO-TXT   ' '
                  WS-CUENTA-TXT ' '
                  WS-DETALLE    ' '
                  WS-MONTO-ED
                  DELIMITED BY SIZE
             INTO WS-LINEA(8)
           END-STRING.

       274-MOSTRAR-LINEAS.
           MOVE '274-MOSTRAR-LINEAS' TO WS-AB-PARRAFO
           MOVE WS-LINEA(1) TO CAMPO13O
           MOVE WS-LINEA(2) TO CAMPO14O
           MOVE WS-LINEA(3) TO CAMPO15O
           MOVE WS-LINEA(4) TO CAMPO16O
           MOVE WS-LINEA(5) TO CAMPO17O
           MOVE WS-LINEA(6) TO CAMPO18O
           MOVE WS-LINEA(7) TO CAMPO19O
           MOVE WS-LINEA(8) TO CAMPO20O.

       275-TOTALIZAR-EFECTIVO.
      *
      *--- EFECTIVO QUE EL ITEM METE O SACA DE LA GAVETA: ENTRAN LOS
      *--- DEPOSITOS Y LAS FACTURAS/GIROS PAGADOS EN EFECTIVO, SALEN
      *--- LOS RETIROS. EL TRASLADO Y LO PAGADO CONTRA CUENTA NO
      *--- TOCAN LA GAVETA
      *
           MOVE '275-TOTALIZAR-EFECTIVO' TO WS-AB-PARRAFO
           IF WS-IT-TIPO = 'R'
              ADD WS-IT-MONTO TO WS-SALIDA-EFECTIVO
           ELSE
              IF WS-IT-FORMA = 'E'
                 ADD WS-IT-MONTO TO WS-ENTRADA-EFECTIVO
              END-IF
           END-IF.

       276-ARMAR-RESUMEN.
           MOVE '276-ARMAR-RESUMEN' TO WS-AB-PARRAFO
           COMPUTE WS-NETO-EFECTIVO = WS-ENTRADA-EFECTIVO
                                    - WS-SALIDA-EFECTIVO
           MOVE SPACES TO WS-RESUMEN
           EVALUATE TRUE
                WHEN WS-NETO-EFECTIVO > 0
                     MOVE WS-NETO-EFECTIVO TO WS-NETO-ABSOLUTO
                     MOVE WS-NETO-ABSOLUTO TO WS-MONTO-ED
                     STRING 'CLIENTE ENTREGA ' WS-MONTO-ED
                            DELIMITED BY SIZE
                       INTO WS-RESUMEN
                     END-STRING
                WHEN WS-NETO-EFECTIVO < 0
                     COMPUTE WS-NETO-ABSOLUTO = 0 - WS-NETO-EFECTIVO
                     MOVE WS-NETO-ABSOLUTO TO WS-MONTO-ED
                     STRING 'CLIENTE RECIBE ' WS-MONTO-ED
                            DELIMITED BY SIZE
                       INTO WS-RESUMEN
                     END-STRING
                WHEN OTHER
                     MOVE 0 TO WS-NETO-ABSOLUTO
                     MOVE 'SIN EFECTIVO NETO' TO WS-RESUMEN
           END-EVALUATE.

       280-POSTEAR-TICKET.
      *
      *--- TODO O NADA: PRIMERO SE REVALIDAN TODOS LOS ITEMS CONTRA
      *--- LOS SALDOS Y ESTADOS DE ESTE MOMENTO (PUDIERON CAMBIAR
      *--- DESDE QUE SE DIGITARON) SIN ESCRIBIR NADA; SOLO SI TODOS
      *--- PASAN Y EL EFECTIVO NETO CUADRA SE POSTEAN EN ORDEN, Y
      *--- CUALQUIER FALLA DESHACE TODO EL TIQUETE (999-FALLO-
      *--- TRANSACCION). UN SOLO SYNCPOINT AL FINAL
      *
           MOVE '280-POSTEAR-TICKET' TO WS-AB-PARRAFO
           PERFORM 232-LEER-TICKET
           PERFORM 239-EXIGIR-ABIERTO
           PERFORM 881-CONSULTAR-CAJA-SESION
           PERFORM 270-LISTAR-TICKET
           IF WS-NUM-ITEMS = 0
              MOVE 'EL TIQUETE NO TIENE ITEMS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-ITEMS
              MOVE WS-TI-ENTRADA(WS-IX) TO WS-IT-DATOS
              PERFORM 240-VALIDAR-ITEM
              IF NOT WS-IT-VALIDO
                 MOVE WS-IT-ITEM TO WS-ITEM-ED
                 MOVE SPACES TO MSGO
                 STRING 'ITEM ' WS-ITEM-ED ': ' WS-IT-MOTIVO
                        DELIMITED BY SIZE
                   INTO MSGO
                 END-STRING
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-PERFORM
           PERFORM 281-VALIDAR-EFECTIVO
           MOVE CL-ID-TICKET TO CL-TICKET-T
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-ITEMS
              MOVE WS-TI-ENTRADA(WS-IX) TO WS-IT-DATOS
              PERFORM 260-POSTEAR-ITEM
              MOVE WS-IT-DATOS TO WS-TI-ENTRADA(WS-IX)
           END-PERFORM
      *
      *--- EL GMF LO ESCRIBE 842-REGISTRAR-GMF AMARRADO AL ID DE SU
      *--- DEBITO (REFERENCIA_TRANSFERENCIA); SE LE ESTAMPA EL TIQUETE
      *--- PARA QUE TODAS LAS LINEAS DE LA VISITA QUEDEN JUNTAS
      *
           EXEC SQL
                UPDATE TATRANS
                SET    TICKET_T = :CL-TICKET-T
                WHERE  TIPO_TRANSACCION = 'M'
                       AND TICKET_T = 0
                       AND REFERENCIA_TRANSFERENCIA IN
                          (SELECT ID_TRANSACTION
                           FROM   TATRANS
                           WHERE  TICKET_T = :CL-TICKET-T)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-FALLO-TRANSACCION
           END-IF
      *
      *--- UN SOLO CONTEO DE BILLETES POR EL NETO: ENTRA A LA GAVETA
      *--- SI EL CLIENTE ENTREGA, SALE SI RECIBE (VER DENOMPR.cpy)
      *
           IF WS-NETO-EFECTIVO NOT = 0 AND CL-TILL-ID-T NOT = SPACES
              MOVE CL-TILL-ID-T TO WS-DN-TILL
              IF WS-NETO-EFECTIVO > 0
                 MOVE +1 TO WS-DN-SIGNO
              ELSE
                 MOVE -1 TO WS-DN-SIGNO
              END-IF
              PERFORM 890-ACTUALIZAR-DENOMINACIONES
           END-IF
           MOVE WS-ENTRADA-EFECTIVO TO CL-TOTAL-ENTRADA-TK
           MOVE WS-SALIDA-EFECTIVO  TO CL-TOTAL-SALIDA-TK
           MOVE WS-NETO-EFECTIVO    TO CL-NETO-EFECTIVO-TK
           MOVE WS-DN-CADENA        TO CL-DENOM-TK
           MOVE CL-TILL-ID-T        TO CL-TILL-ID-TK
           MOVE CL-SESION-ID-T      TO CL-SESION-ID-TK
           EXEC SQL
                UPDATE TATICKET
                SET    ESTADO_TK        = 'P'
                      ,TOTAL_ENTRADA_TK = :CL-TOTAL-ENTRADA-TK
                      ,TOTAL_SALIDA_TK  = :CL-TOTAL-SALIDA-TK
                      ,NETO_EFECTIVO_TK = :CL-NETO-EFECTIVO-TK
                      ,DENOM_TK         = :CL-DENOM-TK
                      ,TILL_ID_TK       = :CL-TILL-ID-TK
                      ,SESION_ID_TK     = :CL-SESION-ID-TK
                      ,FECHA_POSTEO_TK  = CURRENT TIMESTAMP
                WHERE  ID_TICKET = :CL-ID-TICKET
                       AND ESTADO_TK = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           PERFORM 290-IMPRIMIR-RECIBO
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-TICKET TO WS-TICKET-ED
           MOVE SPACES TO MSGO
           STRING 'TIQUETE ' WS-TICKET-ED ' POSTEADO - ' WS-RESUMEN
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       281-VALIDAR-EFECTIVO.
      *
      *--- EL NETO SE CUENTA POR DENOMINACION EN CAMPO11I (7 CONTEOS
      *--- DE 5 DIGITOS, VER DENOMCP) CUANDO EL CAJERO TIENE GAVETA.
      *--- LOS BILLETES DEBEN CUBRIR EL NETO Y LO QUE FALTA PARA EL
      *--- PESO (MENOS DE LA MENOR DENOMINACION) VA EN MONEDA. SI EL
      *--- CLIENTE ENTREGA, LA GAVETA NO PUEDE PASAR SU TOPE DURO
      *--- (MISMO CONTROL DE DEPOCOB)
      *
           MOVE '281-VALIDAR-EFECTIVO' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-DN-CADENA
           IF WS-NETO-EFECTIVO NOT = 0 AND CL-TILL-ID-T NOT = SPACES
              IF CAMPO11I = LOW-VALUES OR CAMPO11I = SPACES
                 MOVE 'DIGITE LOS BILLETES DEL NETO DE EFECTIVO'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE CAMPO11I TO WS-DN-CADENA
              INSPECT WS-DN-CADENA REPLACING ALL '_' BY ZEROES
              INSPECT WS-DN-CADENA REPLACING ALL ' ' BY ZEROES
              IF WS-DN-CADENA NOT NUMERIC
                 MOVE 'CONTEO DE BILLETES INVALIDO' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE 0 TO WS-BILLETES
              PERFORM VARYING WS-IX-DENOM FROM 1 BY 1
                      UNTIL WS-IX-DENOM > 7
                 MOVE WS-DN-CANT(WS-IX-DENOM) TO WS-DN-CANT-NUM
                 COMPUTE WS-BILLETES = WS-BILLETES
                         + WS-DN-CANT-NUM * WC-VALOR-DENOM(WS-IX-DENOM)
              END-PERFORM
              COMPUTE WS-DIFERENCIA = WS-NETO-ABSOLUTO - WS-BILLETES
              IF WS-DIFERENCIA < 0
                 OR WS-DIFERENCIA >= WC-VALOR-DENOM(7)
                 MOVE 'LOS BILLETES NO CUADRAN CON EL NETO DEL TIQUETE'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              IF WS-NETO-EFECTIVO > 0
                 PERFORM 248-CALCULAR-POSICION-TILL
                 IF WS-POSICION-TILL + WS-NETO-EFECTIVO
                    > WC-TOPE-EFECTIVO-TILL
                    MOVE 'GAVETA EN TOPE DE EFECTIVO: ENVIE A BOVEDA E
      -                 'N CAJTCOB' TO MSGO
                    PERFORM 220-ENVIAR-MAPA
                    PERFORM 300-RETURN
                 END-IF
              END-IF
           END-IF.

       260-POSTEAR-ITEM.
      *
      *--- CADA ITEM SE POSTEA CON LAS MISMAS PATAS DE SU TRANSACCION
      *--- INDIVIDUAL; TODAS LAS LINEAS DE TATRANS LLEVAN LA CAJA, LA
      *--- SESION Y EL NUMERO DEL TIQUETE (TICKET_T)
      *
           MOVE '260-POSTEAR-ITEM' TO WS-AB-PARRAFO
           MOVE 0 TO CL-REFERENCIA-TRANSFERENCIA
           EVALUATE WS-IT-TIPO
                WHEN 'D'
                     PERFORM 261-POSTEAR-DEPOSITO
                WHEN 'R'
                     PERFORM 262-POSTEAR-RETIRO
                WHEN 'B'
                     PERFORM 263-POSTEAR-FACTURA
                WHEN 'T'
                     PERFORM 264-POSTEAR-TRASLADO
                WHEN 'G'
                     PERFORM 265-POSTEAR-GIRO
           END-EVALUATE
           MOVE CL-ID-TICKET   TO CL-ID-TICKET-TI
           MOVE WS-IT-ITEM     TO CL-ITEM-TI
           MOVE WS-IT-ID-TRANS TO CL-ID-TRANSACTION-TI
           MOVE WS-IT-ID-DOC   TO CL-ID-DOCUMENTO-TI
           EXEC SQL
                UPDATE TATICKIT
                SET    ID_TRANSACTION_TI = :CL-ID-TRANSACTION-TI
                      ,ID_DOCUMENTO_TI   = :CL-ID-DOCUMENTO-TI
                WHERE  ID_TICKET_TI = :CL-ID-TICKET-TI
                       AND ITEM_TI = :CL-ITEM-TI
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       261-POSTEAR-DEPOSITO.
           MOVE '261-POSTEAR-DEPOSITO' TO WS-AB-PARRAFO
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
           MOVE 'D'          TO WS-MV-TIPO
           MOVE WS-IT-MONTO  TO WS-MV-MONTO
           PERFORM 267-ABONAR-CUENTA
           MOVE CL-ID-TRANSACTION TO WS-IT-ID-TRANS.

       262-POSTEAR-RETIRO.
      *
      *--- RETIRO CON SU COMISION DEL TARIFARIO ('RETIRO') Y SU GMF,
      *--- EN ESE ORDEN, COMO EN 219/224 DE RETRCOB
      *
           MOVE '262-POSTEAR-RETIRO' TO WS-AB-PARRAFO
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
           MOVE 'R'          TO WS-MV-TIPO
           MOVE WS-IT-MONTO  TO WS-MV-MONTO
           PERFORM 266-DEBITAR-CUENTA
           MOVE CL-ID-TRANSACTION TO WS-IT-ID-TRANS
           MOVE 'RETIRO' TO CL-CODIGO-CARGO
           PERFORM 269-COBRAR-COMISION
           PERFORM 258-COBRAR-GMF
           PERFORM 257-EVALUAR-ALERTAS.

       263-POSTEAR-FACTURA.
      *
      *--- PATAS DE BILLCOB: CONTRA CUENTA, 'R' AL CLIENTE; EN TODO
      *--- CASO 'D' A LA CUENTA PUENTE DE RECAUDOS Y EL PAGO EN
      *--- TABILPAG PARA LA REMESA AL FACTURADOR (BILSCOB)
      *
           MOVE '263-POSTEAR-FACTURA' TO WS-AB-PARRAFO
           MOVE 0 TO WS-IT-ID-TRANS
           MOVE SPACES TO CL-CUENTA-PAGADOR-BP
           IF WS-IT-FORMA = 'C'
              MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
              MOVE 'R'          TO WS-MV-TIPO
              MOVE WS-IT-MONTO  TO WS-MV-MONTO
              PERFORM 266-DEBITAR-CUENTA
              MOVE CL-ID-TRANSACTION TO WS-IT-ID-TRANS
              MOVE WS-IT-CUENTA TO CL-CUENTA-PAGADOR-BP
           END-IF
           MOVE WS-CUENTA-RECAUDOS TO CL-NUMERO-CUENTA
           MOVE 'D'                TO WS-MV-TIPO
           MOVE WS-IT-MONTO        TO WS-MV-MONTO
           PERFORM 267-ABONAR-CUENTA
           IF WS-IT-ID-TRANS = 0
              MOVE CL-ID-TRANSACTION TO WS-IT-ID-TRANS
           END-IF
           MOVE WS-IT-CODIGO-BL  TO CL-CODIGO-BL-BP
           MOVE WS-IT-REFERENCIA TO CL-REFERENCIA-BP
           MOVE WS-IT-MONTO      TO CL-MONTO-BP
           MOVE WS-IT-FORMA      TO CL-FORMA-PAGO-BP
           MOVE 'P'              TO CL-ESTADO-BP
           MOVE EIBOPID          TO CL-OPERADOR-BP
           EXEC SQL
                INSERT INTO TABILPAG (
                    CODIGO_BL_BP
                   ,REFERENCIA_BP
                   ,MONTO_BP
                   ,FORMA_PAGO_BP
                   ,CUENTA_PAGADOR_BP
                   ,ESTADO_BP
                   ,FECHA_NEGOCIO_BP
                   ,OPERADOR_BP
                   ,FECHA_HORA_BP
                ) VALUES (
                    :CL-CODIGO-BL-BP
                   ,:CL-REFERENCIA-BP
                   ,:CL-MONTO-BP
                   ,:CL-FORMA-PAGO-BP
                   ,:CL-CUENTA-PAGADOR-BP
                   ,:CL-ESTADO-BP
                   ,DATE(:WS-FN-FECHA)
                   ,:CL-OPERADOR-BP
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-PAGO-BP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE CL-ID-PAGO-BP TO WS-IT-ID-DOC.

       264-POSTEAR-TRASLADO.
      *
      *--- PATAS 'T' DE TRNFCOB: ORIGEN EN NEGATIVO, DESTINO EN
      *--- POSITIVO, AMARRADAS POR REFERENCIA_TRANSFERENCIA; LUEGO LA
      *--- COMISION ('TRANSFER') Y EL GMF DEL ORIGEN
      *
           MOVE '264-POSTEAR-TRASLADO' TO WS-AB-PARRAFO
           MOVE EIBTASKN TO CL-REFERENCIA-TRANSFERENCIA
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
           MOVE 'T'          TO WS-MV-TIPO
           COMPUTE WS-MV-MONTO = 0 - WS-IT-MONTO
           PERFORM 266-DEBITAR-CUENTA
           MOVE CL-ID-TRANSACTION TO WS-IT-ID-TRANS
           MOVE WS-IT-DESTINO TO CL-NUMERO-CUENTA
           MOVE 'T'           TO WS-MV-TIPO
           MOVE WS-IT-MONTO   TO WS-MV-MONTO
           PERFORM 267-ABONAR-CUENTA
           MOVE 0 TO CL-REFERENCIA-TRANSFERENCIA
           MOVE WS-IT-ID-TRANS TO CL-ID-TRANSACTION
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
           MOVE 'TRANSFER' TO CL-CODIGO-CARGO
           PERFORM 269-COBRAR-COMISION
           PERFORM 258-COBRAR-GMF
           PERFORM 257-EVALUAR-ALERTAS.

       265-POSTEAR-GIRO.
      *
      *--- PATAS DE GIROCOB: CONTRA CUENTA, 'R' AL COMPRADOR CON SU
      *--- GMF; EN TODO CASO 'D' A LA CUENTA PUENTE DE GIROS Y EL GIRO
      *--- EN CIRCULACION EN TAGIROS
      *
           MOVE '265-POSTEAR-GIRO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-IT-ID-TRANS
           MOVE SPACES TO CL-CUENTA-COMPRADOR-GR
           IF WS-IT-FORMA = 'C'
              MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
              MOVE 'R'          TO WS-MV-TIPO
              MOVE WS-IT-MONTO  TO WS-MV-MONTO
              PERFORM 266-DEBITAR-CUENTA
              MOVE CL-ID-TRANSACTION TO WS-IT-ID-TRANS
              PERFORM 258-COBRAR-GMF
              MOVE WS-IT-CUENTA TO CL-CUENTA-COMPRADOR-GR
           END-IF
           MOVE WS-CUENTA-GIROS TO CL-NUMERO-CUENTA
           MOVE 'D'             TO WS-MV-TIPO
           MOVE WS-IT-MONTO     TO WS-MV-MONTO
           PERFORM 267-ABONAR-CUENTA
           IF WS-IT-ID-TRANS = 0
              MOVE CL-ID-TRANSACTION TO WS-IT-ID-TRANS
           END-IF
           MOVE SPACES             TO CL-BENEFICIARIO-GR
           MOVE WS-IT-BENEFICIARIO TO CL-BENEFICIARIO-GR
           MOVE WS-IT-MONTO        TO CL-MONTO-GR
           MOVE 'E'                TO CL-ESTADO-GR
           MOVE EIBOPID            TO CL-OPERADOR-GR
           EXEC SQL
                INSERT INTO TAGIROS (
                    BENEFICIARIO_GR
                   ,MONTO_GR
                   ,ESTADO_GR
                   ,CUENTA_COMPRADOR_GR
                   ,FECHA_EMISION_GR
                   ,OPERADOR_GR
                   ,FECHA_HORA_GR
                ) VALUES (
                    :CL-BENEFICIARIO-GR
                   ,:CL-MONTO-GR
                   ,:CL-ESTADO-GR
                   ,:CL-CUENTA-COMPRADOR-GR
                   ,DATE(:WS-FN-FECHA)
                   ,:CL-OPERADOR-GR
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-SERIAL-GR
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE CL-SERIAL-GR TO WS-IT-ID-DOC.

       266-DEBITAR-CUENTA.
      *
      *--- DEBITO DE CL-NUMERO-CUENTA POR WS-IT-MONTO. EL TIQUETE
      *--- PUEDE DEBITAR VARIAS VECES LA MISMA CUENTA, ASI QUE EN VEZ
      *--- DE CONDICIONAR AL SALDO LEIDO (223 DE DEPOCOB) EL UPDATE SE
      *--- CONDICIONA A QUE LA CUENTA SIGA ACTIVA Y CON DISPONIBLE: SI
      *--- OTRA CAJA LA MOVIO DESDE LA REVALIDACION Y YA NO ALCANZA,
      *--- NO SE APLICA NADA DEL TIQUETE
      *
           MOVE '266-DEBITAR-CUENTA' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO - :WS-IT-MONTO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
                       AND ESTADO_CUENTA = 'A'
                       AND SALDO - SALDO_RETENIDO + LIMITE_SOBREGIRO
                           >= :WS-IT-MONTO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE WS-MV-TIPO TO WS-EV-TIPO
                     COMPUTE WS-EV-MONTO = 0 - WS-IT-MONTO
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-FALLO-TRANSACCION
                     END-IF
                WHEN 100
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'EL SALDO CAMBIO POR OTRA CAJA, POSTEE DE NUEV
      -                   'O EL TIQUETE' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           PERFORM 268-INSERTAR-MOVTO.

       267-ABONAR-CUENTA.
           MOVE '267-ABONAR-CUENTA' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = SALDO + :WS-IT-MONTO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE WS-MV-TIPO  TO WS-EV-TIPO
           MOVE WS-IT-MONTO TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           PERFORM 268-INSERTAR-MOVTO.

       268-INSERTAR-MOVTO.
      *
      *--- LINEA DE TATRANS DEL TIQUETE: TIPO WS-MV-TIPO Y MONTO
      *--- WS-MV-MONTO (CON SIGNO EN LAS PATAS 'T'). DEJA SU ID EN
      *--- CL-ID-TRANSACTION
      *
           MOVE '268-INSERTAR-MOVTO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-T
           MOVE WS-MV-TIPO       TO CL-TIPO-TRANSACCION
           MOVE WS-MV-MONTO      TO CL-MONTO
           MOVE EIBOPID          TO CL-USUARIO
           MOVE EIBTRMID         TO CL-TERMINAL
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
                   ,TILL_ID_T
                   ,SUCURSAL_T
                   ,SESION_ID_T
                   ,TICKET_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,:CL-TIPO-TRANSACCION
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,NULLIF(:CL-REFERENCIA-TRANSFERENCIA, 0)
                   ,:WS-FN-FECHA
                   ,:CL-TILL-ID-T
                   ,:WS-SC-SUCURSAL
                   ,:CL-SESION-ID-T
                   ,:CL-TICKET-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-TRANSACTION
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

       269-COBRAR-COMISION.
      *
      *--- COMISION DEL TARIFARIO (CL-CODIGO-CARGO) A CL-NUMERO-CUENTA
      *--- COMO SU PROPIA LINEA 'G', SALVO CUENTA EXONERADA EN
      *--- TAFEEWVR O TARIFARIO SIN FILA/EN CERO (VER 234-COBRAR-
      *--- COMISION-RETIRO EN RETRCOB)
      *
           MOVE '269-COBRAR-COMISION' TO WS-AB-PARRAFO
           MOVE 0 TO WS-MONTO-COMISION
           MOVE CL-NUMERO-CUENTA TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           IF SQLCODE = 0
              MOVE CL-MONTO-CARGO TO WS-MONTO-COMISION
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
           END-IF
           IF WS-MONTO-COMISION > 0
              MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-W
              MOVE CL-CODIGO-CARGO  TO CL-CODIGO-CARGO-W
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-EXONERACIONES
                   FROM   TAFEEWVR
                   WHERE  NUMERO_CUENTA_W = :CL-NUMERO-CUENTA-W
                          AND CODIGO_CARGO_W = :CL-CODIGO-CARGO-W
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
              IF WS-EXONERACIONES = 0
                 EXEC SQL
                      UPDATE TACUENT
                      SET    SALDO = SALDO - :WS-MONTO-COMISION
                      WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 999-FALLO-TRANSACCION
                 END-IF
                 MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                 MOVE 'G' TO WS-EV-TIPO
                 COMPUTE WS-EV-MONTO = 0 - WS-MONTO-COMISION
                 PERFORM 882-REGISTRAR-EVENTO
                 IF NOT WS-EV-OK
                    PERFORM 999-FALLO-TRANSACCION
                 END-IF
                 MOVE 'G'               TO WS-MV-TIPO
                 MOVE WS-MONTO-COMISION TO WS-MV-MONTO
                 PERFORM 268-INSERTAR-MOVTO
                 MOVE WS-IT-ID-TRANS    TO CL-ID-TRANSACTION
              END-IF
           END-IF.

       258-COBRAR-GMF.
      *
      *--- GMF DEL DEBITO COMO SU PROPIA LINEA 'M' AMARRADA AL ID DEL
      *--- DEBITO DEL ITEM (VER 842-REGISTRAR-GMF EN GMFCTPR.cpy)
      *
           MOVE '258-COBRAR-GMF' TO WS-AB-PARRAFO
           MOVE WS-IT-CUENTA   TO WS-GM-CUENTA
           MOVE WS-IT-MONTO    TO WS-GM-MONTO
           MOVE WS-FN-FECHA    TO WS-GM-FECHA
           MOVE EIBOPID        TO WS-GM-USUARIO
           MOVE EIBTRMID       TO WS-GM-TERMINAL
           MOVE WS-SC-SUCURSAL TO WS-GM-SUCURSAL
           MOVE CL-SESION-ID-T TO WS-GM-SESION
           MOVE WS-IT-ID-TRANS TO WS-GM-REFERENCIA
           PERFORM 842-REGISTRAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       257-EVALUAR-ALERTAS.
      *
      *--- SUSCRIPCIONES DE ALERTA DEL CLIENTE SOBRE EL DEBITO (VER
      *--- 887-EVALUAR-ALERTAS EN ALRTCTPR.cpy), CON EL SALDO QUE
      *--- QUEDO DESPUES DE COMISION Y GMF
      *
           MOVE '257-EVALUAR-ALERTAS' TO WS-AB-PARRAFO
           MOVE WS-IT-CUENTA TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT SALDO
                INTO   :CL-SALDO
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-IT-CUENTA TO WS-AL-CUENTA
           MOVE 'D'          TO WS-AL-EVENTO
           MOVE WS-IT-MONTO  TO WS-AL-MONTO
           MOVE CL-SALDO     TO WS-AL-SALDO
           PERFORM 887-EVALUAR-ALERTAS.

       290-IMPRIMIR-RECIBO.
      *
      *--- UN SOLO RECIBO POR LA COLA RECP (LA DE DEPOCOB/RETRCOB/
      *--- BILLCOB): ENCABEZADO CON EL NUMERO DEL TIQUETE, UNA LINEA
      *--- POR ITEM Y EL NETO DE EFECTIVO. CADA LINEA DE ITEM QUEDA EN
      *--- TARECIBO CON LA LLAVE DE SU LINEA PRINCIPAL DE TATRANS
      *--- PARA LA REIMPRESION DE RPRTCOB
      *
           MOVE '290-IMPRIMIR-RECIBO' TO WS-AB-PARRAFO
           MOVE CL-ID-TICKET TO WS-TICKET-ED
           MOVE SPACES TO WS-RECIBO-LINEA
           STRING 'TIQUETE DE VENTANILLA ' WS-TICKET-ED
                  ' FECHA ' WS-FN-FECHA
                  ' CAJERO ' EIBOPID
                  ' SUCURSAL ' WS-SC-SUCURSAL
                  DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           PERFORM 291-ESCRIBIR-RECP
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NUM-ITEMS
              MOVE WS-TI-ENTRADA(WS-IX) TO WS-IT-DATOS
              PERFORM 273-ARMAR-LINEA
              MOVE SPACES TO WS-RECIBO-LINEA
              STRING 'TIQ ' WS-TICKET-ED ' ' WS-LINEA(8)
                     DELIMITED BY SIZE
                INTO WS-RECIBO-LINEA
              END-STRING
              PERFORM 291-ESCRIBIR-RECP
              MOVE WS-IT-ID-TRANS  TO CL-ID-TRANSACTION-RB
              MOVE WS-IT-CUENTA    TO CL-NUMERO-CUENTA-RB
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
              END-EXEC
           END-PERFORM
           MOVE SPACES TO WS-RECIBO-LINEA
           STRING 'NETO EFECTIVO DEL TIQUETE: ' WS-RESUMEN
                  DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           PERFORM 291-ESCRIBIR-RECP.

       291-ESCRIBIR-RECP.
           MOVE '291-ESCRIBIR-RECP' TO WS-AB-PARRAFO
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
                MAP('TICKMP')
                ERASE
                FROM(TICKMPO)
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
                TRANSID('TICK')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY ERRCTAPR.
       COPY PINCTAPR.
       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY DENOMPR.
       COPY SUCECTPR.
       COPY MENRCTPR.
       COPY CONFCTPR.
       COPY ALRTCTPR.
       COPY PRACCTPR.
       COPY BRDYCTPR.
       COPY GMFCTPR.
       COPY ATRBCTPR.
       COPY AVISCTPR.
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
           MOVE CAMPO4I     TO WS-AB-CUENTA
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
