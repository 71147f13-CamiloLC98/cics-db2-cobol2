           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TAFERIAD END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TATRANST END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TAMSGCAT END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CAMPO2I-JUST         PIC X(10)   JUST RIGHT.
           03 WS-RECIBO-SALDO-ED      PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-RECIBO-ID-ED         PIC ZZZZZZZZ9.
           03 WS-RECIBO-LINEA         PIC X(100).
      *
      *--- CHEQUES DE UN DEPOSITO EN CHEQUE (CAMPO8I = 'C'): UNA LINEA
      *--- POR CHEQUE EN CAMPO9I-CAMPO14I CON LA BANDA MICR EN
      *--- POSICIONES FIJAS: 1-4 BANCO GIRADO, 5-8 SUCURSAL, 9-20
      *--- CUENTA DEL GIRADOR, 21-29 NUMERO DE CHEQUE, 30-39 MONTO
      *--- (CIFRAS AJUSTADAS A LA DERECHA, COMO LOS CONTEOS DE
      *--- DENOMCP). CADA CHEQUE QUEDA EN SU PROPIA RETENCION
      *
       01  WS-CHEQUES.
           03 WS-CHQ-LINEAS.
              05 WS-CHQ-LINEA         OCCURS 6 TIMES.
                 07 WS-CHQ-BANCO      PIC X(4).
                 07 WS-CHQ-SUCURSAL   PIC X(4).
                 07 WS-CHQ-CUENTA     PIC X(12).
                 07 WS-CHQ-NUMERO     PIC X(9).
                 07 WS-CHQ-MONTO      PIC X(10).
           03 WS-CHQ-ID-RETENCION     PIC S9(9) COMP OCCURS 6 TIMES.
           03 WS-CHQ-CANTIDAD         PIC S9(4) COMP.
           03 WS-CHQ-IX               PIC S9(4) COMP.
           03 WS-CHQ-IX2              PIC S9(4) COMP.
           03 WS-CHQ-SUMA             PIC 9(11).
           03 WS-CHQ-MONTO-NUM        PIC 9(10).
           03 WS-CHQ-NUMERO-NUM       PIC 9(9).
           03 WS-CHQ-REPETIDOS        PIC S9(9) COMP.
           03 WS-CHQ-ITEM-ED          PIC 9.
           03 WS-CHQ-MOTIVO           PIC X(60).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
      *
          03 WC-VENTANA-DUPLICADO     PIC S9(4)    COMP
                                            VALUE 60.
      *
      *--- CHEQUES POR DEPOSITO: LAS LINEAS DE CHEQUE DE LA PANTALLA
      *
          03 WC-MAX-CHEQUES           PIC S9(4)    COMP VALUE 6.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY BRDYCTCP.
       COPY FERIACP.
       COPY MSGCTCP.
       COPY ATRBCTCP.
       COPY CONFCTCP.
       COPY EVNTCTCP.
       COPY OFLNCTCP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(368).

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
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
      *
      *--- SI DB2 NO RESPONDE LA CAJA NO SE DETIENE: PASA AL MODO
      *--- FUERA DE LINEA (VER 250-PROCESO-FUERA-LINEA Y OFLNCTPR.cpy)
      *
           PERFORM 875-VERIFICAR-DB2
           IF WS-OF-FUERA-LINEA
              PERFORM 250-PROCESO-FUERA-LINEA
              PERFORM 300-RETURN
           END-IF
      *
      *--- EL MODO PRACTICA SE RESUELVE DE ENTRADA: TODA LA
      *--- CONVERSACION (CONSULTAS, VALIDACIONES Y MENSAJES) QUEDA EN
      *--- EL AMBIENTE DE ENTRENAMIENTO Y ROTULADA, NO SOLO EL POSTEO
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
      *--- EL DIA OPERATIVO DE LA SUCURSAL DEBE ESTAR ABIERTO EN
      *--- BRDYCOB ANTES DE POSTEAR: SE ACABAN LOS MOVIMIENTOS DE LAS
      *--- 6 AM ANTES DE ABRIR LA BOVEDA (VER 894-VERIFICAR-DIA-
           END-IF.

       105-CARGAR-PARAMETROS.
           MOVE '105-CARGAR-PARAMETROS' TO WS-AB-PARRAFO
           MOVE 'MAX-MONTO-TRANS-DEP' TO CL-PARAM-CLAVE
           MOVE WC-MAX-MONTO-TRANSACCION TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-UMBRAL-AVISO-TILL.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('DEPOBMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- PULSA ENTER DE NUEVO, SE APLICA EL DEPOSITO YA VALIDADO
      *--- SIN VOLVER A PEDIR LOS CAMPOS DE ENTRADA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CH-CONF-PENDIENTE = 'Y'
              PERFORM 214-CONFIRMAR-DEPOSITO
              PERFORM 300-RETURN
           END-IF
      *
      *--- UNA CONFIRMACION FUERA DE LINEA QUE QUEDO ABIERTA CUANDO
      *--- DB2 VOLVIO NO SE APLICA A CIEGAS: SE DIGITA DE NUEVO Y PASA
      *--- POR TODAS LAS VALIDACIONES EN LINEA
      *
           IF CH-CONF-PENDIENTE = 'F'
              MOVE 'N' TO CH-CONF-PENDIENTE
              MOVE 'SISTEMA DE NUEVO EN LINEA: DIGITE OTRA VEZ LA OPERAC
      -           'ION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- VALIDAR CAMPOS DE ENTRADA ANTES DE CONSULTAR DB2
      *
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
      *--- LOCALMENTE UN NUMERO DE CUENTA OBVIAMENTE MAL DIGITADO SIN
      *--- GASTAR UN VIAJE A LA BASE DE DATOS
      *
           MOVE '212-CONSULTAR-CUENTA-DB2' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- CONFLICTO DE INTERES: NADIE TRANSA SOBRE SU PROPIA CUENTA
      *--- NI LA DE UNA PARTE RELACIONADA (VER 837-VERIFICAR-CONFLICTO)
      *
           MOVE CAMPO1I TO WS-CI-CUENTA
           PERFORM 837-VERIFICAR-CONFLICTO
           IF WS-CI-CONFLICTO
              MOVE WS-CI-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO CL-NUMERO-CUENTA
           PERFORM 222-SQL-CONSULTA
           IF SQLCODE = 0
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
      *
      *--- UN DEPOSITO EN CHEQUE SE RECIBE CHEQUE POR CHEQUE, EN LA
      *--- MONEDA DE LA CUENTA Y PARA HOY: LOS CHEQUES SE PRESENTAN A
      *--- LA CAMARA CON SU MONTO Y TAPENDTR NO GUARDA SUS DATOS MICR
      *
              IF CAMPO8I = 'C'
                 IF CAMPO3I NOT = LOW-VALUES AND CAMPO3I NOT = SPACES
                    AND CAMPO3I NOT = CL-MONEDA-CUENTA
                    MOVE 'LOS CHEQUES SE RECIBEN EN LA MONEDA DE LA CUEN
      -                 'TA' TO MSGO
                    PERFORM 220-ENVIAR-MAPA
                    PERFORM 300-RETURN
                 END-IF
                 IF CAMPO4I NOT = LOW-VALUES AND CAMPO4I NOT = SPACES
                    MOVE 'UN DEPOSITO EN CHEQUE NO SE PROGRAMA' TO MSGO
                    PERFORM 220-ENVIAR-MAPA
                    PERFORM 300-RETURN
                 END-IF
                 PERFORM 230-CARGAR-CHEQUES-PANTALLA
                 PERFORM 234-VALIDAR-CHEQUES
              END-IF
              PERFORM 217-CONVERTIR-MONEDA
      *
      *--- TOPE POR TRANSACCION: SE RECHAZA ANTES DE CONSULTAR EL
                 PERFORM 300-RETURN
              END-IF
      *
      *--- LIMITE DE ATRIBUCION DEL CAJERO (TAOPLIMT 'DEPO'): POR
      *--- ENCIMA, EL DEPOSITO QUEDA PARQUEADO HASTA QUE UN SUPERVISOR
      *--- LO APRUEBE EN OVRDCOB (VER 832-VERIFICAR-ATRIBUCION)
      *
              MOVE 'DEPO'           TO WS-AT-CONCEPTO
              MOVE CL-NUMERO-CUENTA TO WS-AT-CUENTA
              MOVE WS-CAMPO2I-NUM   TO WS-AT-MONTO
              PERFORM 832-VERIFICAR-ATRIBUCION
              IF NOT WS-AT-AUTORIZADO
                 MOVE WS-AT-MOTIVO TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
      *
      *--- SI SE DIGITO CAMPO4I (FECHA PROGRAMADA) EL DEPOSITO NO SE
      *--- APLICA DE INMEDIATO, SE DEJA PENDIENTE EN TAPENDTR PARA QUE
      *--- LO APLIQUE EL BATCH DE TRANSACCIONES PROGRAMADAS (TRPGCOB)
      *--- CONFIRMACION SIGUE EL MISMO DOBLE ENTER Y EL POSTEO CAE AL
      *--- AMBIENTE DE PRACTICA EN 214-CONFIRMAR-DEPOSITO
      *
           MOVE '246-CONSULTAR-PRACTICA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO8I = 'C'
              PERFORM 230-CARGAR-CHEQUES-PANTALLA
              PERFORM 234-VALIDAR-CHEQUES
           END-IF
           MOVE CAMPO1I TO CL-NUMERO-CUENTA
           MOVE 1 TO WS-TASA-APLICADA
           PERFORM 211-PEDIR-CONFIRMACION.
      *--- SE GUARDA LA CUENTA Y EL MONTO YA VALIDADOS EN EL COMMAREA
      *--- Y SE PIDE UN SEGUNDO ENTER PARA CONFIRMAR EL DEPOSITO
      *
           MOVE '211-PEDIR-CONFIRMACION' TO WS-AB-PARRAFO
           MOVE 'Y'             TO CH-CONF-PENDIENTE
           MOVE CL-NUMERO-CUENTA TO CH-CONF-CUENTA
           MOVE WS-CAMPO2I-NUM  TO CH-CONF-MONTO
      *
           IF CAMPO8I = 'C'
              MOVE 'C' TO CH-CONF-CHEQUE
              MOVE WS-CHQ-LINEAS TO CH-CONF-CHEQUES
           ELSE
              MOVE ' ' TO CH-CONF-CHEQUE
              MOVE SPACES TO CH-CONF-CHEQUES
           END-IF
           MOVE SPACES TO CH-CONF-DEP-NOMBRE
           MOVE SPACES TO CH-CONF-DEP-DOC
      *--- SE DEJA EL DEPOSITO PENDIENTE EN TAPENDTR, YA CONVERTIDO A LA
      *--- MONEDA DE LA CUENTA, PARA QUE LO APLIQUE TRPGCOB
      *
           MOVE '218-PROGRAMAR-DEPOSITO' TO WS-AB-PARRAFO
           IF CAMPO4I < WS-FECHA-SISTEMA
              MOVE 'LA FECHA PROGRAMADA NO PUEDE SER ANTERIOR A HOY'
                                                              TO MSGO
           PERFORM 225-SQL-CREAR-PENDIENTE.

       233-RODAR-FECHA-HABIL.
           MOVE '233-RODAR-FECHA-HABIL' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-FH-FECHA
           STRING CAMPO4I(1:4) '-' CAMPO4I(5:2) '-' CAMPO4I(7:2)
                  DELIMITED BY SIZE
      *--- SE APLICA EL DEPOSITO CON LOS DATOS GUARDADOS EN EL
      *--- COMMAREA DURANTE 211-PEDIR-CONFIRMACION
      *
           MOVE '214-CONFIRMAR-DEPOSITO' TO WS-AB-PARRAFO
           MOVE 'N'              TO CH-CONF-PENDIENTE
           MOVE CH-CONF-CUENTA   TO CL-NUMERO-CUENTA
           MOVE CH-CONF-MONTO    TO WS-CAMPO2I-NUM
                 PERFORM 300-RETURN
              END-IF
           END-IF
      *
      *--- LOS CHEQUES VALIDADOS EN EL PRIMER ENTER VIENEN DEL
      *--- COMMAREA Y SE REVALIDAN: OTRA CAJA PUDO HABER RECIBIDO EL
      *--- MISMO CHEQUE ENTRE LAS DOS PANTALLAS
      *
           IF CAMPO8I = 'C'
              MOVE CH-CONF-CHEQUES TO WS-CHQ-LINEAS
              PERFORM 234-VALIDAR-CHEQUES
           END-IF
           PERFORM 222-SQL-CONSULTA
           IF SQLCODE = 0
              MOVE CL-SALDO       TO WS-SALDO-LEIDO
      *--- TERMINAL) DENTRO DE LOS ULTIMOS WC-VENTANA-DUPLICADO
      *--- SEGUNDOS, Y SE RECHAZA EN VEZ DE POSTEARLA OTRA VEZ
      *
           MOVE '219-SQL-VERIFICAR-DUPLICADO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COUNT(*)
      *--- FUERA DE PRECISION O BASURA EN CAMPO2I NO LLEGUE A LA
      *--- ARITMETICA DE 212-CONSULTAR-CUENTA-DB2
      *
           MOVE '213-RELLENAR-CAMPO2I' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-CAMPO2I-FALG
           UNSTRING CAMPO2I DELIMITED BY '_'
               INTO WS-CAMPO2I-JUST
      *--- TATRANS.TASA_CAMBIO (224-SQL-CREAR-TRANSACCION)
      *-------------------------------------------------------------
       217-CONVERTIR-MONEDA.
           MOVE '217-CONVERTIR-MONEDA' TO WS-AB-PARRAFO
           MOVE 1,0000 TO WS-TASA-APLICADA
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
                        OR CAMPO3I = CL-MONEDA-CUENTA
      *--- PARA HOY NO SE PUEDE POSTEAR EL DEPOSITO EN OTRA MONEDA:
      *--- SE RECHAZA EN VEZ DE POSTEAR A UNA TASA VIEJA
      *
           MOVE '231-SQL-CONSULTAR-TASA-DIA' TO WS-AB-PARRAFO
           MOVE WC-MONEDA-EXTRANJERA TO CL-MONEDA-ORIGEN
           MOVE WC-MONEDA-LOCAL      TO CL-MONEDA-DESTINO
           EXEC SQL
      *--- SUMA LOS DEPOSITOS YA REGISTRADOS HOY EN TATRANS PARA LA
      *--- CUENTA, USADO PARA EL TOPE DIARIO DE 212-CONSULTAR-CUENTA-DB2
      *
           MOVE '215-SQL-TOTAL-DIARIO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COALESCE(SUM(MONTO), 0)
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
      *--- EN MODO PRACTICA TODA PANTALLA SALE ROTULADA, NO SOLO LA
      *--- DEL POSTEO FINAL
      *
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           IF WS-PR-EN-PRACTICA
              AND MSGO(1:16) NOT = '*** PRACTICA ***'
              MOVE MSGO TO WS-PR-MSG-AUX
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       222-SQL-CONSULTA.
           MOVE '222-SQL-CONSULTA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA
      *--- UN SQLCODE 100 AQUI SIGNIFICA QUE OTRA CAJA MOVIO LA CUENTA
      *--- EN MEDIO DE LA CONVERSACION Y EL DEPOSITO NO SE APLICA
      *
           MOVE '223-SQL-ACTUALIZAR-SALDO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                     MOVE 'D'              TO WS-EV-TIPO
                     COMPUTE WS-EV-MONTO = CL-SALDO - WS-SALDO-LEIDO
                     MOVE CL-SALDO TO WS-SALDO-LEIDO
                     PERFORM 882-REGISTRAR-EVENTO
                     IF NOT WS-EV-OK
                        PERFORM 999-FALLO-TRANSACCION
                     END-IF
                WHEN 100
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'EL SALDO CAMBIO POR OTRA CAJA, CONFIRME DE N
      *--- SE REGISTRA EL OPERADOR (EIBOPID) Y EL TERMINAL (EIBTRMID)
      *--- QUE DIGITO LA TRANSACCION PARA PODER RASTREARLA
      *
           MOVE '224-SQL-CREAR-TRANSACCION' TO WS-AB-PARRAFO
           MOVE WS-CAMPO2I-NUM TO CL-MONTO
           MOVE EIBOPID        TO CL-USUARIO
           MOVE EIBTRMID       TO CL-TERMINAL
              MOVE SPACES TO CL-TILL-ID-T
              MOVE 0      TO CL-SESION-ID-T
           END-IF
      *
      *--- UNA GAVETA CONGELADA POR ARQUEO DE AUDITORIA NO RECIBE
      *--- EFECTIVO HASTA QUE EL CAJERO FIRME EL CONTEO
      *
           MOVE CL-TILL-ID-T TO CL-TILL-ID-AQ
           PERFORM 884-VERIFICAR-ARQUEO
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                )
           END-EXEC
           IF SQLCODE = 0
              IF CAMPO8I = 'C'
                 PERFORM 237-AMARRAR-CHEQUES
              END-IF
              PERFORM 242-REGISTRAR-DENOMINACIONES
              PERFORM 243-REGISTRAR-DEPOSITANTE
              EXEC CICS SYNCPOINT END-EXEC
              PERFORM 229-ESCRIBIR-RECIBO-TDQ
              IF CAMPO8I = 'C'
                 PERFORM 238-RECIBO-CHEQUES
              END-IF
              IF WS-DEPOSITO-RETENIDO
                 MOVE 'DEPOSITO EN RETENCION, SE LIBERA EN UNOS DIAS'
                                                              TO MSGO
      *--- LIBERACION YA NO ES UNA SUMA CIEGA DE DIAS: SE RUEDA AL
      *--- SIGUIENTE DIA HABIL DEL CALENDARIO (VER FERIAPR)
      *
           MOVE '226-SQL-CREAR-RETENCION' TO WS-AB-PARRAFO
           SET WS-DEPOSITO-RETENIDO TO TRUE
           EXEC SQL
                SELECT CHAR(CURRENT DATE
           ADD WS-CAMPO2I-NUM TO CL-SALDO-RETENIDO
           PERFORM 227-SQL-ACTUALIZAR-RETENIDO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-R
           MOVE 'R'              TO CL-ESTADO-R
           MOVE EIBOPID          TO CL-USUARIO-R
           MOVE EIBTRMID         TO CL-TERMINAL-R
      *
      *--- UN DEPOSITO EN CHEQUE DEJA UNA RETENCION POR CHEQUE, CON SU
      *--- MONTO Y SU BANDA MICR: CLROCOB PRESENTA CADA UNO POR
      *--- SEPARADO Y UNA DEVOLUCION DE CLRRCOB DESHACE SOLO EL SUYO
      *
           IF CAMPO8I = 'C'
              MOVE 'C' TO CL-INSTRUMENTO-R
              PERFORM VARYING WS-CHQ-IX FROM 1 BY 1
                      UNTIL WS-CHQ-IX > WC-MAX-CHEQUES
                 IF WS-CHQ-LINEA(WS-CHQ-IX) NOT = SPACES
                    MOVE WS-CHQ-MONTO(WS-CHQ-IX)    TO WS-CHQ-MONTO-NUM
                    MOVE WS-CHQ-MONTO-NUM           TO CL-MONTO-R
                    MOVE WS-CHQ-BANCO(WS-CHQ-IX)    TO CL-BANCO-GIRADO-R
                    MOVE WS-CHQ-SUCURSAL(WS-CHQ-IX)
                         TO CL-SUCURSAL-GIRADO-R
                    MOVE WS-CHQ-CUENTA(WS-CHQ-IX)
                         TO CL-CUENTA-GIRADOR-R
                    MOVE WS-CHQ-NUMERO(WS-CHQ-IX)  TO WS-CHQ-NUMERO-NUM
                    MOVE WS-CHQ-NUMERO-NUM         TO CL-NUMERO-CHEQUE-R
                    PERFORM 232-SQL-INSERTAR-RETENCION
                    MOVE CL-ID-RETENCION
                         TO WS-CHQ-ID-RETENCION(WS-CHQ-IX)
                 END-IF
              END-PERFORM
           ELSE
              MOVE ' '            TO CL-INSTRUMENTO-R
              MOVE WS-CAMPO2I-NUM TO CL-MONTO-R
              MOVE SPACES         TO CL-BANCO-GIRADO-R
                                     CL-SUCURSAL-GIRADO-R
                                     CL-CUENTA-GIRADOR-R
              MOVE 0              TO CL-NUMERO-CHEQUE-R
              PERFORM 232-SQL-INSERTAR-RETENCION
           END-IF.

       232-SQL-INSERTAR-RETENCION.
           MOVE '232-SQL-INSERTAR-RETENCION' TO WS-AB-PARRAFO
           EXEC SQL
                INSERT INTO TARETEN (
                    NUMERO_CUENTA_R
                   ,USUARIO_R
                   ,TERMINAL_R
                   ,INSTRUMENTO_R
                   ,BANCO_GIRADO_R
                   ,SUCURSAL_GIRADO_R
                   ,CUENTA_GIRADOR_R
                   ,NUMERO_CHEQUE_R
                ) VALUES (
                    :CL-NUMERO-CUENTA-R
                   ,:CL-MONTO-R
                   ,:CL-USUARIO-R
                   ,:CL-TERMINAL-R
                   ,:CL-INSTRUMENTO-R
                   ,:CL-BANCO-GIRADO-R
                   ,:CL-SUCURSAL-GIRADO-R
                   ,:CL-CUENTA-GIRADOR-R
                   ,:CL-NUMERO-CHEQUE-R
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-RETENCION
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

       230-CARGAR-CHEQUES-PANTALLA.
           MOVE '230-CARGAR-CHEQUES-PANTALLA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-CHQ-LINEAS
           IF CAMPO9I NOT = LOW-VALUES
              MOVE CAMPO9I  TO WS-CHQ-LINEA(1)
           END-IF
           IF CAMPO10I NOT = LOW-VALUES
              MOVE CAMPO10I TO WS-CHQ-LINEA(2)
           END-IF
           IF CAMPO11I NOT = LOW-VALUES
              MOVE CAMPO11I TO WS-CHQ-LINEA(3)
           END-IF
           IF CAMPO12I NOT = LOW-VALUES
              MOVE CAMPO12I TO WS-CHQ-LINEA(4)
           END-IF
           IF CAMPO13I NOT = LOW-VALUES
              MOVE CAMPO13I TO WS-CHQ-LINEA(5)
           END-IF
           IF CAMPO14I NOT = LOW-VALUES
              MOVE CAMPO14I TO WS-CHQ-LINEA(6)
           END-IF.

       234-VALIDAR-CHEQUES.
      *
      *--- CADA LINEA DIGITADA ES UN CHEQUE CON SU BANDA MICR
      *--- COMPLETA; LA SUMA DE LOS CHEQUES DEBE SER EXACTAMENTE EL
      *--- MONTO DEL DEPOSITO (CAMPO2I). UN MISMO CHEQUE NO PUEDE
      *--- VENIR DOS VECES NI ESTAR YA RETENIDO O LIBERADO EN OTRO
      *--- DEPOSITO (UNO DEVUELTO SI SE PUEDE VOLVER A CONSIGNAR)
      *
           MOVE '234-VALIDAR-CHEQUES' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-CHQ-MOTIVO
           MOVE 0 TO WS-CHQ-CANTIDAD
           MOVE 0 TO WS-CHQ-SUMA
           PERFORM VARYING WS-CHQ-IX FROM 1 BY 1
                   UNTIL WS-CHQ-IX > WC-MAX-CHEQUES
                      OR WS-CHQ-MOTIVO NOT = SPACES
              IF WS-CHQ-LINEA(WS-CHQ-IX) NOT = SPACES
                 PERFORM 235-VALIDAR-LINEA-CHEQUE
              END-IF
           END-PERFORM
           IF WS-CHQ-MOTIVO = SPACES AND WS-CHQ-CANTIDAD = 0
              MOVE 'DIGITE LOS CHEQUES DEL DEPOSITO, UNO POR LINEA'
                   TO WS-CHQ-MOTIVO
           END-IF
           IF WS-CHQ-MOTIVO = SPACES
              AND WS-CHQ-SUMA NOT = WS-CAMPO2I-NUM
              MOVE 'LA SUMA DE LOS CHEQUES NO CUADRA CON EL MONTO'
                   TO WS-CHQ-MOTIVO
           END-IF
           IF WS-CHQ-MOTIVO NOT = SPACES
              MOVE 'N' TO CH-CONF-PENDIENTE
              MOVE WS-CHQ-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       235-VALIDAR-LINEA-CHEQUE.
           MOVE '235-VALIDAR-LINEA-CHEQUE' TO WS-AB-PARRAFO
           MOVE WS-CHQ-IX TO WS-CHQ-ITEM-ED
           INSPECT WS-CHQ-BANCO(WS-CHQ-IX)
                   REPLACING ALL '_' BY ZEROES
           INSPECT WS-CHQ-BANCO(WS-CHQ-IX)
                   REPLACING ALL ' ' BY ZEROES
           INSPECT WS-CHQ-SUCURSAL(WS-CHQ-IX)
                   REPLACING ALL '_' BY ZEROES
           INSPECT WS-CHQ-SUCURSAL(WS-CHQ-IX)
                   REPLACING ALL ' ' BY ZEROES
           INSPECT WS-CHQ-CUENTA(WS-CHQ-IX)
                   REPLACING ALL '_' BY SPACES
           INSPECT WS-CHQ-NUMERO(WS-CHQ-IX)
                   REPLACING ALL '_' BY ZEROES
           INSPECT WS-CHQ-NUMERO(WS-CHQ-IX)
                   REPLACING ALL ' ' BY ZEROES
           INSPECT WS-CHQ-MONTO(WS-CHQ-IX)
                   REPLACING ALL '_' BY ZEROES
           INSPECT WS-CHQ-MONTO(WS-CHQ-IX)
                   REPLACING ALL ' ' BY ZEROES
           IF WS-CHQ-BANCO(WS-CHQ-IX) NOT NUMERIC
              OR WS-CHQ-BANCO(WS-CHQ-IX) = '0000'
              OR WS-CHQ-SUCURSAL(WS-CHQ-IX) NOT NUMERIC
              OR WS-CHQ-CUENTA(WS-CHQ-IX) = SPACES
              OR WS-CHQ-NUMERO(WS-CHQ-IX) NOT NUMERIC
              OR WS-CHQ-MONTO(WS-CHQ-IX) NOT NUMERIC
              STRING 'CHEQUE ' WS-CHQ-ITEM-ED
                     ': BANCO, CUENTA, NUMERO O MONTO INVALIDO'
                     DELIMITED BY SIZE
                INTO WS-CHQ-MOTIVO
              END-STRING
           ELSE
              MOVE WS-CHQ-NUMERO(WS-CHQ-IX) TO WS-CHQ-NUMERO-NUM
              MOVE WS-CHQ-MONTO(WS-CHQ-IX)  TO WS-CHQ-MONTO-NUM
              IF WS-CHQ-NUMERO-NUM = 0 OR WS-CHQ-MONTO-NUM = 0
                 STRING 'CHEQUE ' WS-CHQ-ITEM-ED
                        ': NUMERO Y MONTO DEBEN SER MAYORES QUE CERO'
                        DELIMITED BY SIZE
                   INTO WS-CHQ-MOTIVO
                 END-STRING
              END-IF
           END-IF
           IF WS-CHQ-MOTIVO = SPACES
              PERFORM VARYING WS-CHQ-IX2 FROM 1 BY 1
                      UNTIL WS-CHQ-IX2 >= WS-CHQ-IX
                 IF WS-CHQ-LINEA(WS-CHQ-IX2)(1:29)
                    = WS-CHQ-LINEA(WS-CHQ-IX)(1:29)
                    STRING 'CHEQUE ' WS-CHQ-ITEM-ED
                           ': REPETIDO EN EL MISMO DEPOSITO'
                           DELIMITED BY SIZE
                      INTO WS-CHQ-MOTIVO
                    END-STRING
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CHQ-MOTIVO = SPACES AND NOT WS-PR-EN-PRACTICA
              PERFORM 236-SQL-CHEQUE-REPETIDO
           END-IF
           IF WS-CHQ-MOTIVO = SPACES
              ADD 1                TO WS-CHQ-CANTIDAD
              ADD WS-CHQ-MONTO-NUM TO WS-CHQ-SUMA
           END-IF.

       236-SQL-CHEQUE-REPETIDO.
           MOVE '236-SQL-CHEQUE-REPETIDO' TO WS-AB-PARRAFO
           MOVE WS-CHQ-BANCO(WS-CHQ-IX)  TO CL-BANCO-GIRADO-R
           MOVE WS-CHQ-CUENTA(WS-CHQ-IX) TO CL-CUENTA-GIRADOR-R
           MOVE WS-CHQ-NUMERO-NUM        TO CL-NUMERO-CHEQUE-R
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CHQ-REPETIDOS
                FROM   TARETEN
                WHERE  BANCO_GIRADO_R = :CL-BANCO-GIRADO-R
                       AND CUENTA_GIRADOR_R = :CL-CUENTA-GIRADOR-R
                       AND NUMERO_CHEQUE_R = :CL-NUMERO-CHEQUE-R
                       AND ESTADO_R IN ('R', 'L')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CHQ-REPETIDOS > 0
              STRING 'CHEQUE ' WS-CHQ-ITEM-ED
                     ': YA FUE CONSIGNADO EN OTRO DEPOSITO'
                     DELIMITED BY SIZE
                INTO WS-CHQ-MOTIVO
              END-STRING
           END-IF.

       237-AMARRAR-CHEQUES.
      *
      *--- CADA RETENCION DE CHEQUE QUEDA AMARRADA AL DEPOSITO RECIEN
      *--- INSERTADO EN TATRANS (ID_TRANSACTION_R), PARA QUE REVSCOB
      *--- REVERSE EL DEPOSITO COMPLETO CON TODOS SUS CHEQUES. LOS
      *--- UPDATE NO CAMBIAN IDENTITY_VAL_LOCAL(), QUE 243 Y 229 SIGUEN
      *--- LEYENDO COMO EL ID DEL DEPOSITO
      *
           MOVE '237-AMARRAR-CHEQUES' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-TRANSACTION-R
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM VARYING WS-CHQ-IX FROM 1 BY 1
                   UNTIL WS-CHQ-IX > WC-MAX-CHEQUES
              IF WS-CHQ-LINEA(WS-CHQ-IX) NOT = SPACES
                 MOVE WS-CHQ-ID-RETENCION(WS-CHQ-IX) TO CL-ID-RETENCION
                 EXEC SQL
                      UPDATE TARETEN
                      SET    ID_TRANSACTION_R = :CL-ID-TRANSACTION-R
                      WHERE  ID_RETENCION = :CL-ID-RETENCION
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 999-FALLO-TRANSACCION
                 END-IF
              END-IF
           END-PERFORM.

       238-RECIBO-CHEQUES.
      *
      *--- DETALLE DE LOS CHEQUES DEBAJO DEL RECIBO DEL DEPOSITO EN LA
      *--- COLA RECP, CON LA REFERENCIA (ID DE RETENCION) CON QUE CADA
      *--- UNO SE PRESENTA A LA CAMARA
      *
           MOVE '238-RECIBO-CHEQUES' TO WS-AB-PARRAFO
           PERFORM VARYING WS-CHQ-IX FROM 1 BY 1
                   UNTIL WS-CHQ-IX > WC-MAX-CHEQUES
              IF WS-CHQ-LINEA(WS-CHQ-IX) NOT = SPACES
                 MOVE WS-CHQ-MONTO(WS-CHQ-IX) TO WS-CHQ-MONTO-NUM
                 MOVE WS-CHQ-MONTO-NUM TO WS-RECIBO-MONTO-ED
                 MOVE WS-CHQ-ID-RETENCION(WS-CHQ-IX) TO WS-RECIBO-ID-ED
                 MOVE SPACES TO WS-RECIBO-LINEA
                 STRING '  CHEQUE BANCO:'         DELIMITED BY SIZE
                        WS-CHQ-BANCO(WS-CHQ-IX)   DELIMITED BY SIZE
                        ' CTA:'                   DELIMITED BY SIZE
                        WS-CHQ-CUENTA(WS-CHQ-IX)  DELIMITED BY SIZE
                        ' NUM:'                   DELIMITED BY SIZE
                        WS-CHQ-NUMERO(WS-CHQ-IX)  DELIMITED BY SIZE
                        ' MONTO:'                 DELIMITED BY SIZE
                        WS-RECIBO-MONTO-ED        DELIMITED BY SIZE
                        ' REF:'                   DELIMITED BY SIZE
                        WS-RECIBO-ID-ED           DELIMITED BY SIZE
                   INTO WS-RECIBO-LINEA
                 END-STRING
                 EXEC CICS WRITEQ TD
                      QUEUE('RECP')
                      FROM(WS-RECIBO-LINEA)
                      LENGTH(LENGTH OF WS-RECIBO-LINEA)
                      NOHANDLE
                 END-EXEC
              END-IF
           END-PERFORM.

       227-SQL-ACTUALIZAR-RETENIDO.
           MOVE '227-SQL-ACTUALIZAR-RETENIDO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO_RETENIDO = :CL-SALDO-RETENIDO
      *--- RECHAZA, SU ACTIVIDAD QUEDA CON SESION CERO (MISMO CRITERIO
      *--- QUE LA CAJA EN 228-CONSULTAR-TILL-OPERADOR)
      *
           MOVE '241-CONSULTAR-SESION-OPERADOR' TO WS-AB-PARRAFO
           MOVE 0 TO CL-SESION-ID-T
           MOVE EIBOPID TO CL-OPERADOR-SES
           EXEC SQL
      *--- EL OPERADOR TIENE CAJA, SE ACTUALIZA EL LIBRO DE
      *--- DENOMINACIONES DE LA GAVETA (TADENOM)
      *
           MOVE '242-REGISTRAR-DENOMINACIONES' TO WS-AB-PARRAFO
           IF CAMPO5I NOT = LOW-VALUES AND CAMPO5I NOT = SPACES
              AND CL-TILL-ID-T NOT = SPACES
              MOVE CAMPO5I TO WS-DN-CADENA
      *--- GAVETA EN EL DIA (TACAJMOV). SIN SESION ABIERTA NO HAY
      *--- GAVETA QUE CONTROLAR Y LA POSICION QUEDA EN CERO
      *
           MOVE '244-CALCULAR-POSICION-TILL' TO WS-AB-PARRAFO
           MOVE 0 TO WS-POSICION-TILL
           PERFORM 241-CONSULTAR-SESION-OPERADOR
           IF CL-SESION-ID-T = 0
      *--- (OBLIGATORIA SOBRE EL UMBRAL, OPCIONAL DEBAJO), QUEDA EN
      *--- TADEPTER AMARRADA AL ID DEL DEPOSITO RECIEN INSERTADO
      *
           MOVE '243-REGISTRAR-DEPOSITANTE' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              CONTINUE
           ELSE
      *--- TIENE CAJA ASIGNADA EN TAOPERA NO SE RECHAZA EL DEPOSITO,
      *--- SOLO QUEDA SIN CAJA EN EL HISTORICO
      *
           MOVE '228-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
           MOVE SPACES TO CL-TILL-ID-T
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
      *--- QUE EL INSERT NO LO DEVUELVE. MISMO PATRON DE WRITEQ TD QUE
      *--- 222-EXPORTAR-MOVIMIENTOS EN MOVSCOB.
      *
           MOVE '229-ESCRIBIR-RECIBO-TDQ' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL(), CURRENT TIMESTAMP
                INTO   :CL-ID-TRANSACTION, :WS-RECIBO-TS
      *--- QUE DIGITO LA TRANSACCION, IGUAL QUE EN 224-SQL-CREAR-
      *--- TRANSACCION, PARA PODER RASTREARLA
      *
           MOVE '225-SQL-CREAR-PENDIENTE' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-P
           MOVE 'D'               TO CL-TIPO-TRANSACCION-P
           MOVE WS-CAMPO2I-NUM    TO CL-MONTO-P
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       250-PROCESO-FUERA-LINEA.
      *
      *--- DB2 NO RESPONDE: LA CAJA SIGUE RECIBIENDO DEPOSITOS EN
      *--- EFECTIVO CONTRA EL SALDO DE RESPALDO SALDOFF Y LOS DEJA EN
      *--- EL DIARIO OFLJ, QUE OFRPCOB POSTEA EN ORDEN CUANDO DB2
      *--- VUELVE (VER OFLNCTPR.cpy). MISMO DOBLE ENTER DEL MODO EN
      *--- LINEA, CON LA MARCA 'F' EN CH-CONF-PENDIENTE
      *
           MOVE '250-PROCESO-FUERA-LINEA' TO WS-AB-PARRAFO
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0 OR EIBTRNID NOT = 'DEPO'
              MOVE LOW-VALUES TO DEPOBMPO
              MOVE 'N' TO CH-CONF-PENDIENTE
              MOVE 'SISTEMA FUERA DE LINEA: SOLO DEPOSITOS EN EFECTIVO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
           ELSE
              EXEC CICS RECEIVE
                   MAP('DEPOBMP')
                   INTO(DEPOBMPI)
                   NOHANDLE
              END-EXEC
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHENTER
                        IF CH-CONF-PENDIENTE = 'F'
                           PERFORM 252-CONFIRMAR-FUERA-LINEA
                        ELSE
                           MOVE 'N' TO CH-CONF-PENDIENTE
                           PERFORM 251-VALIDAR-FUERA-LINEA
                        END-IF
              END-EVALUATE
           END-IF.

       251-VALIDAR-FUERA-LINEA.
      *
      *--- SIN DB2 SOLO SE PUEDE VALIDAR CONTRA EL SALDO DE RESPALDO:
      *--- NO HAY CANJE DE CHEQUES, TASA DEL DIA, DEPOSITOS
      *--- PROGRAMADOS NI RETENCION, Y LOS TOPES SON LOS COMPILADOS.
      *--- LO QUE AL REPONERSE YA NO PASE (CUENTA BLOQUEADA DESPUES
      *--- DEL CORTE, POR EJEMPLO) VA A TAEXCEPT DESDE OFRPCOB
      *
           MOVE '251-VALIDAR-FUERA-LINEA' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'FUERA DE LINEA: DIGITE CUENTA Y MONTO' TO MSGO
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
           IF CAMPO8I = 'C'
              MOVE 'FUERA DE LINEA NO SE RECIBEN CHEQUES' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO4I NOT = LOW-VALUES AND CAMPO4I NOT = SPACES
              MOVE 'FUERA DE LINEA NO SE PROGRAMAN DEPOSITOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 213-RELLENAR-CAMPO2I
           IF NOT WS-CAMPO2I-VALIDO
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-OF-CUENTA
           PERFORM 876-LEER-SALDO-FUERA-LINEA
           IF NOT WS-OF-CUENTA-HALLADA
              MOVE 'CUENTA SIN SALDO DE RESPALDO, ESPERE A QUE VUELVA DB
      -           '2' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SF-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              AND SF-ESTADO-CUENTA NOT = 'R'
              MOVE 'CUENTA BLOQUEADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SF-ESTADO-DORMANTE = 'S'
              MOVE 'CUENTA DORMANTE, NO SE MUEVE FUERA DE LINEA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO3I NOT = LOW-VALUES AND CAMPO3I NOT = SPACES
              AND CAMPO3I NOT = SF-MONEDA-CUENTA
              MOVE 'FUERA DE LINEA SOLO EN LA MONEDA DE LA CUENTA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-CAMPO2I-NUM > WC-MAX-MONTO-TRANSACCION
              MOVE 'MONTO SUPERA EL MAXIMO POR TRANSACCION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-CAMPO2I-NUM > WC-UMBRAL-RETENCION
              MOVE 'FUERA DE LINEA NO SE RECIBEN DEPOSITOS A RETENER'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-CAMPO2I-NUM > WC-UMBRAL-ID-DEPOSITANTE
              AND (CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
                   OR CAMPO7I = LOW-VALUES OR CAMPO7I = SPACES)
              MOVE 'DEPOSITO GRANDE: DIGITE NOMBRE Y DOCUMENTO DEL DEPOS
      -           'ITANTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'F'             TO CH-CONF-PENDIENTE
           MOVE SF-NUMERO-CUENTA TO CH-CONF-CUENTA
           MOVE WS-CAMPO2I-NUM  TO CH-CONF-MONTO
           MOVE ' '             TO CH-CONF-CHEQUE
           MOVE SPACES TO CH-CONF-DEP-NOMBRE
           MOVE SPACES TO CH-CONF-DEP-DOC
           IF CAMPO6I NOT = LOW-VALUES
              MOVE CAMPO6I TO CH-CONF-DEP-NOMBRE
           END-IF
           IF CAMPO7I NOT = LOW-VALUES
              MOVE CAMPO7I TO CH-CONF-DEP-DOC
           END-IF
           MOVE SPACES TO MSGO
           STRING 'FUERA DE LINEA: DEPOSITO ' DELIMITED BY SIZE
                  CH-CONF-MONTO   DELIMITED BY SIZE
                  ' CTA '         DELIMITED BY SIZE
                  CH-CONF-CUENTA  DELIMITED BY SIZE
                  ' ENTER=OK'     DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA.

       252-CONFIRMAR-FUERA-LINEA.
      *
      *--- SEGUNDO ENTER: EL DEPOSITO QUEDA EN EL DIARIO OFLJ Y EL
      *--- CLIENTE SE LLEVA UN RECIBO MARCADO FUERA DE LINEA CON LA
      *--- REFERENCIA DEL DIARIO. EL SALDO SE ACTUALIZA AL REPONERSE
      *
           MOVE '252-CONFIRMAR-FUERA-LINEA' TO WS-AB-PARRAFO
           MOVE 'N'                TO CH-CONF-PENDIENTE
           MOVE CH-CONF-CUENTA     TO WS-OF-CUENTA
           MOVE CH-CONF-MONTO      TO WS-CAMPO2I-NUM
           MOVE WS-CAMPO2I-NUM     TO WS-OF-MONTO
           MOVE 'D'                TO WS-OF-TIPO
           MOVE CH-CONF-DEP-NOMBRE TO WS-OF-DEP-NOMBRE
           MOVE CH-CONF-DEP-DOC    TO WS-OF-DEP-DOC
           PERFORM 877-GRABAR-DIARIO-FUERA-LINEA
           MOVE SPACES TO MSGO
           IF WS-OF-GRABADO
              PERFORM 253-RECIBO-FUERA-LINEA
              STRING 'DEPOSITO FUERA DE LINEA REGISTRADO, REF '
                                        DELIMITED BY SIZE
                     OJ-REFERENCIA      DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'DEPOSITO NO REGISTRADO: ' DELIMITED BY SIZE
                     WS-OF-MOTIVO               DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA.

       253-RECIBO-FUERA-LINEA.
      *
      *--- RECIBO A LA COLA RECP ROTULADO FUERA DE LINEA: SIN SALDO NI
      *--- ID DE TATRANS (AUN NO EXISTEN) Y SIN COPIA EN TARECIBO; LA
      *--- REFERENCIA DEL DIARIO ES LO QUE AMARRA EL RECIBO CON EL
      *--- MOVIMIENTO QUE OFRPCOB POSTEE
      *
           MOVE '253-RECIBO-FUERA-LINEA' TO WS-AB-PARRAFO
           MOVE WS-OF-MONTO   TO WS-RECIBO-MONTO-ED
           MOVE SPACES        TO WS-RECIBO-LINEA
           STRING 'FUERA DE LINEA DEPOSITO CTA:' DELIMITED BY SIZE
                  OJ-NUMERO-CUENTA      DELIMITED BY SIZE
                  ' MONTO:'             DELIMITED BY SIZE
                  WS-RECIBO-MONTO-ED    DELIMITED BY SIZE
                  ' REF:'               DELIMITED BY SIZE
                  OJ-REFERENCIA         DELIMITED BY SIZE
                  ' HORA:'              DELIMITED BY SIZE
                  WS-OF-HORA            DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('RECP')
                FROM(WS-RECIBO-LINEA)
                LENGTH(LENGTH OF WS-RECIBO-LINEA)
                NOHANDLE
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS
                RETURN
                TRANSID('DEPO')
           END-EXEC.

       400-FIN.
           MOVE '400-FIN' TO WS-AB-PARRAFO
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
       COPY ERRCTAPR.
       COPY PARMCTPR.
       COPY DENOMPR.
       COPY ARQCTAPR.
       COPY PRACCTPR.
       COPY BRDYCTPR.
       COPY FERIAPR.
       COPY MSGCTPR.
       COPY ATRBCTPR.
       COPY CONFCTPR.
       COPY SUCTRMPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.
       COPY OFLNCTPR.

       999-FALLO-FICHERO.
           MOVE '999-FALLO-FICHERO' TO WS-AB-PARRAFO
           IF SQLCODE >= 100
              MOVE 'CUENTA NO ENCONTRADA' TO  MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- SYNCPOINT ROLLBACK PARA NO DEJAR EL SALDO DESCUADRADO
      *--- SIN SU TRANSACCION CORRESPONDIENTE EN TATRANS
      *
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR EL DEPOSITO, NO SE APLICO' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       COPY FECNEGPR.
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
      *
