      *****************************************************
      *                                                   *
      *   PROGRAMA CONSENTIMIENTO DE MERCADEO POR CANAL   *
      *   (TACONSEN) CICS-DB2 SISTEMA BANCARIO            *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNSTCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACONSEN END-EXEC.
           EXEC SQL INCLUDE TACONSHS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ESTADO-ANTERIOR      PIC X(1).
      *
      *--- RESUMEN DE LOS CUATRO CANALES PARA LA CONSULTA: 'S' ACEPTA,
      *--- 'N' NO ACEPTA, '-' EL CLIENTE NUNCA SE PRONUNCIO (APLICA
      *--- TAPARAM MKT-CONSENTIMIENTO-DEFECTO)
      *
           03 WS-CN-IDX               PIC 9(1).
           03 WS-CN-CANALES           PIC X(4)        VALUE 'XSET'.
           03 WS-CN-RESUMEN.
              05 FILLER               PIC X(5)        VALUE 'EXTR:'.
              05 WS-CN-RES-X          PIC X(1).
              05 FILLER               PIC X(5)        VALUE ' SMS:'.
              05 WS-CN-RES-S          PIC X(1).
              05 FILLER               PIC X(6)        VALUE ' MAIL:'.
              05 WS-CN-RES-E          PIC X(1).
              05 FILLER               PIC X(5)        VALUE ' TEL:'.
              05 WS-CN-RES-T          PIC X(1).
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CNSTCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'CNST'.

       COPY ERRCTACP.
       COPY CNSTMPCP.
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
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO CNSTMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'CNST'
              MOVE LOW-VALUES TO CNSTMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CNSTMP')
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
                   MAP('CNSTMP')
                   INTO(CNSTMPI)
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
      *--- CAMPO1I CEDULA DEL CLIENTE. CAMPO6I ACCION: 'R' REGISTRAR
      *--- LO QUE DIJO EL CLIENTE PARA EL CANAL DE CAMPO2I ('X'
      *--- EXTRACTO, 'S' SMS, 'E' EMAIL, 'T' TELEFONO) CON EL ESTADO
      *--- DE CAMPO3I ('S' ACEPTA / 'N' NO ACEPTA) Y EL ORIGEN DE
      *--- CAMPO4I ('S' SUCURSAL, 'T' LLAMADA, 'F' FORMULARIO, 'D'
      *--- DIGITAL); 'C' CONSULTAR LOS CUATRO CANALES (CAMPO5O)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO1I = LOW-VALUES
              OR CAMPO1I = SPACES
              MOVE 'DIGITE CEDULA Y ACCION (R/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 225-VALIDAR-CLIENTE
           EVALUATE CAMPO6I
                WHEN 'R'
                     PERFORM 230-REGISTRAR-CONSENTIMIENTO
                WHEN 'C'
                     PERFORM 250-CONSULTAR-CONSENTIMIENTO
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE R/C' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       225-VALIDAR-CLIENTE.
      *
      *--- LA CEDULA DEBE SER UN CLIENTE DEL MAESTRO; UN CLIENTE YA
      *--- ANONIMIZADO (ANONCOB) NO ADMITE REGISTROS NUEVOS
      *
           MOVE '225-VALIDAR-CLIENTE' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                SELECT TIPO_DOCUMENTO
                INTO   :CL-TIPO-DOCUMENTO
                FROM   TACLIENT
                WHERE  CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CLIENTE NO ENCONTRADO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-TIPO-DOCUMENTO = 'AN'
              MOVE 'CLIENTE ANONIMIZADO, NO ADMITE REGISTROS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       230-REGISTRAR-CONSENTIMIENTO.
      *
      *--- UNA FILA VIGENTE POR CEDULA Y CANAL EN TACONSEN; CADA
      *--- CAMBIO REAL DE ESTADO DEJA ADEMAS SU FILA EN TACONSHS CON
      *--- EL ESTADO ANTERIOR (ESPACIO SI NO HABIA), QUE ES LO QUE VE
      *--- EL OFICIAL DE PROTECCION DE DATOS EN CNSRCOB
      *
           MOVE '230-REGISTRAR-CONSENTIMIENTO' TO WS-AB-PARRAFO
           IF CAMPO2I NOT = 'X' AND CAMPO2I NOT = 'S'
              AND CAMPO2I NOT = 'E' AND CAMPO2I NOT = 'T'
              MOVE 'CANAL INVALIDO, USE X/S/E/T' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO3I NOT = 'S' AND CAMPO3I NOT = 'N'
              MOVE 'ESTADO INVALIDO, USE S ACEPTA / N NO ACEPTA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO4I NOT = 'S' AND CAMPO4I NOT = 'T'
              AND CAMPO4I NOT = 'F' AND CAMPO4I NOT = 'D'
              MOVE 'ORIGEN INVALIDO, USE S/T/F/D' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO CL-CEDULA-CS
           MOVE CAMPO2I TO CL-CANAL-CS
           EXEC SQL
                SELECT ESTADO_CS
                INTO   :CL-ESTADO-CS
                FROM   TACONSEN
                WHERE  CEDULA_CS = :CL-CEDULA-CS
                       AND CANAL_CS = :CL-CANAL-CS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-ESTADO-CS TO WS-ESTADO-ANTERIOR
                WHEN 100
                     MOVE SPACES TO WS-ESTADO-ANTERIOR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF WS-ESTADO-ANTERIOR = CAMPO3I
              MOVE 'SIN CAMBIO, EL CANAL YA TENIA ESE ESTADO' TO MSGO
              PERFORM 250-CONSULTAR-CONSENTIMIENTO
           END-IF
           MOVE CAMPO3I TO CL-ESTADO-CS
           MOVE CAMPO4I TO CL-ORIGEN-CS
           MOVE EIBOPID TO CL-USUARIO-CS
           IF WS-ESTADO-ANTERIOR = SPACES
              EXEC SQL
                   INSERT INTO TACONSEN (
                       CEDULA_CS
                      ,CANAL_CS
                      ,ESTADO_CS
                      ,FECHA_CS
                      ,ORIGEN_CS
                      ,USUARIO_CS
                   ) VALUES (
                       :CL-CEDULA-CS
                      ,:CL-CANAL-CS
                      ,:CL-ESTADO-CS
                      ,CURRENT TIMESTAMP
                      ,:CL-ORIGEN-CS
                      ,:CL-USUARIO-CS
                   )
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE TACONSEN
                   SET    ESTADO_CS  = :CL-ESTADO-CS
                         ,FECHA_CS   = CURRENT TIMESTAMP
                         ,ORIGEN_CS  = :CL-ORIGEN-CS
                         ,USUARIO_CS = :CL-USUARIO-CS
                   WHERE  CEDULA_CS = :CL-CEDULA-CS
                          AND CANAL_CS = :CL-CANAL-CS
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 240-SQL-GRABAR-HISTORICO
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'CONSENTIMIENTO REGISTRADO' TO MSGO
           PERFORM 250-CONSULTAR-CONSENTIMIENTO.

       240-SQL-GRABAR-HISTORICO.
           MOVE '240-SQL-GRABAR-HISTORICO' TO WS-AB-PARRAFO
           MOVE CL-CEDULA-CS       TO CL-CEDULA-CH
           MOVE CL-CANAL-CS        TO CL-CANAL-CH
           MOVE WS-ESTADO-ANTERIOR TO CL-ESTADO-ANT-CH
           MOVE CL-ESTADO-CS       TO CL-ESTADO-NUEVO-CH
           MOVE CL-ORIGEN-CS       TO CL-ORIGEN-CH
           MOVE CL-USUARIO-CS      TO CL-USUARIO-CH
           EXEC SQL
                INSERT INTO TACONSHS (
                    CEDULA_CH
                   ,CANAL_CH
                   ,ESTADO_ANT_CH
                   ,ESTADO_NUEVO_CH
                   ,ORIGEN_CH
                   ,USUARIO_CH
                   ,FECHA_CH
                ) VALUES (
                    :CL-CEDULA-CH
                   ,:CL-CANAL-CH
                   ,:CL-ESTADO-ANT-CH
                   ,:CL-ESTADO-NUEVO-CH
                   ,:CL-ORIGEN-CH
                   ,:CL-USUARIO-CH
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       250-CONSULTAR-CONSENTIMIENTO.
      *
      *--- SE ARMA EL RESUMEN DE LOS CUATRO CANALES EN CAMPO5O; EL
      *--- MENSAJE QUE HAYA DEJADO EL REGISTRO SE CONSERVA
      *
           MOVE '250-CONSULTAR-CONSENTIMIENTO' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-CEDULA-CS
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1 UNTIL WS-CN-IDX > 4
              MOVE WS-CN-CANALES(WS-CN-IDX:1) TO CL-CANAL-CS
              PERFORM 255-SQL-LEER-CANAL
           END-PERFORM
           MOVE WS-CN-RESUMEN TO CAMPO5O
           IF CAMPO6I = 'C'
              MOVE 'S ACEPTA / N NO ACEPTA / - SIN REGISTRO' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-SQL-LEER-CANAL.
           EXEC SQL
                SELECT ESTADO_CS
                INTO   :CL-ESTADO-CS
                FROM   TACONSEN
                WHERE  CEDULA_CS = :CL-CEDULA-CS
                       AND CANAL_CS = :CL-CANAL-CS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE '-' TO CL-ESTADO-CS
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           EVALUATE WS-CN-IDX
                WHEN 1
                     MOVE CL-ESTADO-CS TO WS-CN-RES-X
                WHEN 2
                     MOVE CL-ESTADO-CS TO WS-CN-RES-S
                WHEN 3
                     MOVE CL-ESTADO-CS TO WS-CN-RES-E
                WHEN 4
                     MOVE CL-ESTADO-CS TO WS-CN-RES-T
           END-EVALUATE.

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
                MAP('CNSTMP')
                ERASE
                FROM(CNSTMPO)
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
                TRANSID('CNST')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY AUDCTAPR.
       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER ABNDCTPR.cpy)
      *
           MOVE SPACES      TO WS-AB-CUENTA
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
