      *****************************************************
      *                                                   *
      *   PROGRAMA OVERRIDE DE SUPERVISOR: TRANSACCIONES  *
      *   DE CAJA QUE SUPERAN LA ATRIBUCION DEL CAJERO    *
      *   (TAOVERRD) CICS-DB2 SISTEMA BANCARIO            *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OVRDCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAOVERRD END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- SOLICITUDES PARQUEADAS POR 832-VERIFICAR-ATRIBUCION QUE
      *--- ESPERAN LA DECISION DE UN SUPERVISOR, LA MAS ANTIGUA PRIMERO
      *
           EXEC SQL
                DECLARE C_PENDIENTES CURSOR FOR
                SELECT
                   ID_OVERRIDE
                  ,OPERADOR_SOLICITA_OV
                  ,TERMINAL_SOLICITA_OV
                  ,CONCEPTO_OV
                  ,NUMERO_CUENTA_OV
                  ,MONTO_OV
                FROM
                   TAOVERRD
                WHERE
                   ESTADO_OV = 'P'
                ORDER BY
                   ID_OVERRIDE
           END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-LINEA-LISTA          PIC X(70).
           03 WS-FILAS-LEIDAS         PIC 9(2).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CONTINUAR           PIC X           VALUE 'N'.
               88 WS-EXIT                             VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'OVRDCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'OVRD'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.
      *
      *--- TOPE DE FILAS, DEBE COINCIDIR CON LAS 5 LINEAS CAMPO3-7
      *
          03 WC-MAX-FILAS             PIC S9(4)    COMP  VALUE 5.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY OVRDMPCP.
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
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO OVRDMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'OVRD'
              MOVE LOW-VALUES TO OVRDMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('OVRDMP')
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
                   MAP('OVRDMP')
                   INTO(OVRDMPI)
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
      *--- TODA LA PANTALLA ES FUNCION DE SUPERVISOR. CAMPO1I ACCION:
      *--- 'L' LISTAR LAS SOLICITUDES PENDIENTES
      *--- 'A' APROBAR LA SOLICITUD CAMPO2 (NUMERO DE OVERRIDE)
      *--- 'R' RECHAZAR LA SOLICITUD CAMPO2
      *--- LA DECISION SE TOMA DESDE LA TERMINAL DEL SUPERVISOR, NUNCA
      *--- DESDE LA DEL CAJERO NI POR EL MISMO OPERADOR QUE LA PIDIO.
      *--- EL CAJERO COMPLETA O CANCELA LA TRANSACCION AL VOLVER A
      *--- PULSAR ENTER EN SU PANTALLA (VER 836-APLICAR-DECISION)
      *--- LAS LINEAS CAMPO3O-CAMPO7O DEVUELVEN LA LISTA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 228-VALIDAR-SUPERVISOR
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (L/A/R)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO1I
                WHEN 'L'
                     PERFORM 230-LISTAR-PENDIENTES
                WHEN 'A'
                     PERFORM 250-DECIDIR-OVERRIDE
                WHEN 'R'
                     PERFORM 250-DECIDIR-OVERRIDE
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE L/A/R' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       228-VALIDAR-SUPERVISOR.
           MOVE '228-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
                INTO   :CL-ROL-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
                       AND ESTADO_OPERADOR = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              OR CL-ROL-OPERADOR NOT = WC-ROL-SUPERVISOR
              MOVE 'FUNCION RESERVADA AL SUPERVISOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       230-LISTAR-PENDIENTES.
           MOVE '230-LISTAR-PENDIENTES' TO WS-AB-PARRAFO
           MOVE SPACES TO CAMPO3O
           MOVE SPACES TO CAMPO4O
           MOVE SPACES TO CAMPO5O
           MOVE SPACES TO CAMPO6O
           MOVE SPACES TO CAMPO7O
           MOVE 0 TO WS-FILAS-LEIDAS
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PENDIENTES END-EXEC
           PERFORM UNTIL WS-EXIT
                   OR WS-FILAS-LEIDAS >= WC-MAX-FILAS
              EXEC SQL
                   FETCH C_PENDIENTES INTO
                      :CL-ID-OVERRIDE
                     ,:CL-OPERADOR-SOLICITA-OV
                     ,:CL-TERMINAL-SOLICITA-OV
                     ,:CL-CONCEPTO-OV
                     ,:CL-NUMERO-CUENTA-OV
                     ,:CL-MONTO-OV
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-FILAS-LEIDAS
                 MOVE CL-ID-OVERRIDE TO WS-ID-ED
                 MOVE CL-MONTO-OV    TO WS-VALOR-ED
                 MOVE SPACES TO WS-LINEA-LISTA
                 STRING WS-ID-ED                DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        CL-CONCEPTO-OV          DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        CL-OPERADOR-SOLICITA-OV DELIMITED BY SIZE
                        '/'                     DELIMITED BY SIZE
                        CL-TERMINAL-SOLICITA-OV DELIMITED BY SIZE
                        ' CTA='                 DELIMITED BY SIZE
                        CL-NUMERO-CUENTA-OV     DELIMITED BY SIZE
                        ' MONTO='               DELIMITED BY SIZE
                        WS-VALOR-ED             DELIMITED BY SIZE
                   INTO WS-LINEA-LISTA
                 END-STRING
                 PERFORM 235-MOVER-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    EXEC SQL CLOSE C_PENDIENTES END-EXEC
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_PENDIENTES END-EXEC
           IF WS-FILAS-LEIDAS = 0
              MOVE 'NO HAY SOLICITUDES DE OVERRIDE PENDIENTES' TO MSGO
           ELSE
              MOVE 'OVERRIDE CONCEPTO CAJERO/TERMINAL CUENTA MONTO'
                   TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       235-MOVER-LINEA.
           MOVE '235-MOVER-LINEA' TO WS-AB-PARRAFO
           EVALUATE WS-FILAS-LEIDAS
                WHEN 1
                     MOVE WS-LINEA-LISTA TO CAMPO3O
                WHEN 2
                     MOVE WS-LINEA-LISTA TO CAMPO4O
                WHEN 3
                     MOVE WS-LINEA-LISTA TO CAMPO5O
                WHEN 4
                     MOVE WS-LINEA-LISTA TO CAMPO6O
                WHEN 5
                     MOVE WS-LINEA-LISTA TO CAMPO7O
           END-EVALUATE.

       240-LEER-SOLICITUD.
           MOVE '240-LEER-SOLICITUD' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'DIGITE EL NUMERO DE OVERRIDE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'NUMERO DE OVERRIDE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-OVERRIDE
           EXEC SQL
                SELECT
                   OPERADOR_SOLICITA_OV
                  ,TERMINAL_SOLICITA_OV
                  ,CONCEPTO_OV
                  ,MONTO_OV
                  ,ESTADO_OV
                INTO
                   :CL-OPERADOR-SOLICITA-OV
                  ,:CL-TERMINAL-SOLICITA-OV
                  ,:CL-CONCEPTO-OV
                  ,:CL-MONTO-OV
                  ,:CL-ESTADO-OV
                FROM
                   TAOVERRD
                WHERE
                   ID_OVERRIDE = :CL-ID-OVERRIDE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA SOLICITUD DE OVERRIDE NO EXISTE' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-OV NOT = 'P'
              MOVE 'LA SOLICITUD YA FUE DECIDIDA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       250-DECIDIR-OVERRIDE.
      *
      *--- SEGREGACION DE FUNCIONES: OTRO OPERADOR, OTRA TERMINAL. PARA
      *--- APROBAR, EL SUPERVISOR DEBE TENER EN TAOPLIMT ATRIBUCION EN
      *--- EL MISMO CONCEPTO QUE CUBRA EL MONTO (SIN FILA NO TIENE
      *--- ATRIBUCION); PARA RECHAZAR BASTA SER SUPERVISOR. LA FILA DE
      *--- TAOVERRD QUEDA COMO BITACORA CON AMBOS OPERADORES Y AMBAS
      *--- TERMINALES
      *
           MOVE '250-DECIDIR-OVERRIDE' TO WS-AB-PARRAFO
           PERFORM 240-LEER-SOLICITUD
           IF CL-OPERADOR-SOLICITA-OV = EIBOPID
              MOVE 'NO PUEDE DECIDIR SU PROPIA SOLICITUD' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-TERMINAL-SOLICITA-OV = EIBTRMID
              MOVE 'DECIDA DESDE UNA TERMINAL DISTINTA A LA DEL CAJERO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO1I = 'A'
              PERFORM 255-VALIDAR-ATRIBUCION
              MOVE 'A' TO CL-ESTADO-OV
           ELSE
              MOVE 'R' TO CL-ESTADO-OV
           END-IF
           MOVE EIBOPID  TO CL-OPERADOR-APRUEBA-OV
           MOVE EIBTRMID TO CL-TERMINAL-APRUEBA-OV
           EXEC SQL
                UPDATE TAOVERRD
                SET    ESTADO_OV = :CL-ESTADO-OV
                      ,OPERADOR_APRUEBA_OV = :CL-OPERADOR-APRUEBA-OV
                      ,TERMINAL_APRUEBA_OV = :CL-TERMINAL-APRUEBA-OV
                      ,FECHA_HORA_APRUEBA_OV = CURRENT TIMESTAMP
                WHERE  ID_OVERRIDE = :CL-ID-OVERRIDE
                       AND ESTADO_OV = 'P'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA SOLICITUD YA FUE DECIDIDA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-OVERRIDE TO WS-ID-ED
           MOVE SPACES TO MSGO
           IF CL-ESTADO-OV = 'A'
              STRING 'OVERRIDE ' WS-ID-ED ' APROBADO, EL CAJERO '
                     CL-OPERADOR-SOLICITA-OV ' PUEDE CONTINUAR'
                     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'OVERRIDE ' WS-ID-ED ' RECHAZADO'
                     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-VALIDAR-ATRIBUCION.
           MOVE '255-VALIDAR-ATRIBUCION' TO WS-AB-PARRAFO
           MOVE EIBOPID        TO CL-OPERADOR-ID-LM
           MOVE CL-CONCEPTO-OV TO CL-CONCEPTO-LM
           EXEC SQL
                SELECT MONTO_LIMITE_LM
                INTO   :CL-MONTO-LIMITE-LM
                FROM   TAOPLIMT
                WHERE  OPERADOR_ID_LM = :CL-OPERADOR-ID-LM
                       AND CONCEPTO_LM = :CL-CONCEPTO-LM
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'SIN ATRIBUCION EN EL CONCEPTO PARA APROBAR'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-MONTO-OV > CL-MONTO-LIMITE-LM
              MOVE 'EL MONTO SUPERA SU ATRIBUCION, ESCALE LA SOLICITUD'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

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
                MAP('OVRDMP')
                ERASE
                FROM(OVRDMPO)
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
                TRANSID('OVRD')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.

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
