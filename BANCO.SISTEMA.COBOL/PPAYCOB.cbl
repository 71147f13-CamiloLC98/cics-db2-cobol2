      *****************************************************
      *                                                   *
      *   PROGRAMA POSITIVE PAY: INSCRIPCION DE CUENTAS   *
      *   (TAPPAFIL) Y DECISION DEL CLIENTE SOBRE LAS     *
      *   EXCEPCIONES RETENIDAS (TAPPEXCP) CICS-DB2       *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PPAYCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAPPAFIL END-EXEC.
           EXEC SQL INCLUDE TAPPEXCP END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-CHEQUE-NUM           PIC 9(9).
           03 WS-MONTO-ED             PIC Z(11)9,99.
           03 WS-PENDIENTES           PIC S9(9)       COMP.
           03 WS-PENDIENTES-ED        PIC ZZZ9.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'PPAYCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'PPAY'.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY PPAYMPCP.
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
              MOVE LOW-VALUES TO PPAYMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'PPAY'
              MOVE LOW-VALUES TO PPAYMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('PPAYMP')
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
                   MAP('PPAYMP')
                   INTO(PPAYMPI)
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
      *--- CAMPO1I ACCION SOBRE LA CUENTA CAMPO2:
      *--- 'I' INSCRIBIR LA CUENTA EN POSITIVE PAY (O REACTIVARLA)
      *--- 'B' DAR DE BAJA LA INSCRIPCION
      *--- 'C' CONSULTAR LA EXCEPCION CAMPO3, O SIN CAMPO3 LA
      *---     PENDIENTE MAS ANTIGUA DE LA CUENTA
      *--- 'P' EL CLIENTE ORDENA PAGAR LA EXCEPCION CAMPO3
      *--- 'R' EL CLIENTE ORDENA DEVOLVER LA EXCEPCION CAMPO3
      *--- LA DECISION SE PUEDE CAMBIAR MIENTRAS LA EXCEPCION SIGA
      *--- PENDIENTE; LA APLICA LA SIGUIENTE CORRIDA DE CLRICOB, QUE
      *--- DEVUELVE POR DEFECTO LAS QUE NO TENGAN DECISION.
      *--- CAMPO4O A CAMPO9O MUESTRAN CHEQUE, MONTO PRESENTADO, MONTO
      *--- REPORTADO, MOTIVO (N/M/A), FECHA DE PRESENTACION Y
      *--- DECISION; CAMPO10O LAS EXCEPCIONES PENDIENTES DE LA CUENTA
      *--- Y CAMPO11O EL ESTADO DE LA INSCRIPCION (A/I)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ACCION (I/B/C/P/R) Y CUENTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 255-VALIDAR-OPERADOR
           PERFORM 240-VALIDAR-CUENTA
           EVALUATE CAMPO1I
                WHEN 'I'
                     PERFORM 230-INSCRIBIR-CUENTA
                WHEN 'B'
                     PERFORM 250-DAR-BAJA-CUENTA
                WHEN 'C'
                     PERFORM 260-CONSULTAR-EXCEPCION
                WHEN 'P'
                     PERFORM 270-REGISTRAR-DECISION
                WHEN 'R'
                     PERFORM 270-REGISTRAR-DECISION
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE I/B/C/P/R' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-INSCRIBIR-CUENTA.
      *
      *--- UNA FILA POR CUENTA: LA QUE FUE DADA DE BAJA SE REACTIVA
      *--- CON EL NUEVO USUARIO Y FECHA DE ALTA
      *
           MOVE '230-INSCRIBIR-CUENTA' TO WS-AB-PARRAFO
           IF CL-ESTADO-CUENTA OF CL-ESTCUENT = 'C'
              MOVE 'LA CUENTA ESTA CANCELADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-PA = 'A'
              MOVE 'LA CUENTA YA ESTA INSCRITA EN POSITIVE PAY' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE EIBOPID TO CL-USUARIO-ALTA-PA
           IF CL-ESTADO-PA = 'I'
              EXEC SQL
                   UPDATE TAPPAFIL
                   SET    ESTADO_PA       = 'A'
                         ,USUARIO_ALTA_PA = :CL-USUARIO-ALTA-PA
                         ,FECHA_ALTA_PA   = CURRENT TIMESTAMP
                   WHERE  NUMERO_CUENTA_PA = :CL-NUMERO-CUENTA-PA
              END-EXEC
           ELSE
              EXEC SQL
                   INSERT INTO TAPPAFIL (
                       NUMERO_CUENTA_PA
                      ,ESTADO_PA
                      ,USUARIO_ALTA_PA
                      ,FECHA_ALTA_PA
                   ) VALUES (
                       :CL-NUMERO-CUENTA-PA
                      ,'A'
                      ,:CL-USUARIO-ALTA-PA
                      ,CURRENT TIMESTAMP
                   )
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'A' TO CAMPO11O
           MOVE 'CUENTA INSCRITA EN POSITIVE PAY' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       240-VALIDAR-CUENTA.
      *
      *--- DEJA LEIDOS EL ESTADO DE LA CUENTA, EL DE SU INSCRIPCION
      *--- (ESPACIOS SI NUNCA SE INSCRIBIO) Y CUANTAS EXCEPCIONES
      *--- TIENE PENDIENTES DE APLICAR
      *
           MOVE '240-VALIDAR-CUENTA' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-NUMERO-CUENTA
           MOVE CAMPO2I TO CL-NUMERO-CUENTA-PA
           MOVE CAMPO2I TO CL-NUMERO-CUENTA-PX
           EXEC SQL
                SELECT ESTADO_CUENTA
                INTO   :CL-ESTADO-CUENTA OF CL-ESTCUENT
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
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
           EXEC SQL
                SELECT ESTADO_PA
                INTO   :CL-ESTADO-PA
                FROM   TAPPAFIL
                WHERE  NUMERO_CUENTA_PA = :CL-NUMERO-CUENTA-PA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE SPACES TO CL-ESTADO-PA
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-ESTADO-PA TO CAMPO11O
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-PENDIENTES
                FROM   TAPPEXCP
                WHERE  NUMERO_CUENTA_PX = :CL-NUMERO-CUENTA-PX
                       AND ESTADO_PX = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-PENDIENTES    TO WS-PENDIENTES-ED
           MOVE WS-PENDIENTES-ED TO CAMPO10O.

       245-VALIDAR-EXCEPCION.
           MOVE '245-VALIDAR-EXCEPCION' TO WS-AB-PARRAFO
           MOVE CAMPO3I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC OR WS-ID-JUST = ZEROES
              MOVE 'DIGITE EL NUMERO DE LA EXCEPCION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-EXCEPCION-PX.

       250-DAR-BAJA-CUENTA.
      *
      *--- LAS EXCEPCIONES YA RETENIDAS SIGUEN SU CURSO: LA BAJA SOLO
      *--- EVITA QUE CLRICOB CONFRONTE LOS CHEQUES QUE LLEGUEN DESPUES
      *
           MOVE '250-DAR-BAJA-CUENTA' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-USUARIO-BAJA-PA
           EXEC SQL
                UPDATE TAPPAFIL
                SET    ESTADO_PA       = 'I'
                      ,USUARIO_BAJA_PA = :CL-USUARIO-BAJA-PA
                      ,FECHA_BAJA_PA   = CURRENT TIMESTAMP
                WHERE  NUMERO_CUENTA_PA = :CL-NUMERO-CUENTA-PA
                       AND ESTADO_PA = 'A'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA CUENTA NO ESTA INSCRITA EN POSITIVE PAY'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'I' TO CAMPO11O
           MOVE 'INSCRIPCION DADA DE BAJA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       260-CONSULTAR-EXCEPCION.
           MOVE '260-CONSULTAR-EXCEPCION' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              EXEC SQL
                   SELECT ID_EXCEPCION_PX
                   INTO   :CL-ID-EXCEPCION-PX
                   FROM   TAPPEXCP
                   WHERE  NUMERO_CUENTA_PX = :CL-NUMERO-CUENTA-PX
                          AND ESTADO_PX = 'P'
                   ORDER BY ID_EXCEPCION_PX
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        MOVE 'LA CUENTA NO TIENE EXCEPCIONES PENDIENTES'
                             TO MSGO
                        PERFORM 220-ENVIAR-MAPA
                        PERFORM 300-RETURN
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           ELSE
              PERFORM 245-VALIDAR-EXCEPCION
           END-IF
           PERFORM 280-LEER-EXCEPCION
           PERFORM 290-MOSTRAR-EXCEPCION
           EVALUATE CL-ESTADO-PX
                WHEN 'P'
                     MOVE 'EXCEPCION PENDIENTE DE DECISION/APLICACION'
                          TO MSGO
                WHEN 'A'
                     MOVE 'EXCEPCION APLICADA: CHEQUE REPROCESADO'
                          TO MSGO
                WHEN OTHER
                     MOVE 'EXCEPCION CERRADA: CHEQUE DEVUELTO' TO MSGO
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-REGISTRAR-DECISION.
      *
      *--- SOLO SOBRE EXCEPCIONES PENDIENTES: UNA VEZ QUE CLRICOB LA
      *--- APLICO O LA DEVOLVIO POR VENCIMIENTO, YA NO SE PUEDE
      *--- CAMBIAR
      *
           MOVE '270-REGISTRAR-DECISION' TO WS-AB-PARRAFO
           PERFORM 245-VALIDAR-EXCEPCION
           PERFORM 280-LEER-EXCEPCION
           IF CL-ESTADO-PX NOT = 'P'
              PERFORM 290-MOSTRAR-EXCEPCION
              MOVE 'LA EXCEPCION YA FUE RESUELTA, NO SE CAMBIA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO CL-DECISION-PX
           MOVE EIBOPID TO CL-USUARIO-DECISION-PX
           EXEC SQL
                UPDATE TAPPEXCP
                SET    DECISION_PX         = :CL-DECISION-PX
                      ,ORIGEN_DECISION_PX  = 'C'
                      ,USUARIO_DECISION_PX = :CL-USUARIO-DECISION-PX
                      ,FECHA_DECISION_PX   = CURRENT TIMESTAMP
                WHERE  ID_EXCEPCION_PX = :CL-ID-EXCEPCION-PX
                       AND ESTADO_PX = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 290-MOSTRAR-EXCEPCION
           IF CL-DECISION-PX = 'P'
              MOVE 'DECISION REGISTRADA: PAGAR EN LA PROXIMA CAMARA'
                   TO MSGO
           ELSE
              MOVE 'DECISION REGISTRADA: DEVOLVER EN LA PROXIMA CAMARA'
                   TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       280-LEER-EXCEPCION.
           MOVE '280-LEER-EXCEPCION' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT NUMERO_CHEQUE_PX
                      ,MONTO_PX
                      ,MONTO_EMITIDO_PX
                      ,MOTIVO_PX
                      ,FECHA_PRESENTA_PX
                      ,DECISION_PX
                      ,ESTADO_PX
                INTO   :CL-NUMERO-CHEQUE-PX
                      ,:CL-MONTO-PX
                      ,:CL-MONTO-EMITIDO-PX
                      ,:CL-MOTIVO-PX
                      ,:CL-FECHA-PRESENTA-PX
                      ,:CL-DECISION-PX
                      ,:CL-ESTADO-PX
                FROM   TAPPEXCP
                WHERE  ID_EXCEPCION_PX = :CL-ID-EXCEPCION-PX
                       AND NUMERO_CUENTA_PX = :CL-NUMERO-CUENTA-PX
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'EXCEPCION NO ENCONTRADA PARA ESA CUENTA'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       290-MOSTRAR-EXCEPCION.
           MOVE '290-MOSTRAR-EXCEPCION' TO WS-AB-PARRAFO
           MOVE CL-ID-EXCEPCION-PX   TO WS-ID-NUM
           MOVE WS-ID-NUM            TO CAMPO3O
           MOVE CL-NUMERO-CHEQUE-PX  TO WS-CHEQUE-NUM
           MOVE WS-CHEQUE-NUM        TO CAMPO4O
           MOVE CL-MONTO-PX          TO WS-MONTO-ED
           MOVE WS-MONTO-ED          TO CAMPO5O
           MOVE CL-MONTO-EMITIDO-PX  TO WS-MONTO-ED
           MOVE WS-MONTO-ED          TO CAMPO6O
           MOVE CL-MOTIVO-PX         TO CAMPO7O
           MOVE CL-FECHA-PRESENTA-PX TO CAMPO8O
           MOVE CL-DECISION-PX       TO CAMPO9O.

       255-VALIDAR-OPERADOR.
           MOVE '255-VALIDAR-OPERADOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ESTADO_OPERADOR
                INTO   :CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-OPERADOR NOT = 'A'
              MOVE 'OPERADOR NO AUTORIZADO' TO MSGO
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
                MAP('PPAYMP')
                ERASE
                FROM(PPAYMPO)
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
                TRANSID('PPAY')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
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
           MOVE CAMPO2I     TO WS-AB-CUENTA
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
