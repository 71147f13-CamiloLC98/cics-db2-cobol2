           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
      *
           03 WS-EFECTO-SALDO         PIC S9(13)V9(2) COMP-3.
           03 WS-YA-REVERSADAS        PIC 9(9).
      *
      *--- RETENCIONES DE CHEQUE AMARRADAS AL DEPOSITO ORIGINAL
      *--- (TARETEN.ID_TRANSACTION_R, UNA POR CHEQUE) POR ESTADO
      *
           03 WS-RET-AMARRADAS        PIC S9(9) COMP.
           03 WS-RET-VIGENTES         PIC S9(9) COMP.
           03 WS-RET-LIBERADAS        PIC S9(9) COMP.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.

       COPY FECNEGCP.
       COPY CONFCTCP.
       COPY REVSMPCP.
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
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
           PERFORM 870-LEER-FECHA-NEGOCIO
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
      *
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
      *--- LOCAL, OCURRE CUANDO EL PROGRAMA ES LLAMADO CON XCTL O LINK
      *
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('REVSMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- ES FUNCION EXCLUSIVA DE SUPERVISOR Y PIDE UN SEGUNDO ENTER
      *--- DE CONFIRMACION ANTES DE TOCAR NADA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 211-VALIDAR-SUPERVISOR
           IF CH-CONF-PENDIENTE = 'Y'
              PERFORM 214-CONFIRMAR-REVERSA
           PERFORM 213-PEDIR-CONFIRMACION.

       211-VALIDAR-SUPERVISOR.
           MOVE '211-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       212-BUSCAR-ORIGINAL.
           MOVE '212-BUSCAR-ORIGINAL' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- CONFLICTO DE INTERES: EL SUPERVISOR NO REVERSA MOVIMIENTOS
      *--- DE SU PROPIA CUENTA NI DE LA DE UNA PARTE RELACIONADA (VER
      *--- 837-VERIFICAR-CONFLICTO)
      *
           MOVE CL-NUMERO-CUENTA-T TO WS-CI-CUENTA
           PERFORM 837-VERIFICAR-CONFLICTO
           IF WS-CI-CONFLICTO
              MOVE 'N' TO CH-CONF-PENDIENTE
              MOVE WS-CI-MOTIVO TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- UNA REVERSA NO SE REVERSA: SE CORRIGE CON UNA TRANSACCION
      *--- NUEVA DEL SIGNO CORRECTO
      *
           END-IF.

       213-PEDIR-CONFIRMACION.
           MOVE '213-PEDIR-CONFIRMACION' TO WS-AB-PARRAFO
           MOVE 'Y'                 TO CH-CONF-PENDIENTE
           MOVE WS-ID-JUST          TO CH-COMUN(1:9)
           MOVE CL-MONTO            TO WS-MONTO-ED
           PERFORM 300-RETURN.

       214-CONFIRMAR-REVERSA.
           MOVE '214-CONFIRMAR-REVERSA' TO WS-AB-PARRAFO
           MOVE 'N' TO CH-CONF-PENDIENTE
           MOVE CH-COMUN(1:9) TO WS-ID-JUST
           MOVE WS-ID-JUST    TO WS-ID-NUM
           MOVE CL-MONTO            TO WS-MONTO-ORIGINAL
      *
      *--- EFECTO DEL ORIGINAL SOBRE EL SALDO: 'D' E 'I' ABONARON;
      *--- 'R', 'G', 'X', 'O' (INTERES DE SOBREGIRO, VER ODINCOB) Y
      *--- 'M' (GMF 4 POR MIL, VER GMFCTPR) DEBITARON CON MONTO
      *--- POSITIVO; 'T', 'E' Y LOS DEMAS TIPOS
      *--- CON SIGNO YA TRAEN SU DIRECCION EN EL MONTO
      *
           EVALUATE WS-TIPO-ORIGINAL
                WHEN 'G'
                WHEN 'X'
                WHEN 'O'
                WHEN 'M'
                     COMPUTE WS-EFECTO-SALDO = 0 - WS-MONTO-ORIGINAL
                WHEN OTHER
                     MOVE WS-MONTO-ORIGINAL TO WS-EFECTO-SALDO
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-REVERSA
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'V' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - WS-EFECTO-SALDO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-REVERSA
           END-IF
           PERFORM 218-SQL-INSERTAR-REVERSA
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'REVERSA APLICADA CORRECTAMENTE' TO MSGO
      *--- WS-YA-REVERSADAS SE REUTILIZA COMO BANDERA: QUEDA > 0
      *--- CUANDO LA RETENCION FUE ENCONTRADA Y DESHECHA
      *
           MOVE '217-REVERSAR-RETENCION-SI-HAY' TO WS-AB-PARRAFO
           MOVE 0 TO WS-YA-REVERSADAS
      *
      *--- UN DEPOSITO EN CHEQUE DEJA UNA RETENCION POR CHEQUE AMARRADA
      *--- AL DEPOSITO: SI TODAS SIGUEN 'R' SE CANCELAN JUNTAS; SI
      *--- TODAS SE LIBERARON EL DINERO YA ESTA EN SALDO Y SIGUE LA
      *--- REVERSA NORMAL; CON CHEQUES DEVUELTOS O MEZCLADOS LA REVERSA
      *--- NO SE PUEDE APLICAR COMPLETA Y SE RECHAZA
      *
           MOVE WS-ID-NUM TO CL-ID-TRANSACTION-R
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(SUM(CASE WHEN ESTADO_R = 'R'
                                         THEN 1 ELSE 0 END), 0)
                      ,COALESCE(SUM(CASE WHEN ESTADO_R = 'L'
                                         THEN 1 ELSE 0 END), 0)
                INTO   :WS-RET-AMARRADAS
                      ,:WS-RET-VIGENTES
                      ,:WS-RET-LIBERADAS
                FROM   TARETEN
                WHERE  ID_TRANSACTION_R = :CL-ID-TRANSACTION-R
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-RET-AMARRADAS > 0
              PERFORM 219-REVERSAR-RETENCIONES-CHEQUE
           ELSE
              PERFORM 215-REVERSAR-RETENCION-UNICA
           END-IF.

       219-REVERSAR-RETENCIONES-CHEQUE.
           MOVE '219-REVERSAR-RETENCIONES-CHEQUE' TO WS-AB-PARRAFO
           EVALUATE TRUE
                WHEN WS-RET-VIGENTES = WS-RET-AMARRADAS
                     EXEC SQL
                          UPDATE TARETEN
                          SET    ESTADO_R = 'C'
                          WHERE  ID_TRANSACTION_R = :CL-ID-TRANSACTION-R
                                 AND ESTADO_R = 'R'
                     END-EXEC
                     IF SQLCODE NOT = 0
                        PERFORM 999-FALLO-REVERSA
                     END-IF
                     MOVE WS-CUENTA-ORIGINAL TO CL-NUMERO-CUENTA-R
                     MOVE WS-MONTO-ORIGINAL  TO CL-MONTO-R
                     EXEC SQL
                          UPDATE TACUENT
                          SET    SALDO_RETENIDO = SALDO_RETENIDO
                                                  - :CL-MONTO-R
                          WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA-R
                     END-EXEC
                     IF SQLCODE NOT = 0
                        PERFORM 999-FALLO-REVERSA
                     END-IF
                     MOVE 1 TO WS-YA-REVERSADAS
                WHEN WS-RET-LIBERADAS = WS-RET-AMARRADAS
                     CONTINUE
                WHEN OTHER
                     MOVE 'EL DEPOSITO TIENE CHEQUES LIBERADOS O DEVUELT
      -                   'OS, NO SE REVERSA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       215-REVERSAR-RETENCION-UNICA.
           MOVE '215-REVERSAR-RETENCION-UNICA' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-ORIGINAL TO CL-NUMERO-CUENTA-R
           MOVE WS-MONTO-ORIGINAL  TO CL-MONTO-R
           EXEC SQL
      *--- REVERSA) Y CON EL SIGNO CONTRARIO AL EFECTO ORIGINAL, ASI
      *--- RECNCOB Y EXTRCOB LA SUMAN DIRECTO
      *
           MOVE '218-SQL-INSERTAR-REVERSA' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-ORIGINAL TO CL-NUMERO-CUENTA-T
           MOVE EIBOPID            TO CL-USUARIO
           MOVE EIBTRMID           TO CL-TERMINAL
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('REVSMP')
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
           EXEC CICS
                RETURN
                TRANSID('REVS')
           END-EXEC.

       COPY FECNEGPR.
       COPY CONFCTPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-REVERSA.
      *
      *--- SE DESHACE TODO LO APLICADO EN ESTA UNIDAD DE TRABAJO, LA
      *--- MISMA DISCIPLINA DE 999-FALLO-TRANSFERENCIA EN TRNFCOB
      *
           MOVE '999-FALLO-REVERSA' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL APLICAR LA REVERSA, NO SE APLICO' TO MSGO
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
