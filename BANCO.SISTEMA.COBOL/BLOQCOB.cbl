           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAESTLOG END-EXEC.
           EXEC SQL INCLUDE TASOBREG END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
      *
           03 WS-INTERES-CIERRE       PIC S9(13)V9(2) COMP-3.
           03 WS-RETENCION-CIERRE     PIC S9(13)V9(2) COMP-3.
           03 WS-SALDO-FINAL-ED       PIC -(13)9.99.
      *
      *--- CASTIGO DEL SOBREGIRO AL CIERRE (VER 233-CASTIGAR-SOBREGIRO)
      *
           03 WS-MONTO-CASTIGO        PIC S9(13)V9(2) COMP-3.
           03 WS-CONSTANCIA-LINEA     PIC X(100).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY CONFCTCP.
       COPY BLOQMPCP.
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
           MOVE 'TASA-INTERES-TIER1' TO CL-PARAM-CLAVE
           MOVE WC-TASA-INTERES-BASE TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('BLOQMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *
      *--- VALIDAR CAMPOS DE ENTRADA ANTES DE CONSULTAR DB2
      *    
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES  OR CAMPO2I = LOW-VALUES
                                    OR CAMPO3I = LOW-VALUES
              PERFORM 220-ENVIAR-MAPA
      *--- NUMERO DE CUENTA OBVIAMENTE MAL DIGITADO SIN GASTAR UN
      *--- VIAJE A LA BASE DE DATOS
      *
           MOVE '212-CONSULTAR-CUENTA-DB2' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- CONFLICTO DE INTERES: NADIE BLOQUEA, DESBLOQUEA NI CIERRA
      *--- SU PROPIA CUENTA NI LA DE UNA PARTE RELACIONADA (VER
      *--- 837-VERIFICAR-CONFLICTO)
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

           END-IF .
           
       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('BLOQMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
      *--- ESTADO_CUENTA Y, AL INCLUIR LOS DOS DCLGEN EN ESTE PROGRAMA,
      *--- EL NOMBRE SIN CUALIFICAR QUEDARIA AMBIGUO.
      *
           MOVE '222-SQL-CONSULTA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA
      *--- EL ESTADO ACTUAL DE LA CUENTA SE GUARDA EN TACUENT.
      *
       223-SQL-ACTUALIZAR-ESTADO.
           MOVE '223-SQL-ACTUALIZAR-ESTADO' TO WS-AB-PARRAFO
           MOVE CL-ESTADO-CUENTA OF CL-ESTCUENT
                TO CL-ESTADO-CUENTA OF CL-ESTLOG
           MOVE CAMPO1I                         TO CL-NUMERO-CUENTA-L
      *--- SE DESHACE EL CAMBIO DE ESTADO YA CONFIRMADO EN TACUENT; SOLO
      *--- SE REPORTA EL ERROR, IGUAL QUE CUALQUIER OTRO 999-ERROR-DB2
      *
           MOVE '227-NOTIFICAR-CAMBIO-ESTADO' TO WS-AB-PARRAFO
           MOVE CAMPO1I             TO CL-NUMERO-CUENTA-N
           MOVE CAMPO2I             TO CL-ESTADO-NUEVO-N
           MOVE WC-NOTIF-PENDIENTE  TO CL-ESTADO-ENVIO
      *--- APROBADO, CON EL MISMO OPERADOR COMO SOLICITANTE Y APROBADOR
      *--- (NO REQUIERE SEGUNDO OPERADOR).
      *
           MOVE '224-SQL-INSERTAR-LOG' TO WS-AB-PARRAFO
           MOVE EIBOPID  TO CL-OPERADOR-SOLICITA
           MOVE EIBOPID  TO CL-OPERADOR-APRUEBA
           MOVE 'A'      TO CL-ESTADO-APROBACION
           END-IF.

       225-SQL-SOLICITAR-DESBLOQUEO.
           MOVE '225-SQL-SOLICITAR-DESBLOQUEO' TO WS-AB-PARRAFO
           MOVE CL-ESTADO-CUENTA OF CL-ESTCUENT
                TO CL-ESTADO-CUENTA OF CL-ESTLOG
           MOVE CAMPO1I                         TO CL-NUMERO-CUENTA-L
      *--- O TRANSFERIRSE ANTES. AL CERRAR QUEDA UNA CONSTANCIA DE LA
      *--- POSICION FINAL PARA LA FIRMA DEL CLIENTE
      *
           MOVE '226-CERRAR-CUENTA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-RETENCIONES-VIVAS
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- UNA CUENTA EN SOBREGIRO SOLO SE CIERRA CON EL CASTIGO YA
      *--- APROBADO POR UN SUPERVISOR EN SOBRCOB
      *
           IF CL-SALDO < 0
              PERFORM 233-CASTIGAR-SOBREGIRO
           END-IF
           PERFORM 228-LIQUIDAR-INTERES-CIERRE
           IF CL-SALDO NOT = 0
              MOVE 'RETIRE O TRANSFIERA EL SALDO FINAL ANTES DE CERRAR'
      *--- CAUSACION PREVIA SE TOPA EN 30 DIAS. SOLO CAUSA SALDO
      *--- POSITIVO, CON SU RETENCION EN LA FUENTE COMO EN INTRCOB
      *
           MOVE '228-LIQUIDAR-INTERES-CIERRE' TO WS-AB-PARRAFO
           IF CL-SALDO <= 0
              CONTINUE
           ELSE
                    IF SQLCODE NOT = 0
                       PERFORM 999-ERROR-DB2
                    END-IF
                    MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
                    MOVE 'I' TO WS-EV-TIPO
                    COMPUTE WS-EV-MONTO = WS-INTERES-CIERRE
                                          - WS-RETENCION-CIERRE
                    PERFORM 882-REGISTRAR-EVENTO
                    IF NOT WS-EV-OK
                       PERFORM 999-ERROR-DB2
                    END-IF
                    MOVE EIBOPID  TO CL-USUARIO
                    MOVE EIBTRMID TO CL-TERMINAL
                    MOVE WS-INTERES-CIERRE TO CL-MONTO
           END-IF.

       231-SQL-INSERTAR-MOVTO-I.
           MOVE '231-SQL-INSERTAR-MOVTO-I' TO WS-AB-PARRAFO
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
           END-IF.

       232-SQL-INSERTAR-MOVTO-X.
           MOVE '232-SQL-INSERTAR-MOVTO-X' TO WS-AB-PARRAFO
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
              PERFORM 999-ERROR-DB2
           END-IF.

       233-CASTIGAR-SOBREGIRO.
      *
      *--- EL SALDO NEGATIVO SE LLEVA A PERDIDA CON UN MOVIMIENTO 'C'
      *--- (CASTIGO DE SOBREGIRO) QUE DEJA EL SALDO EN CERO, CON EL
      *--- EPISODIO DE TASOBREG COMO REFERENCIA, Y EL EPISODIO QUEDA
      *--- 'C' CON EL MONTO CASTIGADO PARA LAS RECUPERACIONES
      *--- POSTERIORES EN SOBRCOB. SIN EPISODIO APROBADO ('A') NO SE
      *--- CIERRA
      *
           MOVE '233-CASTIGAR-SOBREGIRO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT ID_SOBREGIRO
                INTO   :CL-ID-SOBREGIRO
                FROM   TASOBREG
                WHERE  NUMERO_CUENTA_SB = :CL-NUMERO-CUENTA
                       AND ESTADO_SB = 'A'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 100
              MOVE 'CUENTA EN SOBREGIRO SIN CASTIGO APROBADO (SOBR)'
                                                             TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE WS-MONTO-CASTIGO = 0 - CL-SALDO
           MOVE 0 TO CL-SALDO
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'C' TO WS-EV-TIPO
           MOVE WS-MONTO-CASTIGO TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE EIBOPID          TO CL-USUARIO
           MOVE EIBTRMID         TO CL-TERMINAL
           MOVE WS-MONTO-CASTIGO TO CL-MONTO
           MOVE CL-ID-SOBREGIRO  TO CL-REFERENCIA-TRANSFERENCIA
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
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'C'
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:WS-FN-FECHA
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-MONTO-CASTIGO TO CL-MONTO-CASTIGO-SB
           EXEC SQL
                UPDATE TASOBREG
                SET    ESTADO_SB = 'C'
                      ,MONTO_CASTIGO_SB = :CL-MONTO-CASTIGO-SB
                      ,SALDO_SB = 0
                      ,FECHA_CASTIGO_SB = :WS-FN-FECHA
                      ,FECHA_HORA_SB = CURRENT TIMESTAMP
                WHERE  ID_SOBREGIRO = :CL-ID-SOBREGIRO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       229-ESCRIBIR-CONSTANCIA-CIERRE.
      *
      *--- CONSTANCIA DE CIERRE CON LA POSICION FINAL, POR LA MISMA
      *--- COLA RECP DE LOS RECIBOS, PARA LA FIRMA DEL CLIENTE
      *
           MOVE '229-ESCRIBIR-CONSTANCIA-CIERRE' TO WS-AB-PARRAFO
           MOVE CL-SALDO TO WS-SALDO-FINAL-ED
           MOVE SPACES TO WS-CONSTANCIA-LINEA
           STRING 'CONSTANCIA DE CIERRE CTA:' DELIMITED BY SIZE
           END-EXEC.
                                
       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('BLOQ')
                COMMAREA(CH-COMMAREA )
       COPY ERRCTAPR.
       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY CONFCTPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

       999-FALLO-FICHERO.
           MOVE '999-FALLO-FICHERO' TO WS-AB-PARRAFO
           IF SQLCODE >= 100
              MOVE 'CUENTA NO ENCONTRADA' TO  MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 999-ERROR-DB2
           END-IF.

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
