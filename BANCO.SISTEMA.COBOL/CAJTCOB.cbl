           EXEC SQL INCLUDE TACAJMOV END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TACAJERO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(15)   JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-TILL-OPERADOR        PIC X(4).
           03 WS-BOVEDA-NETO          PIC S9(13)V9(2) COMP-3.
           03 WS-CAJEROS-AUTOMATICOS  PIC S9(9)   COMP.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
       COPY CAJTMPCP.
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
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CAJTMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
           END-IF.

       210-PROCESAR-DATOS.
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 211-CONSULTAR-TILL-OPERADOR
      *
      *--- UNA CAJA CONGELADA POR ARQUEO DE AUDITORIA NO ENVIA NI
      *--- ACUSA TRASLADOS HASTA QUE EL CAJERO FIRME EL CONTEO
      *
           IF CAMPO1I NOT = '3'
              MOVE WS-TILL-OPERADOR TO CL-TILL-ID-AQ
              PERFORM 884-VERIFICAR-ARQUEO
           END-IF
           EVALUATE CAMPO1I
                WHEN '1'
                     PERFORM 212-REGISTRAR-ENVIO
           END-EVALUATE.

       211-CONSULTAR-TILL-OPERADOR.
           MOVE '211-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-TILL-OPERADOR
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
      *--- ACUSE: DOBLE RECONOCIMIENTO. LAS PIEZAS SALEN DE UNA VEZ
      *--- DEL LIBRO DE DENOMINACIONES DE LA CAJA QUE ENVIA
      *
           MOVE '212-REGISTRAR-ENVIO' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE CAJA DESTINO Y MONTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-TILL-ID-AQ
           PERFORM 884-VERIFICAR-ARQUEO
      *
      *--- LA CAJA DE UN CAJERO AUTOMATICO SOLO SE CARGA POR ATMCCOB,
      *--- QUE ABRE EL CICLO DE ABASTECIMIENTO QUE LUEGO SE CONCILIA
      *
           MOVE CAMPO2I TO CL-TILL-AT
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CAJEROS-AUTOMATICOS
                FROM   TACAJERO
                WHERE  TILL_AT = :CL-TILL-AT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CAJEROS-AUTOMATICOS > 0
              MOVE 'LOS CAJEROS AUTOMATICOS SE CARGAN EN ATMCCOB'
                                                              TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE SPACES TO WS-MONTO-JUST
           UNSTRING CAMPO3I DELIMITED BY '_'
               INTO WS-MONTO-JUST
      *
      *--- SOLO EL OPERADOR DE LA CAJA DESTINO PUEDE ACUSAR, Y SOLO
      *--- UNA VEZ. AL ACUSAR, LAS PIEZAS ENTRAN AL LIBRO DE LA CAJA
      *--- RECEPTORA. LA BOVEDA LA COMPARTEN VARIOS OPERADORES: QUIEN
      *--- ENVIO NO PUEDE ACUSAR SU PROPIO TRASLADO (DESCARGUES DE
      *--- CAJEROS AUTOMATICOS DE ATMCCOB)
      *
           MOVE '213-ACUSAR-RECIBO' TO WS-AB-PARRAFO
           IF CAMPO5I = LOW-VALUES
              MOVE 'DIGITE EL ID DEL TRASLADO A ACUSAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
                   TILL_DESTINO
                  ,DENOM_CM
                  ,ESTADO_CM
                  ,OPERADOR_ENVIA
                INTO
                   :CL-TILL-DESTINO
                  ,:CL-DENOM-CM
                  ,:CL-ESTADO-CM
                  ,:CL-OPERADOR-ENVIA
                FROM
                   TACAJMOV
                WHERE
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-OPERADOR-ENVIA = EIBOPID
              MOVE 'DOBLE CONTROL: EL ACUSE LO HACE OTRO OPERADOR'
                                                              TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE EIBOPID TO CL-OPERADOR-RECIBE
           EXEC SQL
                UPDATE TACAJMOV
      *--- SALDO CORRIENTE DE LA BOVEDA: LO ACUSADO QUE ENTRO MENOS LO
      *--- ENVIADO DESDE ELLA
      *
           MOVE '214-CONSULTAR-BOVEDA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN TILL_DESTINO = 'BOVE'
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('CAJTMP')
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
                TRANSID('CAJT')
           END-EXEC.

       COPY DENOMPR.
       COPY ARQCTAPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.
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
