           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACAMPAN END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
       COPY CMPGMPCP.
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
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CMPGMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- FECHAS INICIO+FIN (AAAA-MM-DDAAAA-MM-DD), CAMPO2I = SALDO
      *--- MINIMO DE LA BANDA (VACIO SIN PISO) Y CAMPO3I = CRITERIOS:
      *--- POS 1-4 PRODUCTO, 6-9 SUCURSAL DOMICILIO, 11 DORMANTE
      *--- (S/N), 13-25 SALDO MAXIMO, 27 CLIENTE CON OFERTA DE
      *--- CREDITO PREAPROBADO VIGENTE (S/N, VER PREACOB) (VACIOS NO
      *--- FILTRAN)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (A/I/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       230-CREAR-CAMPANA.
           MOVE '230-CREAR-CAMPANA' TO WS-AB-PARRAFO
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              OR CAMPO4I = LOW-VALUES
              MOVE 'DIGITE TEXTO Y FECHAS DE VIGENCIA' TO MSGO
           MOVE SPACES TO CL-CODIGO-PRODUCTO-CP
           MOVE SPACES TO CL-SUCURSAL-CP
           MOVE SPACES TO CL-DORMANTE-CP
           MOVE SPACES TO CL-OFERTA-CP
           MOVE 0      TO CL-SALDO-MIN-CP
           MOVE 0      TO CL-SALDO-MAX-CP
           IF CAMPO3I NOT = LOW-VALUES
              MOVE CAMPO3I(1:4)  TO CL-CODIGO-PRODUCTO-CP
              MOVE CAMPO3I(6:4)  TO CL-SUCURSAL-CP
              MOVE CAMPO3I(11:1) TO CL-DORMANTE-CP
              MOVE CAMPO3I(27:1) TO CL-OFERTA-CP
              IF CL-OFERTA-CP NOT = 'S' AND CL-OFERTA-CP NOT = 'N'
                 MOVE SPACES TO CL-OFERTA-CP
              END-IF
              MOVE CAMPO3I(13:13) TO WS-MONTO-JUST
              INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
              INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
                   ,SALDO_MIN_CP
                   ,SALDO_MAX_CP
                   ,DORMANTE_CP
                   ,OFERTA_CP
                   ,ESTADO_CP
                   ,USUARIO_CP
                   ,FECHA_ALTA_CP
                   ,:CL-SALDO-MIN-CP
                   ,:CL-SALDO-MAX-CP
                   ,:CL-DORMANTE-CP
                   ,:CL-OFERTA-CP
                   ,:CL-ESTADO-CP
                   ,:CL-USUARIO-CP
                   ,CURRENT TIMESTAMP
           END-IF.

       240-INACTIVAR-CAMPANA.
           MOVE '240-INACTIVAR-CAMPANA' TO WS-AB-PARRAFO
           PERFORM 245-PARSEAR-ID
           MOVE WS-ID-NUM TO CL-ID-CAMPANA
           EXEC SQL
           PERFORM 300-RETURN.

       245-PARSEAR-ID.
           MOVE '245-PARSEAR-ID' TO WS-AB-PARRAFO
           MOVE CAMPO1I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           MOVE WS-ID-JUST TO WS-ID-NUM.

       250-CONSULTAR-CAMPANA.
           MOVE '250-CONSULTAR-CAMPANA' TO WS-AB-PARRAFO
           PERFORM 245-PARSEAR-ID
           MOVE WS-ID-NUM TO CL-ID-CAMPANA
           EXEC SQL
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('CMPGMP')
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
           EXEC CICS RETURN
                TRANSID('CMPG')
                COMMAREA(CH-COMMAREA)

       COPY ERRCTAPR.
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
           PERFORM 810-BUSCAR-ERROR-CATALOGO
