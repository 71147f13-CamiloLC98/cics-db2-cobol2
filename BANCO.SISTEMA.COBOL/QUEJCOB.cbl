           EXEC SQL INCLUDE TAQUEJA END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
       COPY QUEJMPCP.
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
           MOVE 'DIAS-PLAZO-QUEJA' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-PLAZO TO WS-PM-DEFECTO
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('QUEJMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- 'V' COLA DEL SUPERVISOR (ABIERTAS Y VENCIDAS), 'Q'
      *--- CONSULTAR UN CASO (CAMPO2 = ID CASO)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (A/D/C/V/Q)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       212-PARSEAR-ID-CASO.
           MOVE '212-PARSEAR-ID-CASO' TO WS-AB-PARRAFO
           MOVE CAMPO2I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           MOVE WS-ID-JUST TO WS-ID-NUM.

       230-ABRIR-CASO.
           MOVE '230-ABRIR-CASO' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO4I = LOW-VALUES
              OR CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE CUENTA, CATEGORIA Y DESCRIPCION' TO MSGO
           END-IF.

       240-ASIGNAR-DUENO.
           MOVE '240-ASIGNAR-DUENO' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID-CASO
           MOVE WS-ID-NUM     TO CL-ID-QUEJA
           MOVE CAMPO4I(1:3)  TO CL-OPERADOR-DUENO-QJ
           PERFORM 300-RETURN.

       250-CERRAR-CASO.
           MOVE '250-CERRAR-CASO' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID-CASO
           MOVE WS-ID-NUM TO CL-ID-QUEJA
           EXEC SQL
      *--- COLA DE ANTIGUEDAD DEL SUPERVISOR: CUANTOS CASOS SIGUEN
      *--- ABIERTOS Y CUANTOS YA PASARON SU PLAZO REGULATORIO
      *
           MOVE '260-COLA-SUPERVISOR' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(SUM(CASE WHEN FECHA_LIMITE_QJ
           PERFORM 300-RETURN.

       270-CONSULTAR-CASO.
           MOVE '270-CONSULTAR-CASO' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID-CASO
           MOVE WS-ID-NUM TO CL-ID-QUEJA
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
                MAP('QUEJMP')
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
                TRANSID('QUEJ')
                COMMAREA(CH-COMMAREA)
       COPY ERRCTAPR.
       COPY PARMCTPR.
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
