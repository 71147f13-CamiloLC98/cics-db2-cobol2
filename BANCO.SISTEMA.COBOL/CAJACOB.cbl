           EXEC SQL INCLUDE TACAJMOV END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CAMPO1I-JUST         PIC X(15)   JUST RIGHT.
       COPY CAJAMPCP.
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
      *
      *--- FECHA DE NEGOCIO ABIERTA (TAFECHAS): LO QUE LA CAJA DEBERIA
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CAJAMP')
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
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE EL EFECTIVO CONTADO EN LA GAVETA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- TATRANS.TILL_ID_T. UN OPERADOR SIN CAJA NO TIENE NADA QUE
      *--- DECLARAR
      *
           MOVE '211-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT TILL_ID
      *--- SI EL CAJERO REPITE EL CONTEO SE CORRIGE LA DECLARACION DEL
      *--- DIA EN VEZ DE DUPLICARLA
      *
           MOVE '212-REGISTRAR-CONTEO' TO WS-AB-PARRAFO
           MOVE CL-TILL-ID TO CL-TILL-ID-Q
           EXEC SQL
                SELECT
      *--- NECESITA DE ESTA FORMA 0000000001000,00
      *-------------------------------------------------------------
       213-RELLENAR-CAMPO1I.
           MOVE '213-RELLENAR-CAMPO1I' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-CAMPO1I-FALG
           UNSTRING CAMPO1I DELIMITED BY '_'
               INTO WS-CAMPO1I-JUST
      *--- BLANCO) EN LOS ULTIMOS WC-DIAS-HISTORIAL DIAS, PARA QUE EL
      *--- SUPERVISOR LO REVISE ANTES DE FIRMAR EL CIERRE DE TURNO
      *
           MOVE '214-CONSULTAR-HISTORIAL' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
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
                MAP('CAJAMP')
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
                TRANSID('CAJA')

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
