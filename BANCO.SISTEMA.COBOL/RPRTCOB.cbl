           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
       COPY RPRTMPCP.
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
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('RPRTMP')
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
           IF CAMPO1I NOT = LOW-VALUES AND CAMPO1I NOT = SPACES
              PERFORM 211-BUSCAR-POR-ID
           ELSE
           PERFORM 213-REIMPRIMIR-RECIBO.

       211-BUSCAR-POR-ID.
           MOVE '211-BUSCAR-POR-ID' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
      *--- ESE DIA; PARA UNO ANTERIOR DEL MISMO DIA EL CAJERO USA EL
      *--- ID EXACTO DE LA TRANSACCION
      *
           MOVE '212-BUSCAR-POR-CUENTA-FECHA' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
      *--- ORIGINALES, CON LA MARCA DE REIMPRESION ADELANTE, Y SE
      *--- LLEVA EL CONTADOR DE COPIAS EMITIDAS DEL RECIBO
      *
           MOVE '213-REIMPRIMIR-RECIBO' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-LINEA-REIMPRESION
           STRING '** REIMPRESION ** ' DELIMITED BY SIZE
                  CL-TEXTO-RECIBO      DELIMITED BY SIZE
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
      *--- TRANSACCION RECLAMADA. MISMO MECANISMO DEL SALTO DE
      *--- FAVORITAS DE MENUPGM (VER 206-CARGAR-FAVORITO)
      *
           MOVE '217-ABRIR-QUEJA' TO WS-AB-PARRAFO
           MOVE SPACES TO CH-COMUN
           MOVE SPACES TO CH-COMUN2
           IF CAMPO2I NOT = LOW-VALUES AND CAMPO2I NOT = SPACES
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('RPRTMP')
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
                TRANSID('RPRT')

       COPY VALCTAPR.
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
