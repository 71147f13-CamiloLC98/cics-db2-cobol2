           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFAVCTA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(61).

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
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
      *--- LOCAL, OCURRE CUANDO EL PROGRAMA ES LLAMADO CON XCTL O LINK
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA    TO CH-COMMAREA
           END-IF
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('MENUMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- FIRMADA Y ABANDONADA YA NO SIRVE PARA TECLEAR FUNCIONES DE
      *--- OTRO (VER 204-VERIFICAR-CLAVE)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 204-VERIFICAR-CLAVE
           PERFORM 205-VALIDAR-ROL
           IF WS-ROL-AUTORIZADO
      *--- MISMO PASO. EL RESULTADO DE CADA VERIFICACION QUEDA EN
      *--- TAAUDIT ('LGOK' / 'LGNO')
      *
           MOVE '204-VERIFICAR-CLAVE' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-CLAVE-FALG
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
           SET WS-CLAVE-VERIFICADA TO TRUE.

       207-SQL-GRABAR-CLAVE.
           MOVE '207-SQL-GRABAR-CLAVE' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TAOPERA
                SET    CLAVE_CIFRADA  = :CL-CLAVE-CIFRADA
      *--- INTENTO FALLIDO: SE CUENTA Y, AL LLEGAR AL TOPE, EL
      *--- OPERADOR QUEDA 'B'. EL FALLO QUEDA EN TAAUDIT COMO 'LGNO'
      *
           MOVE '208-CLAVE-ERRADA' TO WS-AB-PARRAFO
           ADD 1 TO CL-INTENTOS-CLAVE
           EXEC SQL
                UPDATE TAOPERA
           PERFORM 300-RETURN.

       209-REGISTRAR-VERIFICACION-OK.
           MOVE '209-REGISTRAR-VERIFICACION-OK' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TAOPERA
                SET    INTENTOS_CLAVE = 0
      *--- DE 210-PROCESAR-DATOS LA TRATE COMO WHEN OTHER
      *----------------------------------------------------------------
       205-VALIDAR-ROL.
           MOVE '205-VALIDAR-ROL' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-ROL-FALG
           IF CAMPO1I IS NUMERIC
              MOVE CAMPO1I TO WS-OPCION-NUM
      *--- NINGUNA O NO SE ENCUENTRA, CH-COMUN QUEDA EN BLANCO
      *----------------------------------------------------------------
       206-CARGAR-FAVORITO.
           MOVE '206-CARGAR-FAVORITO' TO WS-AB-PARRAFO
           MOVE SPACES TO CH-COMUN
           IF CAMPO2I IS NUMERIC AND CAMPO2I NOT = ZERO
              MOVE EIBOPID TO CL-OPERADOR-ID-F
      *--- LLAMAMOS AL PROGRAMA CONSULTA CLIENTE                    ---
      *----------------------------------------------------------------
       211-CONSULTA.
           MOVE '211-CONSULTA' TO WS-AB-PARRAFO
           MOVE 'CLNTCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA DEP¢SITO EN CUENTA                  ---
      *----------------------------------------------------------------
       212-DEPOSITO.
           MOVE '212-DEPOSITO' TO WS-AB-PARRAFO
           MOVE 'DEPOCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA RETIRO DESDE CUENTA                 ---
      *----------------------------------------------------------------
       213-RETIRO.
           MOVE '213-RETIRO' TO WS-AB-PARRAFO
           MOVE 'RETRCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA VER MOVIMIENTOS                     ---
      *----------------------------------------------------------------
       214-MOVIMIENTOS.
           MOVE '214-MOVIMIENTOS' TO WS-AB-PARRAFO
           MOVE 'MOVSCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA BLOQUEO DE CUENTA                   ---
      *----------------------------------------------------------------
       215-BLOQUEO.
           MOVE '215-BLOQUEO' TO WS-AB-PARRAFO
           MOVE 'BLOQCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA ALTA/MANTENIMIENTO DE CLIENTE        ---
      *----------------------------------------------------------------
       216-ALTA.
           MOVE '216-ALTA' TO WS-AB-PARRAFO
           MOVE 'ALTACOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA HISTORIAL DE ESTADOS DE CUENTA       ---
      *----------------------------------------------------------------
       217-HISTORIAL-ESTADOS.
           MOVE '217-HISTORIAL-ESTADOS' TO WS-AB-PARRAFO
           MOVE 'ESTHCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA APROBACION DE DESBLOQUEOS PENDIENTES ---
      *----------------------------------------------------------------
       218-APROBAR-DESBLOQUEO.
           MOVE '218-APROBAR-DESBLOQUEO' TO WS-AB-PARRAFO
           MOVE 'BAPRCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA TRANSFERENCIA ENTRE CUENTAS          ---
      *----------------------------------------------------------------
       219-TRANSFERENCIA.
           MOVE '219-TRANSFERENCIA' TO WS-AB-PARRAFO
           MOVE 'TRNFCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
      *--- LLAMAMOS AL PROGRAMA DE MANTENIMIENTO DE CUENTAS FAVORITAS  -
      *----------------------------------------------------------------
       222-FAVORITOS.
           MOVE '222-FAVORITOS' TO WS-AB-PARRAFO
           MOVE 'FAVOCOB'            TO CH-XCTL
           MOVE WS-TRANSACCION       TO CH-TRANSACCION
           MOVE WS-PROGRAMA-RETORNO  TO CH-PROGRAMA-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('MENUMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID(WS-TRANSACCION)
                COMMAREA(CH-COMMAREA)
       COPY PINCTAPR.

       400-FIN.
           MOVE '400-FIN' TO WS-AB-PARRAFO
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB

           EXEC CICS RETURN END-EXEC.

       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER ABNDCTPR.cpy)
      *
           MOVE CAMPO1I     TO WS-AB-CUENTA
           MOVE CH-COMMAREA TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND.
