           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAESTLOG END-EXEC.
           EXEC SQL INCLUDE TAACCLOG END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- DECLARACION DE CURSOR PARA LEER SECUENCIALMENTE EL
      *--- HISTORIAL DE ESTADOS DE UNA CUENTA EN TAESTLOG
       COPY ESTHMPCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(61).

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
              MOVE DFHCOMMAREA TO CH-COMMAREA
           END-IF
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('ESTHMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *
      *--- VALIDAR CAMPOS DE ENTRADA ANTES DE CONSULTAR DB2
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              PERFORM 110-ENVIAR-MAPA-VACIO
              PERFORM 300-RETURN
           PERFORM 300-RETURN.

       211-IMPRIMIR-DATOS-CICS.
           MOVE '211-IMPRIMIR-DATOS-CICS' TO WS-AB-PARRAFO
           PERFORM VARYING WS-COUNT FROM WS-PAG-INI BY 1
                   UNTIL WS-COUNT > WS-PAG-FIN
                   COMPUTE WS-REL-COUNT = WS-COUNT - WS-PAG-INI + 1
           END-PERFORM.

       211-FORMATEAR-ESTADOS.
           MOVE '211-FORMATEAR-ESTADOS' TO WS-AB-PARRAFO
           MOVE WS-FECHA-HORA(WS-COUNT)  TO WS-FECHA-HORA-A
           MOVE WS-FECHA-HORA-A(1:10)    TO WS-FECHA
           MOVE WS-FECHA-HORA-A(12:8)    TO WS-HORA.

       212-SALIDA-CICS-LOGX1.
           MOVE '212-SALIDA-CICS-LOGX1' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO LOG11O
           MOVE WS-HORA                    TO LOG21O
           MOVE WS-ESTADO-ANT(WS-COUNT)    TO LOG31O
           MOVE WS-ESTADO-NVO(WS-COUNT)    TO LOG41O.

       213-SALIDA-CICS-LOGX2.
           MOVE '213-SALIDA-CICS-LOGX2' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO LOG12O
           MOVE WS-HORA                    TO LOG22O
           MOVE WS-ESTADO-ANT(WS-COUNT)    TO LOG32O
           MOVE WS-ESTADO-NVO(WS-COUNT)    TO LOG42O.

       214-SALIDA-CICS-LOGX3.
           MOVE '214-SALIDA-CICS-LOGX3' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO LOG13O
           MOVE WS-HORA                    TO LOG23O
           MOVE WS-ESTADO-ANT(WS-COUNT)    TO LOG33O
           MOVE WS-ESTADO-NVO(WS-COUNT)    TO LOG43O.

       215-SALIDA-CICS-LOGX4.
           MOVE '215-SALIDA-CICS-LOGX4' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO LOG14O
           MOVE WS-HORA                    TO LOG24O
           MOVE WS-ESTADO-ANT(WS-COUNT)    TO LOG34O
           MOVE WS-ESTADO-NVO(WS-COUNT)    TO LOG44O.

       215-SALIDA-CICS-LOGX5.
           MOVE '215-SALIDA-CICS-LOGX5' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO LOG15O
           MOVE WS-HORA                    TO LOG25O
           MOVE WS-ESTADO-ANT(WS-COUNT)    TO LOG35O
           MOVE WS-ESTADO-NVO(WS-COUNT)    TO LOG45O.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'         TO CH-XCTL
           MOVE WC-TRANSACCION    TO CH-TRANSACCION
           MOVE WC-TRANSACCION    TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       217-IMPRIMIR-NUMERO-PAGINAS.
           MOVE '217-IMPRIMIR-NUMERO-PAGINAS' TO WS-AB-PARRAFO
           DIVIDE WS-REGISTROS-TOTALES BY WS-FILAS-PAG
               GIVING WS-NUM-PAG-CALC
               REMAINDER WS-RESTO
           MOVE WS-PAG-ACTUAL TO NUMPAGO.

       218-PAGINA-SIGUIENTE.
           MOVE '218-PAGINA-SIGUIENTE' TO WS-AB-PARRAFO
           IF WS-PAG-ACTUAL < WS-NUM-PAG
              ADD 5 TO WS-PAG-INI
              ADD 5 TO WS-PAG-FIN
           PERFORM 300-RETURN.

       219-PAGINA-ANTERIOR.
           MOVE '219-PAGINA-ANTERIOR' TO WS-AB-PARRAFO
           IF WS-PAG-ACTUAL > 1
              SUBTRACT 5 FROM WS-PAG-INI
              SUBTRACT 5 FROM WS-PAG-FIN
           PERFORM 300-RETURN.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('ESTHMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       223-SQL-LEER-ESTADOS.
           MOVE '223-SQL-LEER-ESTADOS' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_TAESTLOG INTO
                  :CL-ESTADO-CUENTA
            END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('ESTH')
                COMMAREA(CH-COMMAREA)
       COPY ACCLOGPR.

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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
