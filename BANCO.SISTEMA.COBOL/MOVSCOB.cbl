           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAACCLOG END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CURSOR DE BUSQUEDA POR COINCIDENCIA PARCIAL DE NUMERO_CUENTA
      *--- (INICIO O FINAL), PARA CUANDO CAMPO1I NO PASA EL DIGITO DE
       COPY MOVSMPCP.
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
           EXEC CICS SEND MAP('MOVSMP')
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
              PERFORM  110-ENVIAR-MAPA-VACIO
              PERFORM  300-RETURN
      *--- (TAACCLOG); POR AQUI PASAN TAMBIEN LAS SELECCIONES DE LA
      *--- BUSQUEDA PARCIAL DE 229-BUSQUEDA-PARCIAL-CUENTA
      *
           MOVE '230-CONSULTAR-MOVIMIENTOS' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA-T TO CL-NUMERO-CUENTA-AL
           PERFORM 825-REGISTRAR-ACCESO-CUENTA
      *
      *--- FILTROS DE PANTALLA, Y EL MENSAJE DEJA CLARO QUE LO QUE SE
      *--- VE ES HISTORIA ARCHIVADA POR PURGCOB, NO MOVIMIENTO VIVO
      *
           MOVE '233-CONSULTAR-ARCHIVO' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              PERFORM 110-ENVIAR-MAPA-VACIO
              PERFORM 300-RETURN
      *--- INICIO Y OTRO CONTRA EL FINAL DE NUMERO_CUENTA, YA QUE NO SE
      *--- SABE DE QUE EXTREMO SON LOS DIGITOS DADOS.
      *
           MOVE '229-BUSQUEDA-PARCIAL-CUENTA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-CUENTA-PREFIJO
           MOVE SPACES TO WS-CUENTA-SUFIJO
           MOVE 0 TO WS-LONGITUD-PARCIAL
      *--- DEL NOMBRE EN LA COLUMNA DE MONTO (21 POSICIONES, LA MAS
      *--- ANCHA DISPONIBLE). LAS DEMAS COLUMNAS QUEDAN EN BLANCO.
      *
           MOVE '231-MOSTRAR-LISTA-COINCIDENCIAS' TO WS-AB-PARRAFO
           MOVE SPACES TO MOV11O MOV21O MOV31O MOV41O
           MOVE SPACES TO MOV12O MOV22O MOV32O MOV42O
           MOVE SPACES TO MOV13O MOV23O MOV33O MOV43O
      *--------------------------------------------------------------
      *
       211-IMPRIMIR-DATOS-CICS.
           MOVE '211-IMPRIMIR-DATOS-CICS' TO WS-AB-PARRAFO
           PERFORM VARYING WS-COUNT FROM WS-PAG-INI  BY 1 
                   UNTIL WS-COUNT > WS-PAG-FIN 
                   COMPUTE WS-REL-COUNT = WS-COUNT - WS-PAG-INI + 1
      *--- PARA ELIMINAR LOS ESPACIOS A LA IZQUIERDA Y CORRER EL
      *--- MONTO DE DERECHA A IZQUIERDA.
      * 
           MOVE '211-FORMATEAR-MOVIMIENTOS' TO WS-AB-PARRAFO
           MOVE WS-MONTO(WS-COUNT)  TO WS-MONTO-VIEW 
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > 17
                   OR WS-EXIT-PERFORM 
           MOVE 'N' TO WS-PRFORM.

       212-SALIDA-CICS-MOVX1.
           MOVE '212-SALIDA-CICS-MOVX1' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO MOV11O 
           MOVE WS-HORA                    TO MOV21O 
           MOVE WS-TIPO-TRANS(WS-COUNT)    TO MOV31O
           MOVE WS-MONTO-JUST              TO MOV41O.

       213-SALIDA-CICS-MOVX2.
           MOVE '213-SALIDA-CICS-MOVX2' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO MOV12O 
           MOVE WS-HORA                    TO MOV22O 
           MOVE WS-TIPO-TRANS(WS-COUNT)    TO MOV32O
           MOVE WS-MONTO-JUST              TO MOV42O.

       214-SALIDA-CICS-MOVX3.
           MOVE '214-SALIDA-CICS-MOVX3' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO MOV13O 
           MOVE WS-HORA                    TO MOV23O 
           MOVE WS-TIPO-TRANS(WS-COUNT)    TO MOV33O
           MOVE WS-MONTO-JUST              TO MOV43O.

       215-SALIDA-CICS-MOVX4.
           MOVE '215-SALIDA-CICS-MOVX4' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO MOV14O 
           MOVE WS-HORA                    TO MOV24O 
           MOVE WS-TIPO-TRANS(WS-COUNT)    TO MOV34O
           MOVE WS-MONTO-JUST              TO MOV44O.

       215-SALIDA-CICS-MOVX5.
           MOVE '215-SALIDA-CICS-MOVX5' TO WS-AB-PARRAFO
           MOVE WS-FECHA                   TO MOV15O 
           MOVE WS-HORA                    TO MOV25O 
           MOVE WS-TIPO-TRANS(WS-COUNT)    TO MOV35O
           MOVE WS-MONTO-JUST              TO MOV45O.
         
       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM' TO CH-XCTL
           MOVE WC-TRANSACCION    TO CH-TRANSACCION
           MOVE WC-TRANSACCION    TO CH-TRANS-RETORNO
      *--- EN PANTALLA PRECARGADA VIA CH-COMUN, MISMO MECANISMO DEL
      *--- SALTO DE FAVORITAS DE MENUPGM (VER 206-CARGAR-FAVORITO)
      *
           MOVE '236-ABRIR-QUEJA' TO WS-AB-PARRAFO
           MOVE SPACES TO CH-COMUN
           MOVE SPACES TO CH-COMUN2
           IF CAMPO1I NOT = LOW-VALUES AND CAMPO1I NOT = SPACES
           PERFORM  221-XCTL-PROGRAMA.

       217-IMPRIMIR-NUMERO-PAGINAS.
           MOVE '217-IMPRIMIR-NUMERO-PAGINAS' TO WS-AB-PARRAFO
           DIVIDE WS-REGISTROS-TOTALES BY WS-FILAS-PAG
               GIVING WS-NUM-PAG-CALC
               REMAINDER WS-RESTO
      *--- LA SIGUIENTE PAGINA DE 5 FILAS CON 232-SQL-LEER-PAGINA, YA
      *--- QUE WS-TATRANS-DATA AHORA SOLO GUARDA UNA PAGINA A LA VEZ.
      *
           MOVE '218-PAGINA-SIGUIENTE' TO WS-AB-PARRAFO
           IF WS-PAG-ACTUAL < WS-NUM-PAG
              ADD 1 TO WS-PAG-ACTUAL
              COMPUTE WS-OFFSET-ACTUAL =
      *--- ANTERIOR EN VEZ DE DESLIZAR INDICES SOBRE UNA TABLA QUE YA
      *--- NO TIENE TODO EL HISTORICO.
      *
           MOVE '219-PAGINA-ANTERIOR' TO WS-AB-PARRAFO
           IF WS-PAG-ACTUAL > 1
              SUBTRACT 1 FROM WS-PAG-ACTUAL
              COMPUTE WS-OFFSET-ACTUAL =
           PERFORM 300-RETURN.
           
       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('MOVSMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS 
                XCTL 
                PROGRAM(CH-XCTL )
      *--- ESCRIBIENDO CADA FILA DIRECTO A LA COLA SIN PASAR POR
      *--- WS-TATRANS-DATA.
      *
           MOVE '222-EXPORTAR-MOVIMIENTOS' TO WS-AB-PARRAFO
           IF WS-REGISTROS-TOTALES = 0
              MOVE 'NO HAY MOVIMIENTOS PARA EXPORTAR' TO MSGO
           ELSE
           PERFORM 300-RETURN.

       223-SQL-LEER-TRANSACCIONES.
           MOVE '223-SQL-LEER-TRANSACCIONES' TO WS-AB-PARRAFO
           EXEC SQL 
                FETCH C_TATRANS INTO
                  :CL-TIPO-TRANSACCION
            END-EXEC.

       224-SQL-BUSQUEDA-CUENTA-LEER.
           MOVE '224-SQL-BUSQUEDA-CUENTA-LEER' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_BUSQUEDA_CUENTA INTO
                  :CL-NUMERO-CUENTA
      *--- FRAGMENTO DE LA CUENTA CUANDO SE LLEGA POR LA BUSQUEDA
      *--- PARCIAL.
      *
           MOVE '225-VERIFICAR-CUENTA-CERRADA' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-CERRADA-FALG
           MOVE CL-NUMERO-CUENTA-T TO CL-NUMERO-CUENTA
           EXEC SQL
      *--- AUNQUE LA CUENTA TENGA MAS MOVIMIENTOS DE LOS QUE CABEN EN
      *--- WS-TATRANS-DATA.
      *
           MOVE '226-CALCULAR-TOTALES-PERIODO' TO WS-AB-PARRAFO
           MOVE 0 TO WS-TOT-MES-DEP
           MOVE 0 TO WS-TOT-MES-RET
           MOVE 0 TO WS-TOT-ANO-DEP
      *--- TENER QUE LEER TODO EL HISTORICO DE LA CUENTA A WS-TATRANS-
      *--- DATA COMO ANTES.
      *
           MOVE '227-SQL-CONTAR-TRANSACCIONES' TO WS-AB-PARRAFO
           MOVE 0 TO WS-REGISTROS-TOTALES
           EXEC SQL
                SELECT
      *--- EL RESULTADO EN WS-TATRANS-DATA(1) EN ADELANTE. QUIEN LLAMA
      *--- ESTE PARRAFO DEBE HABER PUESTO WS-OFFSET-ACTUAL ANTES.
      *
           MOVE '232-SQL-LEER-PAGINA' TO WS-AB-PARRAFO
           MOVE WC-FILAS-PAGINA TO WS-LIMITE-FETCH
           MOVE SPACES TO WS-TATRANS-DATA
           MOVE 'N' TO WS-CONTINUAR
      *--- FORMATEA WS-TOT-RAW A LA IZQUIERDA EN WS-TOT-VIEW, IGUAL DE
      *--- ESPIRITU QUE 211-FORMATEAR-MOVIMIENTOS CON WS-MONTO-VIEW
      *
           MOVE '228-JUSTIFICAR-TOTAL' TO WS-AB-PARRAFO
           MOVE WS-TOT-RAW TO WS-TOT-ED
           MOVE SPACES     TO WS-TOT-VIEW
           MOVE 'N' TO WS-PRFORM
           MOVE 'N' TO WS-PRFORM.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('MOVS')
                COMMAREA(CH-COMMAREA)
       COPY AUDCTAPR.

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
