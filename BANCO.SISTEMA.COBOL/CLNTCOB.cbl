           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAACCLOG END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CURSOR DE LOS TITULARES ADICIONALES DE LA CUENTA CONSULTADA
      *--- (TATITULAR), PARA EL MINI-LISTADO QUE SE MUESTRA JUNTO A LOS
       COPY CONSMPCP.
       COPY DFHAID.
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
           EXEC CICS SEND MAP('CONSMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- LISTA DE COINCIDENCIAS MOSTRADA POR 215-MOSTRAR-LISTA-
      *--- COINCIDENCIAS Y LA TECLEA EN CAMPO1I.
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I NOT = LOW-VALUES AND CAMPO1I NOT = SPACES
              PERFORM 212-CONSULTAR-CUENTA-DB2
           ELSE
      *--- EL MODO ACTUAL SE GUARDA EN CH-COMUN PARA QUE SOBREVIVA
      *--- ENTRE ENVIOS DEL MAPA (CONVERSACION PSEUDO-CONVERSACIONAL)
      *
           MOVE '211-TOGGLE-MODO-BUSQUEDA' TO WS-AB-PARRAFO
           IF CH-COMUN(1:1) = 'B'
              MOVE 'C' TO CH-COMUN(1:1)
              MOVE 'MODO CONSULTA POR NUMERO DE CUENTA' TO MSGO
      *--- TRANSPOSICION DE DIGITOS) SIN GASTAR UN VIAJE A LA BASE DE
      *--- DATOS
      *
           MOVE '212-CONSULTAR-CUENTA-DB2' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
      *--- ACTUALIZAR-ESTADO/224-SQL-INSERTAR-LOG), SIN ESPERAR A QUE
      *--- UN OPERADOR ENTRE A BLOQCOB
      *
           MOVE '218-VERIFICAR-CEDULA' TO WS-AB-PARRAFO
           IF CEDULAI = CL-CEDULA-CLIENTE
              PERFORM 219-SQL-RESETEAR-INTENTOS
              PERFORM 213-MOSTRAR-DATOS-CUENTA
      *--- Y LA TECLEA EN CAMPO1I PARA ENTRAR A 213-MOSTRAR-DATOS-
      *--- CUENTA COMO DE COSTUMBRE.
      *
           MOVE '214-CONSULTAR-CEDULA-NOMBRE' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-CEDULA-BUSQUEDA
           MOVE SPACES TO WS-NOMBRE-LIKE
           MOVE SPACES TO WS-CUENTA-PREFIJO
      *--- FINAL DE NUMERO_CUENTA, YA QUE NO SE SABE DE QUE EXTREMO
      *--- SON LOS DIGITOS DADOS.
      *
           MOVE '229-BUSQUEDA-PARCIAL-CUENTA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-CEDULA-BUSQUEDA
           MOVE SPACES TO WS-NOMBRE-LIKE
           MOVE SPACES TO WS-CUENTA-PREFIJO
      *--- BUSQUEDA-PARCIAL-CUENTA, QUE SOLO DIFIEREN EN QUE FILTROS
      *--- DEL CURSOR C_BUSQUEDA DEJAN ACTIVOS.
      *
           MOVE '230-EJECUTAR-BUSQUEDA' TO WS-AB-PARRAFO
           MOVE 0 TO WS-TOTAL-COINCIDENCIAS
           MOVE SPACES TO WS-BUSQUEDA-DATA
           EXEC SQL OPEN C_BUSQUEDA END-EXEC
      *--- ARRANCA EN LA PAGINA 1. VER 233/234-PAGINA-SIGUIENTE/
      *--- ANTERIOR-BUSQUEDA (PF5/PF6) PARA AVANZAR/RETROCEDER.
      *
           MOVE '215-MOSTRAR-LISTA-COINCIDENCIAS' TO WS-AB-PARRAFO
           MOVE 1 TO WS-PAG-ACTUAL-BUSQ
           MOVE 1 TO WS-PAG-INI-BUSQ
           MOVE WS-FILAS-PAG-BUSQ TO WS-PAG-FIN-BUSQ
      *--- TODAS LAS FILAS, ASI QUE EL SALDO ES EL DATO QUE IMPORTA
      *--- PARA ELEGIR ENTRE CUENTAS SIN TENER QUE ENTRAR A CADA UNA
      *
           MOVE '231-IMPRIMIR-PAGINA-BUSQUEDA' TO WS-AB-PARRAFO
           MOVE SPACES TO RES1O RES2O RES3O RES4O RES5O
           PERFORM VARYING WS-COUNT-BUSQ FROM WS-PAG-INI-BUSQ BY 1
                   UNTIL WS-COUNT-BUSQ > WS-PAG-FIN-BUSQ
           END-PERFORM.

       232-CALCULAR-PAGINAS-BUSQUEDA.
           MOVE '232-CALCULAR-PAGINAS-BUSQUEDA' TO WS-AB-PARRAFO
           DIVIDE WS-TOTAL-COINCIDENCIAS BY WS-FILAS-PAG-BUSQ
               GIVING WS-NUM-PAG-BUSQ
               REMAINDER WS-RESTO-BUSQ
           END-IF.

       233-PAGINA-SIGUIENTE-BUSQUEDA.
           MOVE '233-PAGINA-SIGUIENTE-BUSQUEDA' TO WS-AB-PARRAFO
           IF WS-PAG-ACTUAL-BUSQ < WS-NUM-PAG-BUSQ
              ADD WS-FILAS-PAG-BUSQ TO WS-PAG-INI-BUSQ
              ADD WS-FILAS-PAG-BUSQ TO WS-PAG-FIN-BUSQ
           PERFORM 300-RETURN.

       234-PAGINA-ANTERIOR-BUSQUEDA.
           MOVE '234-PAGINA-ANTERIOR-BUSQUEDA' TO WS-AB-PARRAFO
           IF WS-PAG-ACTUAL-BUSQ > 1
              SUBTRACT WS-FILAS-PAG-BUSQ FROM WS-PAG-INI-BUSQ
              SUBTRACT WS-FILAS-PAG-BUSQ FROM WS-PAG-FIN-BUSQ
      *--- (A DIFERENCIA DE MOVSMP CON ALLPAGO/NUMPAGO), ASI QUE LA
      *--- PAGINA ACTUAL SE INFORMA DENTRO DE MSGO
      *
           MOVE '235-MOSTRAR-MSG-PAGINA-BUSQUEDA' TO WS-AB-PARRAFO
           MOVE SPACES TO MSGO
           STRING 'COINCIDENCIAS PAG '   DELIMITED BY SIZE
                  WS-PAG-ACTUAL-BUSQ     DELIMITED BY SIZE
      *--- DIRECTA COMO LAS SELECCIONES DE LA BUSQUEDA PARCIAL, ASI
      *--- QUE UN SOLO PUNTO CUBRE TODO LO QUE EL OPERADOR LLEGO A VER
      *
           MOVE '213-MOSTRAR-DATOS-CUENTA' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-AL
           PERFORM 825-REGISTRAR-ACCESO-CUENTA
           MOVE SPACES TO RES1O RES2O RES3O RES4O RES5O
      *--- (TACLIENT.OFICIAL_CUENTA, ASIGNADO EN OFICCOB): EL CAJERO
      *--- DEJA DE ATENDER EN FRIO AL CLIENTE PREMIUM
      *
           MOVE '219-MOSTRAR-OFICIAL' TO WS-AB-PARRAFO
           MOVE CL-CEDULA-CLIENTE TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                SELECT OFICIAL_CUENTA
      *--- ALTURA DE 213-MOSTRAR-DATOS-CUENTA). EL TITULAR PRINCIPAL
      *--- SIGUE MOSTRANDOSE EN CEDULAO/NOMBREO COMO SIEMPRE.
      *
           MOVE '218-MOSTRAR-TITULARES' TO WS-AB-PARRAFO
           EXEC SQL OPEN C_TITULARES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-EXIT
      *--- ACABA DE CONSULTAR, PARA QUE EL CAJERO NO TENGA QUE SALIR
      *--- DE CLIE Y ENTRAR A MOVSCOB SOLO PARA VER LA ACTIVIDAD RECIENTE
      *
           MOVE '217-MOSTRAR-ULTIMOS-MOVIMIENTOS' TO WS-AB-PARRAFO
           MOVE SPACES TO TRN1O TRN2O TRN3O TRN4O TRN5O
           EXEC SQL OPEN C_MINI_MOVS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL CLOSE C_MINI_MOVS END-EXEC.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM' TO CH-XCTL
           MOVE WC-TRANSACCION TO CH-TRANSACCION
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO
      *--- CH-COMUN TAMBIEN GUARDA EL MODO DE BUSQUEDA DE ESTA
      *--- PANTALLA, PERO AL SALIR POR XCTL ESE ESTADO YA NO IMPORTA
      *
           MOVE '236-ABRIR-QUEJA' TO WS-AB-PARRAFO
           MOVE SPACES TO CH-COMUN
           MOVE SPACES TO CH-COMUN2
           IF CAMPO1I NOT = LOW-VALUES AND CAMPO1I NOT = SPACES
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('CONSMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
      *--- (VER 228-SQL-INSERTAR-LOG-BLOQUEO), EL NOMBRE SIN CUALIFICAR
      *--- QUEDARIA AMBIGUO, IGUAL QUE EN BLOQCOB
      *
           MOVE '222-SQL-CONSULTA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA
      *--- LA CEDULA COINCIDIO: SE REINICIA EL CONTADOR DE INTENTOS
      *--- FALLIDOS DE LA CUENTA
      *
           MOVE '219-SQL-RESETEAR-INTENTOS' TO WS-AB-PARRAFO
           IF CL-INTENTOS-FALLIDOS NOT = 0
              MOVE 0 TO CL-INTENTOS-FALLIDOS
              EXEC SQL
           END-IF.

       226-SQL-INCREMENTAR-INTENTOS.
           MOVE '226-SQL-INCREMENTAR-INTENTOS' TO WS-AB-PARRAFO
           ADD 1 TO CL-INTENTOS-FALLIDOS
           EXEC SQL
                UPDATE TACUENT
      *--- LA CUENTA PASA DE ACTIVA A BLOQUEADA SIN ESPERAR APROBACION
      *--- DE OPERADOR, YA QUE ES UN BLOQUEO AUTOMATICO POR SEGURIDAD
      *
           MOVE '227-SQL-AUTOBLOQUEAR' TO WS-AB-PARRAFO
           MOVE CL-ESTADO-CUENTA OF CL-ESTCUENT
                TO CL-ESTADO-CUENTA OF CL-ESTLOG
           MOVE CL-NUMERO-CUENTA                TO CL-NUMERO-CUENTA-L
      *--- LOG). COMO BLOQUEAR (A DIFERENCIA DE DESBLOQUEAR) NO
      *--- REQUIERE DOBLE APROBACION, QUEDA COMO YA APROBADO
      *
           MOVE '228-SQL-INSERTAR-LOG-BLOQUEO' TO WS-AB-PARRAFO
           MOVE EIBOPID  TO CL-OPERADOR-SOLICITA
           MOVE EIBOPID  TO CL-OPERADOR-APRUEBA
           MOVE 'A'      TO CL-ESTADO-APROBACION
           END-IF.

       224-SQL-BUSQUEDA-LEER.
           MOVE '224-SQL-BUSQUEDA-LEER' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_BUSQUEDA INTO
                   :CL-NUMERO-CUENTA
           END-EXEC.

       225-SQL-MINI-MOVS-LEER.
           MOVE '225-SQL-MINI-MOVS-LEER' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_MINI_MOVS INTO
                   :CL-TIPO-TRANSACCION
           END-EXEC.

       226-SQL-TITULARES-LEER.
           MOVE '226-SQL-TITULARES-LEER' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_TITULARES INTO
                   :CL-CEDULA-CLIENTE-H
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID(WC-TRANSACCION)
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
