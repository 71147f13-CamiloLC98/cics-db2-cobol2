      *****************************************************
      *                                                   *
      *   PROGRAMA EMISION DE CODIGOS DE RETIRO SIN       *
      *   TARJETA EN VENTANILLA (TACODRET) CICS-DB2       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RSTJCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TACODRET END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CURSOR QUE LISTA LOS CODIGOS VIGENTES DE LA CUENTA, EL QUE
      *--- VENCE PRIMERO ARRIBA, PARA QUE EL CAJERO PUEDA EXPLICARLE
      *--- AL CLIENTE LA RESERVA QUE LE CORTA EL DISPONIBLE
      *
           EXEC SQL
                DECLARE C_CODIGOS CURSOR FOR
                SELECT
                   ID_CODIGO_CR
                  ,MONTO_CR
                  ,FECHA_VENCE_CR
                  ,CANAL_EMISION_CR
                FROM
                   TACODRET
                WHERE
                   NUMERO_CUENTA_CR = :CL-NUMERO-CUENTA-CR
                   AND ESTADO_CR = 'V'
                ORDER BY
                   FECHA_VENCE_CR
                FETCH FIRST 3 ROWS ONLY
           END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CAMPO2I-JUST         PIC X(10)   JUST RIGHT.
           03 WS-CAMPO2I-NUM          PIC 9(10).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-LINEA-COD            PIC X(70).
           03 WS-COD-LEIDOS           PIC 9(2).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CONTINUAR           PIC X           VALUE 'N'.
               88 WS-EXIT                             VALUE 'Y'.
           03  WS-CAMPO2I-FALG        PIC X           VALUE 'N'.
               88 WS-CAMPO2I-VALIDO                   VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(40).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'RSTJCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'RSTJ'.
          03 WC-CANAL-VENTANILLA      PIC X(3)     VALUE 'VEN'.
          03 WC-MAX-FILAS             PIC S9(4)    COMP  VALUE 3.

       COPY VALCTACP.
       COPY RSTJMPCP.
       COPY RSTJCTCP.
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

       100-INICIO.
      *
      *--- SE REGISTRA LA INVOCACION DE ESTA TRANSACCION EN TAAUDIT
      *--- ANTES DE CUALQUIER OTRA COSA (VER 820-REGISTRAR-AUDITORIA
      *--- EN AUDCTAPR.cpy)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
      *
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
      *--- LOCAL, OCURRE CUANDO EL PROGRAMA ES LLAMADO CON XCTL O LINK
      *
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
      *
      *--- SI NO HAY COMMAREA (EIBCALEN = 0) SE INICIALIZA EL COMMAREA
      *--- Y SE ENVIA EL MAPA LIMPIO
      *
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO RSTJMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
      *
      *--- HAY COMMAREA PERO VIENE DE OTRA TRANSACCION (XCTL DE
      *--- RETORNO): SE ENVIA EL MAPA LIMPIO
      *
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'RSTJ'
              MOVE LOW-VALUES TO RSTJMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('RSTJMP')
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.
      *----------------------------------------------------------------
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *
      *--- RECUPERAMOS EL MAPA DESDE EL TERMINAL
      *
              EXEC CICS RECEIVE
                   MAP('RSTJMP')
                   INTO(RSTJMPI)
                   NOHANDLE
              END-EXEC
      *
      *--- ENTER: LISTA LOS CODIGOS VIGENTES DE LA CUENTA (CAMPO1I);
      *--- CON MONTO EN CAMPO2I EMITE PRIMERO UN CODIGO NUEVO POR ESE
      *--- MONTO
      *
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHENTER
                        PERFORM 210-PROCESAR-DATOS
              END-EVALUATE
           END-IF.

       210-PROCESAR-DATOS.
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              PERFORM 110-ENVIAR-MAPA-VACIO
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO2I NOT = LOW-VALUES AND CAMPO2I NOT = SPACES
              PERFORM 212-EMITIR-CODIGO
           END-IF
           PERFORM 211-LISTAR-CODIGOS.

       212-EMITIR-CODIGO.
      *
      *--- EL CLIENTE SE IDENTIFICA EN EL MOSTRADOR COMO EN CUALQUIER
      *--- RETIRO; EL CODIGO SOLO VIAJA POR SMS A SU CELULAR Y EN LA
      *--- PANTALLA QUEDAN LA REFERENCIA, EL VENCIMIENTO Y EL CELULAR
      *--- ENMASCARADO (VER 855-EMITIR-CODIGO-RETIRO EN RSTJCTPR.cpy)
      *
           MOVE '212-EMITIR-CODIGO' TO WS-AB-PARRAFO
           PERFORM 213-RELLENAR-CAMPO2I
           IF NOT WS-CAMPO2I-VALIDO
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I             TO WS-RS-CUENTA
           MOVE WS-CAMPO2I-NUM      TO WS-RS-MONTO
           MOVE WC-CANAL-VENTANILLA TO WS-RS-CANAL
           MOVE EIBOPID             TO WS-RS-USUARIO
           MOVE EIBTRMID            TO WS-RS-TERMINAL
           PERFORM 855-EMITIR-CODIGO-RETIRO
           IF WS-RS-ERROR-DB2
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF NOT WS-RS-OK
              PERFORM 214-MENSAJE-RECHAZO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE WS-RS-ID TO WS-ID-ED
           MOVE SPACES TO MSGO
           STRING 'CODIGO ENVIADO POR SMS A ' DELIMITED BY SIZE
                  WS-RS-TELEFONO-MASC         DELIMITED BY SPACE
                  ' REF='                     DELIMITED BY SIZE
                  WS-ID-ED                    DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           MOVE LOW-VALUES TO CAMPO2O.

      *-------------------------------------------------------------
      *--- CAMPO2I VIENE DE ESTA FORMA 1000______ Y SE NECESITA DE
      *--- ESTA FORMA 0000001000
      *-------------------------------------------------------------
       213-RELLENAR-CAMPO2I.
           MOVE '213-RELLENAR-CAMPO2I' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-CAMPO2I-FALG
           UNSTRING CAMPO2I DELIMITED BY '_'
               INTO WS-CAMPO2I-JUST
           END-UNSTRING
           INSPECT WS-CAMPO2I-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-CAMPO2I-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-CAMPO2I-JUST IS NUMERIC
              MOVE WS-CAMPO2I-JUST TO WS-CAMPO2I-NUM
              IF WS-CAMPO2I-NUM > 0
                 SET WS-CAMPO2I-VALIDO TO TRUE
              END-IF
           END-IF.

       214-MENSAJE-RECHAZO.
           MOVE '214-MENSAJE-RECHAZO' TO WS-AB-PARRAFO
           EVALUATE WS-RS-RESPUESTA
                WHEN '01'
                     MOVE 'CUENTA NO EXISTE' TO MSGO
                WHEN '02'
                     MOVE 'CUENTA NO ACTIVA' TO MSGO
                WHEN '03'
                     MOVE 'CUENTA DORMANTE: REACTIVELA PRIMERO' TO MSGO
                WHEN '04'
                     MOVE 'FONDOS INSUFICIENTES PARA LA RESERVA'
                                                              TO MSGO
                WHEN '05'
                     MOVE 'MONTO INVALIDO' TO MSGO
                WHEN '07'
                     MOVE 'MONTO SUPERA EL TOPE POR RETIRO' TO MSGO
                WHEN '09'
                     MOVE 'LA CUENTA CAMBIO EN EL INTERIN, REINTENTE'
                                                              TO MSGO
                WHEN '14'
                     MOVE 'TITULAR FALLECIDO: CUENTA EN SUCESION'
                                                              TO MSGO
                WHEN '19'
                     MOVE 'CLIENTE SIN CELULAR REGISTRADO (ALTACOB)'
                                                              TO MSGO
                WHEN '22'
                     MOVE 'LA CUENTA YA TIENE EL MAXIMO DE CODIGOS VIGE
      -                   'NTES' TO MSGO
                WHEN OTHER
                     MOVE 'CODIGO NO EMITIDO' TO MSGO
           END-EVALUATE.

       211-LISTAR-CODIGOS.
           MOVE '211-LISTAR-CODIGOS' TO WS-AB-PARRAFO
           MOVE SPACES TO LIN1O
           MOVE SPACES TO LIN2O
           MOVE SPACES TO LIN3O
           MOVE CAMPO1I TO CL-NUMERO-CUENTA-CR
           MOVE 0 TO WS-COD-LEIDOS
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_CODIGOS END-EXEC
           PERFORM UNTIL WS-EXIT
                   OR WS-COD-LEIDOS >= WC-MAX-FILAS
              EXEC SQL
                   FETCH C_CODIGOS INTO
                      :CL-ID-CODIGO-CR
                     ,:CL-MONTO-CR
                     ,:CL-FECHA-VENCE-CR
                     ,:CL-CANAL-EMISION-CR
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-COD-LEIDOS
                 MOVE CL-ID-CODIGO-CR TO WS-ID-ED
                 MOVE CL-MONTO-CR     TO WS-MONTO-ED
                 MOVE SPACES TO WS-LINEA-COD
                 STRING 'REF='                  DELIMITED BY SIZE
                        WS-ID-ED                DELIMITED BY SIZE
                        ' MONTO='               DELIMITED BY SIZE
                        WS-MONTO-ED             DELIMITED BY SIZE
                        ' VENCE='               DELIMITED BY SIZE
                        CL-FECHA-VENCE-CR(1:16) DELIMITED BY SIZE
                        ' CANAL='               DELIMITED BY SIZE
                        CL-CANAL-EMISION-CR     DELIMITED BY SIZE
                   INTO WS-LINEA-COD
                 END-STRING
                 EVALUATE WS-COD-LEIDOS
                      WHEN 1
                           MOVE WS-LINEA-COD TO LIN1O
                      WHEN 2
                           MOVE WS-LINEA-COD TO LIN2O
                      WHEN 3
                           MOVE WS-LINEA-COD TO LIN3O
                 END-EVALUATE
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    EXEC SQL CLOSE C_CODIGOS END-EXEC
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CODIGOS END-EXEC
           IF WS-COD-LEIDOS = 0
              IF MSGO = SPACES OR MSGO = LOW-VALUES
                 MOVE 'LA CUENTA NO TIENE CODIGOS VIGENTES' TO MSGO
              END-IF
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'        TO CH-XCTL
           MOVE WC-TRANSACCION   TO CH-TRANSACCION
           MOVE WC-TRANSACCION   TO CH-TRANS-RETORNO
           MOVE WC-PROGRAMA      TO CH-PROGRAMA-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('RSTJMP')
                ERASE
                FROM(RSTJMPO)
                NOHANDLE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS
                RETURN
                TRANSID('RSTJ')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY AUDCTAPR.
       COPY RSTJCTPR.
       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER ABNDCTPR.cpy)
      *
           MOVE CAMPO1I     TO WS-AB-CUENTA
           MOVE CH-COMMAREA TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND.

       999-FALLO-TRANSACCION.
      *
      *--- LA RESERVA DE SALDO_RETENIDO YA PUDO HABERSE APLICADO
      *--- CUANDO FALLA LA GRABACION DE LA RETENCION, EL SMS O EL
      *--- CODIGO, ASI QUE SE DESHACE CON SYNCPOINT ROLLBACK PARA NO
      *--- DEJAR SALDO RESERVADO SIN CODIGO QUE LO CANJEE O LO VENZA
      *
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL EMITIR EL CODIGO, NO SE RESERVO NADA'
                                                              TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       999-ERROR-DB2.
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
           MOVE SQLERRMC       TO DB2-ERR-MSG
           MOVE SPACES         TO MSGO
           MOVE 'ERROR DB2: '  TO MSGO(1:11)
           MOVE DB2-SQLCODE-Z  TO MSGO(13:10)
           MOVE DB2-ERR-MSG    TO MSGO(24:30)
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.
