      *****************************************************
      *                                                   *
      *   PROGRAMA SOBREGIROS NO AUTORIZADOS: APROBACION  *
      *   DEL CASTIGO Y RECUPERACIONES (TASOBREG) CICS-DB2*
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SOBRCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TASOBREG END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TABRNDIA END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CASTIGOS PROPUESTOS POR SOBGCOB PENDIENTES DE DECISION DEL
      *--- SUPERVISOR, LOS DE MAS DIAS EN SOBREGIRO PRIMERO
      *
           EXEC SQL
                DECLARE C_PROPUESTAS CURSOR FOR
                SELECT
                   ID_SOBREGIRO
                  ,NUMERO_CUENTA_SB
                  ,DIAS_SB
                  ,SALDO_SB
                  ,CHAR(FECHA_INICIO_SB, ISO)
                FROM
                   TASOBREG
                WHERE
                   ESTADO_SB = 'P'
                ORDER BY
                   DIAS_SB DESC
                  ,ID_SOBREGIRO
           END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(10)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(10).
           03 WS-MONTO-RECUPERACION   PIC S9(13)V9(2) COMP-3.
           03 WS-PENDIENTE-CASTIGO    PIC S9(13)V9(2) COMP-3.
           03 WS-ID-RECIBO            PIC S9(9)       COMP.
           03 WS-FECHA-INICIO         PIC X(10).
           03 WS-LINEA-LISTA          PIC X(70).
           03 WS-FILAS-LEIDAS         PIC 9(2).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-DIAS-ED              PIC ZZZ9.
           03 WS-VALOR-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-RECUPERADO-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-RECIBO-MONTO-ED      PIC -(13)9.99.
           03 WS-RECIBO-ID-ED         PIC ZZZZZZZZ9.
           03 WS-RECIBO-LINEA         PIC X(100).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CONTINUAR           PIC X           VALUE 'N'.
               88 WS-EXIT                             VALUE 'Y'.
           03  WS-SUPERVISOR-FALG     PIC X           VALUE 'N'.
               88 WS-ES-SUPERVISOR                    VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'SOBRCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'SOBR'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.
      *
      *--- TOPE DE FILAS, DEBE COINCIDIR CON LAS 5 LINEAS CAMPO5-9
      *
          03 WC-MAX-FILAS             PIC S9(4)    COMP  VALUE 5.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SUCTRMCP.
       COPY BRDYCTCP.
       COPY DENOMCP.
       COPY SOBRMPCP.
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
           PERFORM 870-LEER-FECHA-NEGOCIO
           PERFORM 880-DERIVAR-SUCURSAL
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO SOBRMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'SOBR'
              MOVE LOW-VALUES TO SOBRMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('SOBRMP')
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
              EXEC CICS RECEIVE
                   MAP('SOBRMP')
                   INTO(SOBRMPI)
                   NOHANDLE
              END-EXEC
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHENTER
                        PERFORM 210-PROCESAR-DATOS
              END-EVALUATE
           END-IF.

       210-PROCESAR-DATOS.
      *
      *--- CAMPO1I ACCION:
      *--- 'L' LISTAR LOS CASTIGOS PROPUESTOS POR SOBGCOB
      *--- 'Q' CONSULTAR EL ULTIMO EPISODIO DE LA CUENTA CAMPO2
      *--- 'A' APROBAR EL CASTIGO DE LA CUENTA CAMPO2 (SUPERVISOR); EL
      *---     CASTIGO SE CONTABILIZA AL CERRAR LA CUENTA EN BLOQCOB
      *--- 'N' NEGAR EL CASTIGO PROPUESTO (SUPERVISOR); EL EPISODIO
      *---     SIGUE ENVEJECIENDO PERO NO SE VUELVE A PROPONER
      *--- 'R' RECUPERACION EN EFECTIVO DE UN SOBREGIRO CASTIGADO DE
      *---     LA CUENTA CAMPO2: CAMPO3 MONTO, CAMPO4 DENOMINACIONES
      *---     RECIBIDAS (FORMATO DENOMCP, OPCIONAL)
      *--- LAS LINEAS CAMPO5O-CAMPO9O DEVUELVEN LA LISTA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (L/Q/A/N/R)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 228-LEER-ROL
           EVALUATE CAMPO1I
                WHEN 'L'
                     PERFORM 230-LISTAR-PROPUESTAS
                WHEN 'Q'
                     PERFORM 240-CONSULTAR-EPISODIO
                WHEN 'A'
                     PERFORM 250-DECIDIR-CASTIGO
                WHEN 'N'
                     PERFORM 250-DECIDIR-CASTIGO
                WHEN 'R'
                     PERFORM 260-RECUPERAR-CASTIGO
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE L/Q/A/N/R' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       212-PARSEAR-CUENTA.
           MOVE '212-PARSEAR-CUENTA' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'DIGITE NUMERO DE CUENTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-NUMERO-CUENTA-SB.

       228-LEER-ROL.
           MOVE '228-LEER-ROL' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
                INTO   :CL-ROL-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
                       AND ESTADO_OPERADOR = 'A'
           END-EXEC
           IF SQLCODE = 0
              AND CL-ROL-OPERADOR = WC-ROL-SUPERVISOR
              SET WS-ES-SUPERVISOR TO TRUE
           END-IF.

       230-LISTAR-PROPUESTAS.
           MOVE '230-LISTAR-PROPUESTAS' TO WS-AB-PARRAFO
           MOVE SPACES TO CAMPO5O
           MOVE SPACES TO CAMPO6O
           MOVE SPACES TO CAMPO7O
           MOVE SPACES TO CAMPO8O
           MOVE SPACES TO CAMPO9O
           MOVE 0 TO WS-FILAS-LEIDAS
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PROPUESTAS END-EXEC
           PERFORM UNTIL WS-EXIT
                   OR WS-FILAS-LEIDAS >= WC-MAX-FILAS
              EXEC SQL
                   FETCH C_PROPUESTAS INTO
                      :CL-ID-SOBREGIRO
                     ,:CL-NUMERO-CUENTA-SB
                     ,:CL-DIAS-SB
                     ,:CL-SALDO-SB
                     ,:WS-FECHA-INICIO
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-FILAS-LEIDAS
                 MOVE CL-ID-SOBREGIRO TO WS-ID-ED
                 MOVE CL-DIAS-SB      TO WS-DIAS-ED
                 MOVE CL-SALDO-SB     TO WS-VALOR-ED
                 MOVE SPACES TO WS-LINEA-LISTA
                 STRING WS-ID-ED            DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-NUMERO-CUENTA-SB DELIMITED BY SIZE
                        ' DESDE '           DELIMITED BY SIZE
                        WS-FECHA-INICIO     DELIMITED BY SIZE
                        ' DIAS='            DELIMITED BY SIZE
                        WS-DIAS-ED          DELIMITED BY SIZE
                        ' SALDO='           DELIMITED BY SIZE
                        WS-VALOR-ED         DELIMITED BY SIZE
                   INTO WS-LINEA-LISTA
                 END-STRING
                 PERFORM 235-MOVER-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    EXEC SQL CLOSE C_PROPUESTAS END-EXEC
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_PROPUESTAS END-EXEC
           IF WS-FILAS-LEIDAS = 0
              MOVE 'NO HAY CASTIGOS DE SOBREGIRO PROPUESTOS' TO MSGO
           ELSE
              MOVE 'EPISODIO CUENTA INICIO DIAS SALDO' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       235-MOVER-LINEA.
           MOVE '235-MOVER-LINEA' TO WS-AB-PARRAFO
           EVALUATE WS-FILAS-LEIDAS
                WHEN 1
                     MOVE WS-LINEA-LISTA TO CAMPO5O
                WHEN 2
                     MOVE WS-LINEA-LISTA TO CAMPO6O
                WHEN 3
                     MOVE WS-LINEA-LISTA TO CAMPO7O
                WHEN 4
                     MOVE WS-LINEA-LISTA TO CAMPO8O
                WHEN 5
                     MOVE WS-LINEA-LISTA TO CAMPO9O
           END-EVALUATE.

       240-CONSULTAR-EPISODIO.
           MOVE '240-CONSULTAR-EPISODIO' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-CUENTA
           EXEC SQL
                SELECT
                   ID_SOBREGIRO
                  ,ESTADO_SB
                  ,DIAS_SB
                  ,SALDO_SB
                  ,MONTO_CASTIGO_SB
                  ,RECUPERADO_SB
                  ,CHAR(FECHA_INICIO_SB, ISO)
                INTO
                  :CL-ID-SOBREGIRO
                 ,:CL-ESTADO-SB
                 ,:CL-DIAS-SB
                 ,:CL-SALDO-SB
                 ,:CL-MONTO-CASTIGO-SB
                 ,:CL-RECUPERADO-SB
                 ,:WS-FECHA-INICIO
                FROM
                  TASOBREG
                WHERE
                  NUMERO_CUENTA_SB = :CL-NUMERO-CUENTA-SB
                ORDER BY
                  ID_SOBREGIRO DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA CUENTA NO TIENE EPISODIOS DE SOBREGIRO'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE SPACES TO CAMPO5O
           MOVE SPACES TO CAMPO6O
           MOVE SPACES TO CAMPO7O
           MOVE SPACES TO CAMPO8O
           MOVE SPACES TO CAMPO9O
           MOVE CL-ID-SOBREGIRO TO WS-ID-ED
           MOVE CL-DIAS-SB      TO WS-DIAS-ED
           MOVE CL-SALDO-SB     TO WS-VALOR-ED
           STRING 'EPISODIO ' WS-ID-ED
                  ' ESTADO ' CL-ESTADO-SB
                  ' DESDE ' WS-FECHA-INICIO
                  ' DIAS=' WS-DIAS-ED
                  DELIMITED BY SIZE
             INTO CAMPO5O
           END-STRING
           STRING 'SALDO EN SOBREGIRO: ' WS-VALOR-ED
                  DELIMITED BY SIZE
             INTO CAMPO6O
           END-STRING
           MOVE CL-MONTO-CASTIGO-SB TO WS-VALOR-ED
           MOVE CL-RECUPERADO-SB    TO WS-RECUPERADO-ED
           STRING 'CASTIGADO: ' WS-VALOR-ED
                  ' RECUPERADO: ' WS-RECUPERADO-ED
                  DELIMITED BY SIZE
             INTO CAMPO7O
           END-STRING
           MOVE 'ESTADO V VIGENTE P PROPUESTO A APROBADO N NEGADO C CAS
      -         'TIGADO R REGULARIZADO' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       250-DECIDIR-CASTIGO.
      *
      *--- APROBAR O NEGAR EL CASTIGO ES FUNCION DE SUPERVISOR. SE
      *--- APRUEBA UNA PROPUESTA ('P') O UNA NEGADA ANTES ('N') QUE SE
      *--- RECONSIDERA; SOLO SE NIEGA UNA PROPUESTA. LA APROBACION NO
      *--- MUEVE SALDOS: DEJA EL EPISODIO 'A' PARA QUE BLOQCOB ACEPTE
      *--- CERRAR LA CUENTA LLEVANDO EL SALDO NEGATIVO A PERDIDA
      *
           MOVE '250-DECIDIR-CASTIGO' TO WS-AB-PARRAFO
           IF NOT WS-ES-SUPERVISOR
              MOVE 'APROBAR O NEGAR CASTIGOS ES FUNCION DE SUPERVISOR'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 212-PARSEAR-CUENTA
           EXEC SQL
                SELECT
                   ID_SOBREGIRO
                  ,ESTADO_SB
                INTO
                  :CL-ID-SOBREGIRO
                 ,:CL-ESTADO-SB
                FROM
                  TASOBREG
                WHERE
                  NUMERO_CUENTA_SB = :CL-NUMERO-CUENTA-SB
                  AND ESTADO_SB IN ('P', 'N')
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA CUENTA NO TIENE CASTIGO PROPUESTO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CAMPO1I = 'N' AND CL-ESTADO-SB = 'N'
              MOVE 'EL CASTIGO DE LA CUENTA YA ESTA NEGADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO1I = 'A'
              MOVE 'A' TO CL-ESTADO-SB
           ELSE
              MOVE 'N' TO CL-ESTADO-SB
           END-IF
           MOVE EIBOPID TO CL-OPERADOR-APRUEBA-SB
           EXEC SQL
                UPDATE TASOBREG
                SET    ESTADO_SB = :CL-ESTADO-SB
                      ,OPERADOR_APRUEBA_SB = :CL-OPERADOR-APRUEBA-SB
                      ,FECHA_HORA_SB = CURRENT TIMESTAMP
                WHERE  ID_SOBREGIRO = :CL-ID-SOBREGIRO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           IF CL-ESTADO-SB = 'A'
              MOVE 'CASTIGO APROBADO, CIERRE LA CUENTA EN BLOQCOB'
                   TO MSGO
           ELSE
              MOVE 'CASTIGO NEGADO' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       260-RECUPERAR-CASTIGO.
      *
      *--- LO QUE EL CLIENTE PAGA SOBRE UN SOBREGIRO YA CASTIGADO NO
      *--- VUELVE A LA CUENTA (QUE QUEDO CERRADA EN CERO): ENTRA EN
      *--- EFECTIVO COMO CONSIGNACION ('D') ESTAMPADA CON CAJA/SESION
      *--- PARA EL CUADRE DE LA GAVETA Y SALE EN EL MISMO MOMENTO COMO
      *--- RECUPERACION DE SOBREGIRO CASTIGADO ('S'), AMBAS CON EL
      *--- EPISODIO COMO REFERENCIA. EL SALDO DE LA CUENTA NO CAMBIA,
      *--- IGUAL QUE LA PATA 'U' DE UN PRESTAMO CASTIGADO EN PRPGCOB
      *
           MOVE '260-RECUPERAR-CASTIGO' TO WS-AB-PARRAFO
           PERFORM 894-VERIFICAR-DIA-SUCURSAL
           IF NOT WS-BD-DIA-ABIERTO
              MOVE 'DIA DE LA SUCURSAL NO ABIERTO, PIDALO EN BRDYCOB'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 212-PARSEAR-CUENTA
           EXEC SQL
                SELECT
                   ID_SOBREGIRO
                  ,MONTO_CASTIGO_SB
                  ,RECUPERADO_SB
                INTO
                  :CL-ID-SOBREGIRO
                 ,:CL-MONTO-CASTIGO-SB
                 ,:CL-RECUPERADO-SB
                FROM
                  TASOBREG
                WHERE
                  NUMERO_CUENTA_SB = :CL-NUMERO-CUENTA-SB
                  AND ESTADO_SB = 'C'
                  AND RECUPERADO_SB < MONTO_CASTIGO_SB
                ORDER BY
                  ID_SOBREGIRO
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA CUENTA NO TIENE SOBREGIRO CASTIGADO PENDIE
      -                   'NTE' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           PERFORM 262-LEER-MONTO
           COMPUTE WS-PENDIENTE-CASTIGO = CL-MONTO-CASTIGO-SB
                                         - CL-RECUPERADO-SB
           IF WS-MONTO-NUM > WS-PENDIENTE-CASTIGO
              MOVE 'MONTO SUPERA LO PENDIENTE DEL CASTIGO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-NUM TO WS-MONTO-RECUPERACION
           PERFORM 881-CONSULTAR-CAJA-SESION
           MOVE 'D' TO CL-TIPO-TRANSACCION
           PERFORM 265-SQL-INSERTAR-PATA
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :WS-ID-RECIBO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE 'S' TO CL-TIPO-TRANSACCION
           PERFORM 265-SQL-INSERTAR-PATA
           IF CAMPO4I NOT = LOW-VALUES AND CAMPO4I NOT = SPACES
              AND CL-TILL-ID-T NOT = SPACES
              MOVE CAMPO4I TO WS-DN-CADENA
              INSPECT WS-DN-CADENA REPLACING ALL '_' BY ZEROES
              INSPECT WS-DN-CADENA REPLACING ALL ' ' BY ZEROES
              MOVE CL-TILL-ID-T TO WS-DN-TILL
              MOVE 1 TO WS-DN-SIGNO
              PERFORM 890-ACTUALIZAR-DENOMINACIONES
           END-IF
           EXEC SQL
                UPDATE TASOBREG
                SET    RECUPERADO_SB = RECUPERADO_SB
                                      + :WS-MONTO-RECUPERACION
                      ,FECHA_HORA_SB = CURRENT TIMESTAMP
                WHERE  ID_SOBREGIRO = :CL-ID-SOBREGIRO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           PERFORM 270-IMPRIMIR-RECIBO
           EXEC CICS SYNCPOINT END-EXEC
           COMPUTE WS-PENDIENTE-CASTIGO = WS-PENDIENTE-CASTIGO
                                         - WS-MONTO-RECUPERACION
           MOVE WS-PENDIENTE-CASTIGO TO WS-VALOR-ED
           MOVE SPACES TO MSGO
           STRING 'RECUPERACION APLICADA, PENDIENTE: ' WS-VALOR-ED
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       262-LEER-MONTO.
           MOVE '262-LEER-MONTO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              MOVE 'DIGITE EL MONTO A RECUPERAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           UNSTRING CAMPO3I DELIMITED BY '_'
               INTO WS-MONTO-JUST
           END-UNSTRING
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM
           IF WS-MONTO-NUM = 0
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       265-SQL-INSERTAR-PATA.
      *
      *--- LAS DOS PATAS VAN ESTAMPADAS CON CAJA/SESION; SOLO LA 'D'
      *--- MUEVE EFECTIVO EN EL CUADRE DE LA GAVETA
      *
           MOVE '265-SQL-INSERTAR-PATA' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA-SB   TO CL-NUMERO-CUENTA
           MOVE WS-MONTO-RECUPERACION TO CL-MONTO
           MOVE EIBOPID               TO CL-USUARIO
           MOVE EIBTRMID              TO CL-TERMINAL
           MOVE CL-ID-SOBREGIRO       TO CL-REFERENCIA-TRANSFERENCIA
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,TILL_ID_T
                   ,FECHA_NEGOCIO_T
                   ,SUCURSAL_T
                   ,SESION_ID_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,:CL-TIPO-TRANSACCION
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:CL-TILL-ID-T
                   ,:WS-FN-FECHA
                   ,:WS-SC-SUCURSAL
                   ,:CL-SESION-ID-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       270-IMPRIMIR-RECIBO.
      *
      *--- COMPROBANTE POR LA COLA RECP CON COPIA EN TARECIBO (LLAVE =
      *--- ID DE LA CONSIGNACION), MISMO PATRON DE 290-IMPRIMIR-RECIBO
      *--- EN PRPGCOB. LA COPIA NO TUMBA UNA RECUPERACION YA APLICADA
      *
           MOVE '270-IMPRIMIR-RECIBO' TO WS-AB-PARRAFO
           MOVE WS-ID-RECIBO          TO WS-RECIBO-ID-ED
           MOVE WS-MONTO-RECUPERACION TO WS-RECIBO-MONTO-ED
           MOVE CL-ID-SOBREGIRO       TO WS-ID-ED
           MOVE SPACES                TO WS-RECIBO-LINEA
           STRING 'RECUPERACION SOBREGIRO ' DELIMITED BY SIZE
                  WS-ID-ED                  DELIMITED BY SIZE
                  ' CTA:'                   DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-SB       DELIMITED BY SIZE
                  ' MONTO:'                 DELIMITED BY SIZE
                  WS-RECIBO-MONTO-ED        DELIMITED BY SIZE
                  ' ID:'                    DELIMITED BY SIZE
                  WS-RECIBO-ID-ED           DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('RECP')
                FROM(WS-RECIBO-LINEA)
                LENGTH(LENGTH OF WS-RECIBO-LINEA)
                NOHANDLE
           END-EXEC
           MOVE WS-ID-RECIBO        TO CL-ID-TRANSACTION-RB
           MOVE CL-NUMERO-CUENTA-SB TO CL-NUMERO-CUENTA-RB
           MOVE WS-RECIBO-LINEA     TO CL-TEXTO-RECIBO
           EXEC SQL
                INSERT INTO TARECIBO (
                    ID_TRANSACTION_RB
                   ,NUMERO_CUENTA_RB
                   ,TEXTO_RECIBO
                   ,FECHA_HORA_RB
                   ,COPIAS_IMPRESAS
                ) VALUES (
                    :CL-ID-TRANSACTION-RB
                   ,:CL-NUMERO-CUENTA-RB
                   ,:CL-TEXTO-RECIBO
                   ,CURRENT TIMESTAMP
                   ,0
                )
           END-EXEC.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           MOVE WC-PROGRAMA     TO CH-PROGRAMA-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('SOBRMP')
                ERASE
                FROM(SOBRMPO)
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
           EXEC CICS RETURN
                TRANSID('SOBR')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY ERRCTAPR.
       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY SUCTRMPR.
       COPY CAJSESPR.
       COPY ARQCTAPR.
       COPY BRDYCTPR.
       COPY DENOMPR.
       COPY AUDCTAPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

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
           IF WS-ERR-SI-ENCONTRADO
              MOVE SPACES              TO MSGO
              MOVE WS-ERR-MSG-CATALOGO TO MSGO
           ELSE
              MOVE SPACES         TO MSGO
              MOVE 'ERROR DB2: '  TO MSGO(1:11)
              MOVE DB2-SQLCODE-Z  TO MSGO(13:10)
              MOVE SQLERRMC       TO DB2-ERR-MSG
              MOVE DB2-ERR-MSG    TO MSGO(24:30)
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.
