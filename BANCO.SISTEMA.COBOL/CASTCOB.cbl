      *****************************************************
      *                                                   *
      *   PROGRAMA APROBACION DE CASTIGO DE PRESTAMOS     *
      *   PROPUESTOS POR PROVCOB (TAPROVIS/TAPRESTA)      *
      *   CICS-DB2 SISTEMA BANCARIO                       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CASTCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TAPROVIS END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-CAPITAL-MORA         PIC S9(13)V9(2) COMP-3.
           03 WS-DIFERENCIA           PIC S9(13)V9(2) COMP-3.
           03 WS-CUENTA-PROVISION-N   PIC 9(10).
           03 WS-CUENTA-PROVISION     PIC X(10).
           03 WS-VALOR-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-DIAS-ED              PIC ZZZZZ9.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CASTCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'CAST'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.
          03 WC-CUENTA-PROVISION-DEF  PIC 9(10)    VALUE 0.

       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY CASTMPCP.
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
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO CASTMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'CAST'
              MOVE LOW-VALUES TO CASTMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CASTMP')
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
                   MAP('CASTMP')
                   INTO(CASTMPI)
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
      *--- CAMPO1I ID DEL PRESTAMO, CAMPO2I ACCION (C CONSULTAR, A
      *--- APROBAR CASTIGO, R RECHAZAR). CAMPO3O-CAMPO7O DEVUELVEN
      *--- DIAS DE MORA, SALDO DE CAPITAL, MORA, PROVISION
      *--- CONSTITUIDA Y ESTADO DEL CASTIGO
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ID DE PRESTAMO Y ACCION (C/A/R)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE PRESTAMO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-PRESTAMO
           PERFORM 230-LEER-PRESTAMO
           EVALUATE CAMPO2I
                WHEN 'C'
                     MOVE 'CONSULTA DE CASTIGO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN 'A'
                     PERFORM 228-VALIDAR-SUPERVISOR
                     PERFORM 240-APROBAR-CASTIGO
                WHEN 'R'
                     PERFORM 228-VALIDAR-SUPERVISOR
                     PERFORM 250-RECHAZAR-CASTIGO
                WHEN OTHER
                     MOVE 'ACCION INVALIDA (C/A/R)' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       228-VALIDAR-SUPERVISOR.
           MOVE '228-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
                INTO   :CL-ROL-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
                       AND ESTADO_OPERADOR = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              OR CL-ROL-OPERADOR NOT = WC-ROL-SUPERVISOR
              MOVE 'EL CASTIGO ES FUNCION DE SUPERVISOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       230-LEER-PRESTAMO.
           MOVE '230-LEER-PRESTAMO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_LN
                  ,SALDO_CAPITAL_LN
                  ,MORA_LN
                  ,ESTADO_LN
                INTO
                   :CL-NUMERO-CUENTA-LN
                  ,:CL-SALDO-CAPITAL-LN
                  ,:CL-MORA-LN
                  ,:CL-ESTADO-LN
                FROM
                   TAPRESTA
                WHERE
                   ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'PRESTAMO NO ENCONTRADO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-PV
           EXEC SQL
                SELECT
                   DIAS_MORA_PV
                  ,PROVISION_PV
                  ,ESTADO_CASTIGO_PV
                  ,SALDO_CASTIGO_PV
                INTO
                   :CL-DIAS-MORA-PV
                  ,:CL-PROVISION-PV
                  ,:CL-ESTADO-CASTIGO-PV
                  ,:CL-SALDO-CASTIGO-PV
                FROM
                   TAPROVIS
                WHERE
                   ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'PRESTAMO SIN PROVISION, CORRA PROVCOB'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-DIAS-MORA-PV      TO WS-DIAS-ED
           MOVE WS-DIAS-ED           TO CAMPO3O
           MOVE CL-SALDO-CAPITAL-LN  TO WS-VALOR-ED
           MOVE WS-VALOR-ED          TO CAMPO4O
           MOVE CL-MORA-LN           TO WS-VALOR-ED
           MOVE WS-VALOR-ED          TO CAMPO5O
           MOVE CL-PROVISION-PV      TO WS-VALOR-ED
           MOVE WS-VALOR-ED          TO CAMPO6O
           MOVE CL-ESTADO-CASTIGO-PV TO CAMPO7O.

       240-APROBAR-CASTIGO.
      *
      *--- EL PRESTAMO SALE DEL SALDO ACTIVO: LA PROVISION SE AJUSTA
      *--- AL 100% DEL CAPITAL (GASTO 'H' POR LO QUE FALTE, REINTEGRO
      *--- 'Q' POR LO QUE SOBRE) Y SE CONSUME CONTRA EL CAPITAL CON LA
      *--- PATA DE CASTIGO 'Z'. LA DEUDA (CAPITAL MAS EL INTERES DE LA
      *--- MORA; EL CAPITAL DE LAS CUOTAS ATRASADAS YA ESTA EN EL
      *--- SALDO DE CAPITAL) QUEDA EN CUENTAS DE ORDEN EN TAPROVIS
      *--- PARA LAS RECUPERACIONES DE PRPGCOB
      *
           MOVE '240-APROBAR-CASTIGO' TO WS-AB-PARRAFO
           IF CL-ESTADO-LN NOT = 'V'
              OR CL-ESTADO-CASTIGO-PV NOT = 'P'
              MOVE 'PRESTAMO NO ESTA PROPUESTO A CASTIGO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'CUENTA-PROVISION'      TO CL-PARAM-CLAVE
           MOVE WC-CUENTA-PROVISION-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR             TO WS-CUENTA-PROVISION-N
           MOVE WS-CUENTA-PROVISION-N   TO WS-CUENTA-PROVISION
           IF WS-CUENTA-PROVISION-N = 0
              MOVE 'FALTA CUENTA-PROVISION EN TAPARAM' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SC
           EXEC SQL
                SELECT COALESCE(SUM(CAPITAL_SC), 0)
                INTO   :WS-CAPITAL-MORA
                FROM   TAPRSCHD
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND ESTADO_SC = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE WS-DIFERENCIA = CL-SALDO-CAPITAL-LN - CL-PROVISION-PV
           IF WS-DIFERENCIA > 0
              MOVE WS-DIFERENCIA TO CL-MONTO
              MOVE 'H' TO CL-TIPO-TRANSACCION
              PERFORM 245-SQL-INSERTAR-PATA
           END-IF
           IF WS-DIFERENCIA < 0
              COMPUTE CL-MONTO = 0 - WS-DIFERENCIA
              MOVE 'Q' TO CL-TIPO-TRANSACCION
              PERFORM 245-SQL-INSERTAR-PATA
           END-IF
           IF CL-SALDO-CAPITAL-LN > 0
              MOVE CL-SALDO-CAPITAL-LN TO CL-MONTO
              MOVE 'Z' TO CL-TIPO-TRANSACCION
              PERFORM 245-SQL-INSERTAR-PATA
           END-IF
           MOVE CL-SALDO-CAPITAL-LN TO CL-CAPITAL-CASTIGADO-PV
           COMPUTE CL-MORA-CASTIGADA-PV = CL-MORA-LN - WS-CAPITAL-MORA
           COMPUTE CL-SALDO-CASTIGO-PV = CL-CAPITAL-CASTIGADO-PV
                                        + CL-MORA-CASTIGADA-PV
           MOVE EIBOPID TO CL-USUARIO-CASTIGO-PV
           EXEC SQL
                UPDATE TAPROVIS
                SET    ESTADO_CASTIGO_PV    = 'A'
                      ,PROVISION_PV         = 0
                      ,CAPITAL_CASTIGADO_PV = :CL-CAPITAL-CASTIGADO-PV
                      ,MORA_CASTIGADA_PV    = :CL-MORA-CASTIGADA-PV
                      ,SALDO_CASTIGO_PV     = :CL-SALDO-CASTIGO-PV
                      ,RECUPERADO_PV        = 0
                      ,USUARIO_CASTIGO_PV   = :CL-USUARIO-CASTIGO-PV
                      ,FECHA_CASTIGO_PV     = DATE(:WS-FN-FECHA)
                WHERE  ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
                       AND ESTADO_CASTIGO_PV = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                UPDATE TAPRESTA
                SET    ESTADO_LN        = 'C'
                      ,SALDO_CAPITAL_LN = 0
                      ,MORA_LN          = 0
                WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO
                       AND ESTADO_LN = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-SALDO-CASTIGO-PV TO WS-VALOR-ED
           MOVE 'A'                 TO CAMPO7O
           MOVE SPACES TO MSGO
           STRING 'PRESTAMO CASTIGADO, EN ORDEN: ' DELIMITED BY SIZE
                  WS-VALOR-ED                      DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       245-SQL-INSERTAR-PATA.
      *
      *--- MISMAS PATAS DE PROVCOB: A LA CUENTA DE LA CASA, AMARRADAS
      *--- AL PRESTAMO, SIN MOVER SALDO; SOLO VAN AL MAYOR (TAGLMAP)
      *
           MOVE '245-SQL-INSERTAR-PATA' TO WS-AB-PARRAFO
           MOVE WS-CUENTA-PROVISION TO CL-NUMERO-CUENTA-T
           MOVE EIBOPID             TO CL-USUARIO
           MOVE EIBTRMID            TO CL-TERMINAL
           MOVE CL-ID-PRESTAMO      TO CL-REFERENCIA-TRANSFERENCIA
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,FECHA_NEGOCIO_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,:CL-TIPO-TRANSACCION
                   ,:CL-MONTO
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:WS-FN-FECHA
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       250-RECHAZAR-CASTIGO.
      *
      *--- EL PRESTAMO SIGUE VIGENTE CON SU PROVISION; SI CONTINUA EN
      *--- MORA PROVCOB LO VUELVE A PROPONER EN EL CIERRE SIGUIENTE
      *
           MOVE '250-RECHAZAR-CASTIGO' TO WS-AB-PARRAFO
           IF CL-ESTADO-CASTIGO-PV NOT = 'P'
              MOVE 'PRESTAMO NO ESTA PROPUESTO A CASTIGO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE EIBOPID TO CL-USUARIO-CASTIGO-PV
           EXEC SQL
                UPDATE TAPROVIS
                SET    ESTADO_CASTIGO_PV  = 'R'
                      ,USUARIO_CASTIGO_PV = :CL-USUARIO-CASTIGO-PV
                WHERE  ID_PRESTAMO_PV = :CL-ID-PRESTAMO-PV
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'R' TO CAMPO7O
           MOVE 'PROPUESTA DE CASTIGO RECHAZADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

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
                MAP('CASTMP')
                ERASE
                FROM(CASTMPO)
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
                TRANSID('CAST')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL CASTIGAR EL PRESTAMO, NO SE APLICO NADA'
                TO MSGO
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
