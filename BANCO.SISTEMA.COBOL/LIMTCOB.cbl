      *****************************************************
      *                                                   *
      *   PROGRAMA MANTENIMIENTO DE LIMITES DE ATRIBUCION *
      *   POR OPERADOR (TAOPLIMT) CICS-DB2 SISTEMA        *
      *   BANCARIO                                        *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. LIMTCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13).
           03 WS-VALOR-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-CONCEPTO             PIC X(4).
      *
      *--- CONCEPTOS DE ATRIBUCION QUE ESTE MANTENIMIENTO ACEPTA
      *--- (VER EL COMENTARIO DE TAOPLIMT)
      *
              88 WS-CONCEPTO-VALIDO   VALUES 'CRED' 'DEPO' 'RETR'
                                             'TRNF' 'GIRO' 'FXCJ'
                                             'BILL' 'TPRF'.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'LIMTCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'LIMT'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY LIMTMPCP.
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
              MOVE LOW-VALUES TO LIMTMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'LIMT'
              MOVE LOW-VALUES TO LIMTMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('LIMTMP')
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
                   MAP('LIMTMP')
                   INTO(LIMTMPI)
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
      *--- CAMPO1I ACCION (C CONSULTAR, A ASIGNAR O CAMBIAR EL LIMITE,
      *--- E ELIMINAR), CAMPO2I OPERADOR, CAMPO3I CONCEPTO, CAMPO4I
      *--- MONTO LIMITE. CAMPO5O/CAMPO6O DEVUELVEN NOMBRE DEL
      *--- OPERADOR Y LIMITE VIGENTE. SOLO SUPERVISOR, Y NUNCA SOBRE
      *--- SU PROPIO LIMITE
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           PERFORM 228-VALIDAR-SUPERVISOR
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              OR CAMPO3I = LOW-VALUES
              MOVE 'DIGITE ACCION (C/A/E), OPERADOR Y CONCEPTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-CONCEPTO
           IF NOT WS-CONCEPTO-VALIDO
              MOVE 'CONCEPTO DE ATRIBUCION INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-OPERADOR-ID
           EXEC SQL
                SELECT NOMBRE_OPERADOR
                INTO   :CL-NOMBRE-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NOMBRE-OPERADOR TO CAMPO5O
                WHEN 100
                     MOVE 'OPERADOR NO EXISTE' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-OPERADOR-ID TO CL-OPERADOR-ID-LM
           MOVE WS-CONCEPTO    TO CL-CONCEPTO-LM
           EVALUATE CAMPO1I
                WHEN 'C'
                     PERFORM 230-CONSULTAR-LIMITE
                WHEN 'A'
                     PERFORM 235-VALIDAR-OTRO-OPERADOR
                     PERFORM 240-ASIGNAR-LIMITE
                WHEN 'E'
                     PERFORM 235-VALIDAR-OTRO-OPERADOR
                     PERFORM 250-ELIMINAR-LIMITE
                WHEN OTHER
                     MOVE 'ACCION INVALIDA (C/A/E)' TO MSGO
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
              MOVE 'FUNCION RESERVADA AL SUPERVISOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       230-CONSULTAR-LIMITE.
           MOVE '230-CONSULTAR-LIMITE' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT MONTO_LIMITE_LM
                INTO   :CL-MONTO-LIMITE-LM
                FROM   TAOPLIMT
                WHERE  OPERADOR_ID_LM = :CL-OPERADOR-ID-LM
                       AND CONCEPTO_LM = :CL-CONCEPTO-LM
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-MONTO-LIMITE-LM TO WS-VALOR-ED
                     MOVE WS-VALOR-ED        TO CAMPO6O
                     MOVE 'CONSULTA DE LIMITE' TO MSGO
                WHEN 100
                     MOVE 'OPERADOR SIN ATRIBUCION EN EL CONCEPTO'
                          TO MSGO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       235-VALIDAR-OTRO-OPERADOR.
           MOVE '235-VALIDAR-OTRO-OPERADOR' TO WS-AB-PARRAFO
           IF CL-OPERADOR-ID-LM = EIBOPID
              MOVE 'NO PUEDE MODIFICAR SU PROPIO LIMITE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       240-ASIGNAR-LIMITE.
           MOVE '240-ASIGNAR-LIMITE' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              MOVE 'DIGITE EL MONTO LIMITE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-MONTO-JUST
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'MONTO LIMITE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM
           MOVE WS-MONTO-NUM  TO CL-MONTO-LIMITE-LM
           MOVE EIBOPID       TO CL-USUARIO-LM
           EXEC SQL
                UPDATE TAOPLIMT
                SET    MONTO_LIMITE_LM = :CL-MONTO-LIMITE-LM
                      ,USUARIO_LM = :CL-USUARIO-LM
                      ,FECHA_HORA_LM = CURRENT TIMESTAMP
                WHERE  OPERADOR_ID_LM = :CL-OPERADOR-ID-LM
                       AND CONCEPTO_LM = :CL-CONCEPTO-LM
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO TAOPLIMT (
                       OPERADOR_ID_LM
                      ,CONCEPTO_LM
                      ,MONTO_LIMITE_LM
                      ,USUARIO_LM
                      ,FECHA_HORA_LM
                   ) VALUES (
                       :CL-OPERADOR-ID-LM
                      ,:CL-CONCEPTO-LM
                      ,:CL-MONTO-LIMITE-LM
                      ,:CL-USUARIO-LM
                      ,CURRENT TIMESTAMP
                   )
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-MONTO-LIMITE-LM TO WS-VALOR-ED
           MOVE WS-VALOR-ED        TO CAMPO6O
           MOVE 'LIMITE ASIGNADO' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       250-ELIMINAR-LIMITE.
           MOVE '250-ELIMINAR-LIMITE' TO WS-AB-PARRAFO
           EXEC SQL
                DELETE FROM TAOPLIMT
                WHERE  OPERADOR_ID_LM = :CL-OPERADOR-ID-LM
                       AND CONCEPTO_LM = :CL-CONCEPTO-LM
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'OPERADOR SIN ATRIBUCION EN EL CONCEPTO'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'LIMITE ELIMINADO' TO MSGO
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
                MAP('LIMTMP')
                ERASE
                FROM(LIMTMPO)
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
                TRANSID('LIMT')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY FECNEGPR.
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
