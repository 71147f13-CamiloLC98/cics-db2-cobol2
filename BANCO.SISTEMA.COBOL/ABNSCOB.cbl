      *****************************************************
      *                                                   *
      *   PROGRAMA CONSULTA Y CIERRE DE INCIDENTES DE     *
      *   ABEND (TAABEND) CICS-DB2 SISTEMA BANCARIO       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABNSCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ABNSCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'ABNS'.

       COPY ERRCTACP.
       COPY ABNSMPCP.
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
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO ABNSMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'ABNS'
              MOVE LOW-VALUES TO ABNSMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('ABNSMP')
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
                   MAP('ABNSMP')
                   INTO(ABNSMPI)
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
      *--- CAMPO6I ACCION: 'S' SIGUIENTE INCIDENTE ABIERTO DESPUES DEL
      *--- DE CAMPO2I (EN BLANCO, EL MAS VIEJO), OPCIONALMENTE
      *--- FILTRANDO POR PROGRAMA EN CAMPO1I; CON ENTER REPETIDO SE
      *--- RECORRE LA LISTA. 'Q' CONSULTAR UN INCIDENTE POR SU NUMERO
      *--- (EL QUE EL CAJERO REPORTA). 'C' CERRAR EL INCIDENTE DE
      *--- CAMPO2I CON LA NOTA DE CAMPO5I
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (S/Q/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO6I
                WHEN 'S'
                     PERFORM 230-SIGUIENTE-INCIDENTE
                WHEN 'Q'
                     PERFORM 250-CONSULTAR-INCIDENTE
                WHEN 'C'
                     PERFORM 240-CERRAR-INCIDENTE
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE S/Q/C' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       212-PARSEAR-ID.
           MOVE '212-PARSEAR-ID' TO WS-AB-PARRAFO
           MOVE CAMPO2I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL LOW-VALUES BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'NUMERO DE INCIDENTE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM.

       230-SIGUIENTE-INCIDENTE.
           MOVE '230-SIGUIENTE-INCIDENTE' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           MOVE WS-ID-NUM TO CL-ID-INCIDENTE
           MOVE SPACES TO CL-PROGRAMA-AB
           IF CAMPO1I NOT = LOW-VALUES AND CAMPO1I NOT = SPACES
              MOVE CAMPO1I(1:8) TO CL-PROGRAMA-AB
           END-IF
           EXEC SQL
                SELECT
                   ID_INCIDENTE
                INTO
                   :CL-ID-INCIDENTE
                FROM
                   TAABEND
                WHERE
                   ESTADO_AB = 'A'
                   AND ID_INCIDENTE > :CL-ID-INCIDENTE
                   AND (:CL-PROGRAMA-AB = ' '
                        OR PROGRAMA_AB = :CL-PROGRAMA-AB)
                ORDER BY
                   ID_INCIDENTE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 260-LEER-INCIDENTE
                     PERFORM 270-MOSTRAR-INCIDENTE
                WHEN 100
                     MOVE 'NO HAY MAS INCIDENTES ABIERTOS' TO MSGO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       240-CERRAR-INCIDENTE.
           MOVE '240-CERRAR-INCIDENTE' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE LA NOTA DE CIERRE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-NUM TO CL-ID-INCIDENTE
           MOVE SPACES    TO CL-NOTA-CIERRE-AB
           MOVE CAMPO5I   TO CL-NOTA-CIERRE-AB
           MOVE EIBOPID   TO CL-USUARIO-CIERRE-AB
           EXEC SQL
                UPDATE TAABEND
                SET    ESTADO_AB         = 'C'
                      ,NOTA_CIERRE_AB    = :CL-NOTA-CIERRE-AB
                      ,USUARIO_CIERRE_AB = :CL-USUARIO-CIERRE-AB
                      ,FECHA_CIERRE_AB   = CURRENT TIMESTAMP
                WHERE  ID_INCIDENTE = :CL-ID-INCIDENTE
                       AND ESTADO_AB = 'A'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE 'INCIDENTE CERRADO' TO MSGO
                WHEN 100
                     MOVE 'INCIDENTE NO ENCONTRADO O YA CERRADO'
                          TO MSGO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       250-CONSULTAR-INCIDENTE.
           MOVE '250-CONSULTAR-INCIDENTE' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           MOVE WS-ID-NUM TO CL-ID-INCIDENTE
           PERFORM 260-LEER-INCIDENTE
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 270-MOSTRAR-INCIDENTE
                WHEN 100
                     MOVE 'INCIDENTE NO ENCONTRADO' TO MSGO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       260-LEER-INCIDENTE.
           MOVE '260-LEER-INCIDENTE' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   CODIGO_ABEND_AB
                  ,PROGRAMA_AB
                  ,PARRAFO_AB
                  ,TRANSACCION_AB
                  ,USUARIO_AB
                  ,TERMINAL_AB
                  ,NUMERO_CUENTA_AB
                  ,COMMAREA_AB
                  ,CHAR(FECHA_HORA_AB)
                  ,ESTADO_AB
                  ,NOTA_CIERRE_AB
                INTO
                   :CL-CODIGO-ABEND-AB
                  ,:CL-PROGRAMA-AB
                  ,:CL-PARRAFO-AB
                  ,:CL-TRANSACCION-AB
                  ,:CL-USUARIO-AB
                  ,:CL-TERMINAL-AB
                  ,:CL-NUMERO-CUENTA-AB
                  ,:CL-COMMAREA-AB
                  ,:CL-FECHA-HORA-AB
                  ,:CL-ESTADO-AB
                  ,:CL-NOTA-CIERRE-AB
                FROM
                   TAABEND
                WHERE
                   ID_INCIDENTE = :CL-ID-INCIDENTE
           END-EXEC.

       270-MOSTRAR-INCIDENTE.
      *
      *--- CAMPO5 MUESTRA EL INICIO DE LA FOTO DEL COMMAREA MIENTRAS
      *--- EL INCIDENTE ESTA ABIERTO Y LA NOTA DE CIERRE DESPUES
      *
           MOVE '270-MOSTRAR-INCIDENTE' TO WS-AB-PARRAFO
           MOVE CL-ID-INCIDENTE      TO WS-ID-NUM
           MOVE WS-ID-NUM            TO CAMPO2O
           MOVE CL-PROGRAMA-AB       TO CAMPO1O
           MOVE CL-PARRAFO-AB        TO CAMPO3O
           MOVE CL-FECHA-HORA-AB(1:19) TO CAMPO4O
           IF CL-ESTADO-AB = 'C'
              MOVE CL-NOTA-CIERRE-AB TO CAMPO5O
           ELSE
              MOVE CL-COMMAREA-AB    TO CAMPO5O
           END-IF
           MOVE SPACES TO MSGO
           STRING CL-CODIGO-ABEND-AB
                  ' TRN=' CL-TRANSACCION-AB
                  ' OP=' CL-USUARIO-AB
                  ' TRM=' CL-TERMINAL-AB
                  ' CTA=' CL-NUMERO-CUENTA-AB
                  ' EST=' CL-ESTADO-AB
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING.

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
                MAP('ABNSMP')
                ERASE
                FROM(ABNSMPO)
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
                TRANSID('ABNS')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
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
