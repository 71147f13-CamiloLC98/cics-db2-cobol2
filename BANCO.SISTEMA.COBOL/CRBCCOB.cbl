      *****************************************************
      *                                                   *
      *   PROGRAMA CORRECCION DE RECHAZOS DEL REPORTE A   *
      *   LA CENTRAL DE RIESGO (TACRBREP/TACLIENT)        *
      *   CICS-DB2 SISTEMA BANCARIO                       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CRBCCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACRBREP END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-TIPO-DOC             PIC X(2).
              88 WS-TIPO-DOC-VALIDO   VALUES 'CC' 'CE' 'TI' 'NI'
                                             'PA' 'RC'.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CRBCCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'CRBC'.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY CRBCMPCP.
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
              MOVE LOW-VALUES TO CRBCMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'CRBC'
              MOVE LOW-VALUES TO CRBCMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('CRBCMP')
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
                   MAP('CRBCMP')
                   INTO(CRBCMPI)
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
      *--- CAMPO1I ID DEL PRESTAMO, CAMPO2I TIPO DE DOCUMENTO
      *--- CORREGIDO DEL DEUDOR (EN BLANCO = SOLO CONSULTAR).
      *--- CAMPO3O-CAMPO7O DEVUELVEN EL PERIODO PENDIENTE MAS VIEJO,
      *--- DOCUMENTO, NOMBRE Y TIPO DE DOCUMENTO ACTUALES DEL DEUDOR
      *--- Y EL MOTIVO DEL RECHAZO. LA CORRECCION QUEDA EN TACLIENT Y
      *--- CRBXCOB REENVIA EL PERIODO EN EL CICLO SIGUIENTE; EL
      *--- NOMBRE Y LA CEDULA SE CORRIGEN POR ALTACOB
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE ID DE PRESTAMO' TO MSGO
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
           PERFORM 230-LEER-RECHAZO
           PERFORM 235-LEER-DEUDOR
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'CONSULTA DE RECHAZO PENDIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 240-CORREGIR-TIPO-DOCUMENTO.

       230-LEER-RECHAZO.
           MOVE '230-LEER-RECHAZO' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-CB
           EXEC SQL
                SELECT
                   PERIODO_CB
                  ,MOTIVO_CB
                INTO
                   :CL-PERIODO-CB
                  ,:CL-MOTIVO-CB
                FROM
                   TACRBREP
                WHERE
                   ID_PRESTAMO_CB = :CL-ID-PRESTAMO-CB
                   AND ESTADO_ENVIO_CB IN ('X', 'R')
                ORDER BY
                   PERIODO_CB
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'PRESTAMO SIN RECHAZOS PENDIENTES' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-PERIODO-CB TO CAMPO3O
           MOVE CL-MOTIVO-CB  TO CAMPO7O.

       235-LEER-DEUDOR.
           MOVE '235-LEER-DEUDOR' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   C.CEDULA_CLIENTE
                  ,L.NOMBRE_LEGAL
                  ,L.TIPO_DOCUMENTO
                INTO
                   :CL-CEDULA-CLIENTE
                  ,:CL-NOMBRE-LEGAL
                  ,:CL-TIPO-DOCUMENTO
                FROM
                   TAPRESTA P
                   INNER JOIN TACUENT C
                      ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                   INNER JOIN TACLIENT L
                      ON L.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
                WHERE
                   P.ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'DEUDOR SIN REGISTRO EN TACLIENT, USE ALTACOB'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-CEDULA-CLIENTE TO CAMPO4O
           MOVE CL-NOMBRE-LEGAL   TO CAMPO5O
           MOVE CL-TIPO-DOCUMENTO TO CAMPO6O.

       240-CORREGIR-TIPO-DOCUMENTO.
           MOVE '240-CORREGIR-TIPO-DOCUMENTO' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO WS-TIPO-DOC
           IF NOT WS-TIPO-DOC-VALIDO
              MOVE 'TIPO DE DOCUMENTO INVALIDO (CC/CE/TI/NI/PA/RC)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-CEDULA-CLIENTE TO CL-CEDULA-CLIENTE-M
           MOVE WS-TIPO-DOC       TO CL-TIPO-DOCUMENTO
           EXEC SQL
                UPDATE TACLIENT
                SET    TIPO_DOCUMENTO = :CL-TIPO-DOCUMENTO
                WHERE  CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-TIPO-DOCUMENTO TO CAMPO6O
           MOVE 'TIPO DE DOCUMENTO CORREGIDO, SALE EN PROXIMO REPORTE'
                TO MSGO
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
                MAP('CRBCMP')
                ERASE
                FROM(CRBCMPO)
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
                TRANSID('CRBC')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY FECNEGPR.
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
