      *****************************************************
      *                                                   *
      *   PROGRAMA CUENTA EXENTA DEL GMF (4 POR MIL)      *
      *   (TAGMFEXE) CICS-DB2 SISTEMA BANCARIO            *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GMFXCOB.
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
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-CUPO-USADO           PIC S9(13)V9(2) COMP-3.
           03 WS-CUPO-LIBRE           PIC S9(13)V9(2) COMP-3.
           03 WS-CUPO-ED              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'GMFXCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'GMFX'.
          03 WC-ESTADO-ACTIVO         PIC X(1)     VALUE 'A'.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY GMFCTCP.
       COPY GMFXMPCP.
       COPY EVNTCTCP.
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
      *
      *--- EL CUPO EXENTO SE CONTROLA POR MES DE LA FECHA DE NEGOCIO
      *--- ABIERTA, EL MISMO MES CON QUE LO CONSUMEN LOS DEBITOS
      *
           PERFORM 870-LEER-FECHA-NEGOCIO
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO GMFXMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'GMFX'
              MOVE LOW-VALUES TO GMFXMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('GMFXMP')
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
                   MAP('GMFXMP')
                   INTO(GMFXMPI)
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
      *--- CAMPO1I CEDULA DEL CLIENTE. CAMPO6I ACCION: 'M' MARCAR
      *--- EXENTA LA CUENTA DE CAMPO2I (REEMPLAZA LA QUE TUVIERA LA
      *--- CEDULA), 'D' DESMARCAR, 'C' CONSULTAR LA CUENTA MARCADA Y
      *--- EL CUPO EXENTO USADO Y LIBRE DEL MES (CAMPO3O/CAMPO4O)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES OR CAMPO1I = LOW-VALUES
              OR CAMPO1I = SPACES
              MOVE 'DIGITE CEDULA Y ACCION (M/D/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO6I
                WHEN 'M'
                     PERFORM 230-MARCAR-CUENTA
                WHEN 'D'
                     PERFORM 240-DESMARCAR-CUENTA
                WHEN 'C'
                     PERFORM 250-CONSULTAR-EXENCION
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE M/D/C' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-MARCAR-CUENTA.
      *
      *--- LA CUENTA DEBE SER DE LA CEDULA (TITULAR EN TACUENT),
      *--- ESTAR ACTIVA Y SER EN PESOS, QUE ES LA UNICA MONEDA QUE
      *--- CAUSA EL GRAVAMEN
      *
           MOVE '230-MARCAR-CUENTA' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT CEDULA_CLIENTE, ESTADO_CUENTA, MONEDA_CUENTA
                INTO   :CL-CEDULA-CLIENTE, :CL-ESTADO-CUENTA,
                       :CL-MONEDA-CUENTA
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CUENTA NO ENCONTRADA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-CEDULA-CLIENTE NOT = CAMPO1I
              MOVE 'LA CUENTA NO ES DE ESA CEDULA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              MOVE 'CUENTA NO ACTIVA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-MONEDA-CUENTA NOT = WC-GM-MONEDA-GRAVADA
              MOVE 'SOLO UNA CUENTA EN PESOS PUEDE SER EXENTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- UNA SOLA CUENTA EXENTA POR CEDULA: SI YA HABIA UNA MARCA
      *--- SE REEMPLAZA (LA ANTERIOR QUEDA GRAVADA DESDE YA). EL CUPO
      *--- DEL MES SIGUE SIENDO EL DE LA CEDULA, NO SE REINICIA
      *
           MOVE CAMPO1I           TO CL-CEDULA-GX
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-GX
           MOVE WC-ESTADO-ACTIVO  TO CL-ESTADO-GX
           MOVE EIBOPID           TO CL-USUARIO-GX
           EXEC SQL
                UPDATE TAGMFEXE
                SET    NUMERO_CUENTA_GX = :CL-NUMERO-CUENTA-GX
                      ,ESTADO_GX        = :CL-ESTADO-GX
                      ,USUARIO_GX       = :CL-USUARIO-GX
                      ,FECHA_MARCA_GX   = CURRENT TIMESTAMP
                WHERE  CEDULA_GX = :CL-CEDULA-GX
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO TAGMFEXE (
                       CEDULA_GX
                      ,NUMERO_CUENTA_GX
                      ,ESTADO_GX
                      ,USUARIO_GX
                      ,FECHA_MARCA_GX
                   ) VALUES (
                       :CL-CEDULA-GX
                      ,:CL-NUMERO-CUENTA-GX
                      ,:CL-ESTADO-GX
                      ,:CL-USUARIO-GX
                      ,CURRENT TIMESTAMP
                   )
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'CUENTA MARCADA EXENTA DEL GMF' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       240-DESMARCAR-CUENTA.
           MOVE '240-DESMARCAR-CUENTA' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-CEDULA-GX
           MOVE EIBOPID TO CL-USUARIO-GX
           EXEC SQL
                UPDATE TAGMFEXE
                SET    ESTADO_GX         = 'I'
                      ,USUARIO_GX        = :CL-USUARIO-GX
                      ,FECHA_DESMARCA_GX = CURRENT TIMESTAMP
                WHERE  CEDULA_GX = :CL-CEDULA-GX
                       AND ESTADO_GX = 'A'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     EXEC CICS SYNCPOINT END-EXEC
                     MOVE 'CUENTA DESMARCADA, QUEDA GRAVADA' TO MSGO
                WHEN 100
                     MOVE 'LA CEDULA NO TIENE CUENTA EXENTA ACTIVA'
                          TO MSGO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       250-CONSULTAR-EXENCION.
           MOVE '250-CONSULTAR-EXENCION' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO CL-CEDULA-GX
           EXEC SQL
                SELECT NUMERO_CUENTA_GX, ESTADO_GX
                INTO   :CL-NUMERO-CUENTA-GX, :CL-ESTADO-GX
                FROM   TAGMFEXE
                WHERE  CEDULA_GX = :CL-CEDULA-GX
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-NUMERO-CUENTA-GX TO CAMPO2O
                     IF CL-ESTADO-GX = WC-ESTADO-ACTIVO
                        MOVE 'CUENTA EXENTA ACTIVA' TO CAMPO5O
                     ELSE
                        MOVE 'CUENTA DESMARCADA (GRAVADA)' TO CAMPO5O
                     END-IF
                WHEN 100
                     MOVE SPACES TO CAMPO2O
                     MOVE 'SIN CUENTA EXENTA' TO CAMPO5O
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
      *
      *--- CUPO DEL MES: TOPE EN UVT POR VALOR DE LA UVT (VER
      *--- 843-LEER-PARAMETROS-GMF) MENOS LO YA CONSUMIDO EN TAGMFACU
      *
           PERFORM 843-LEER-PARAMETROS-GMF
           MOVE CAMPO1I            TO CL-CEDULA-GA
           MOVE WS-FN-FECHA(1:7)   TO CL-PERIODO-GA
           EXEC SQL
                SELECT MONTO_EXENTO_GA
                INTO   :WS-CUPO-USADO
                FROM   TAGMFACU
                WHERE  CEDULA_GA = :CL-CEDULA-GA
                       AND PERIODO_GA = :CL-PERIODO-GA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 0 TO WS-CUPO-USADO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           COMPUTE WS-CUPO-LIBRE = WS-GM-TOPE-PESOS - WS-CUPO-USADO
           IF WS-CUPO-LIBRE < 0
              MOVE 0 TO WS-CUPO-LIBRE
           END-IF
           MOVE WS-CUPO-USADO TO WS-CUPO-ED
           MOVE WS-CUPO-ED    TO CAMPO3O
           MOVE WS-CUPO-LIBRE TO WS-CUPO-ED
           MOVE WS-CUPO-ED    TO CAMPO4O
           MOVE SPACES TO MSGO
           STRING 'CUPO EXENTO DEL MES '  DELIMITED BY SIZE
                  CL-PERIODO-GA           DELIMITED BY SIZE
                  ': USADO / LIBRE'       DELIMITED BY SIZE
             INTO MSGO
           END-STRING
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
                MAP('GMFXMP')
                ERASE
                FROM(GMFXMPO)
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
                TRANSID('GMFX')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY ERRCTAPR.
       COPY PARMCTPR.
       COPY FECNEGPR.
       COPY GMFCTPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.
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
