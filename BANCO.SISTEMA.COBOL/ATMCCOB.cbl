      *****************************************************
      *                                                   *
      *   PROGRAMA CARGUE Y DESCARGUE DE EFECTIVO DE LOS  *
      *   CAJEROS AUTOMATICOS (CICLOS TACICATM) CICS-DB2  *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ATMCCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACAJERO END-EXEC.
           EXEC SQL INCLUDE TACICATM END-EXEC.
           EXEC SQL INCLUDE TACAJMOV END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(15)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13)V9(2).
           03 WS-DESCARGADO-NUM       PIC 9(13)V9(2).
           03 WS-TOTAL-DEVUELTO       PIC 9(13)V9(2).
           03 WS-TOTAL-PIEZAS         PIC 9(13)V9(2).
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-ID-ED                PIC Z(8)9.
           03 WS-TILL-OPERADOR        PIC X(4).
           03 WS-CICLOS-ABIERTOS      PIC S9(9)   COMP.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-DIFER-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
      *
      *--- CAPACIDAD DE LOS CASETES DEL CAJERO (CASETES_AT), EN EL
      *--- MISMO ORDEN DE DENOMINACIONES DE DENOMCP
      *
       01  WS-CASETES-CAJERO.
           03 WS-CC-CADENA            PIC X(35).
           03 WS-CC-CADENA-R REDEFINES WS-CC-CADENA.
              05 WS-CC-CANT           PIC X(5)    OCCURS 7 TIMES.
           03 WS-CC-CANT-NUM          PIC 9(5).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CASETE-FALG         PIC X           VALUE 'S'.
               88 WS-CASETES-OK                       VALUE 'S'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(40).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ATMCCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'ATMC'.
      *
      *--- LA BOVEDA ES UNA CAJA MAS EN EL LIBRO, CON ESTE TILL FIJO
      *--- (EL MISMO DE CAJTCOB)
      *
          03 WC-TILL-BOVEDA           PIC X(4)     VALUE 'BOVE'.

       COPY DENOMCP.
       COPY FECNEGCP.
       COPY ATMCMPCP.
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
           PERFORM 870-LEER-FECHA-NEGOCIO
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
              MOVE LOW-VALUES TO ATMCMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
      *
      *--- HAY COMMAREA Y LA TRANSACCION NO ES LA NUESTRA: VIENE POR
      *--- XCTL DESDE OTRO PROGRAMA, SE ENVIA EL MAPA LIMPIO
      *
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'ATMC'
              MOVE LOW-VALUES TO ATMCMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('ATMCMP')
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
                   MAP('ATMCMP')
                   INTO(ATMCMPI)
                   NOHANDLE
              END-EXEC
      *
      *--- ENTER: '1' LA BOVEDA CARGA EL CAJERO DE CAMPO2I CON EL
      *--- MONTO DE CAMPO3I Y LAS PIEZAS DE CAMPO4I (ABRE EL CICLO
      *--- PENDIENTE DE ACUSE); '2' OTRO OPERADOR ACUSA EL CARGUE DEL
      *--- CICLO DE CAMPO5I; '3' DESCARGA EL CAJERO DE CAMPO2I Y
      *--- CIERRA SU CICLO (CAMPO3I DESCARGADO DE LOS CASETES,
      *--- CAMPO6I REMANENTE CONTADO EN RECHAZOS, CAMPO4I PIEZAS DE
      *--- AMBOS); '4' CONSULTA EL CICLO DE CAMPO5I
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
           PERFORM 211-CONSULTAR-TILL-OPERADOR
      *
      *--- CARGUES, ACUSES Y DESCARGUES MUEVEN EFECTIVO DE LA CAJA DEL
      *--- OPERADOR: NO SE ADMITEN CON ELLA CONGELADA POR UN ARQUEO
      *
           IF CAMPO1I NOT = '4'
              MOVE WS-TILL-OPERADOR TO CL-TILL-ID-AQ
              PERFORM 884-VERIFICAR-ARQUEO
           END-IF
           EVALUATE CAMPO1I
                WHEN '1'
                     PERFORM 212-REGISTRAR-CARGUE
                WHEN '2'
                     PERFORM 213-ACUSAR-CARGUE
                WHEN '3'
                     PERFORM 214-REGISTRAR-DESCARGUE
                WHEN '4'
                     PERFORM 215-CONSULTAR-CICLO
                WHEN OTHER
                     MOVE 'OPCION INVALIDA (1/2/3/4)' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       211-CONSULTAR-TILL-OPERADOR.
           MOVE '211-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-TILL-OPERADOR
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT TILL_ID
                INTO   :CL-TILL-ID
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
                       AND ESTADO_OPERADOR = 'A'
           END-EXEC
           IF SQLCODE = 100
              MOVE 'OPERADOR NO ACTIVO EN TAOPERA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-TILL-ID TO WS-TILL-OPERADOR.

       212-REGISTRAR-CARGUE.
      *
      *--- SOLO LA BOVEDA CARGA CAJEROS. EL CARGUE ES UN TRASLADO
      *--- TACAJMOV 'BOVE' -> CAJA DEL CAJERO QUE QUEDA PENDIENTE ('P')
      *--- HASTA QUE UN SEGUNDO OPERADOR LO ACUSE EN LA OPCION 2 (DOBLE
      *--- CONTROL); LAS PIEZAS SALEN DE UNA VEZ DEL LIBRO DE LA BOVEDA,
      *--- IGUAL QUE UN ENVIO DE CAJTCOB. UN CAJERO NO SE CARGA CON UN
      *--- CICLO SIN CERRAR: EL CICLO EMPIEZA CON EL CASETE LLENO
      *
           MOVE '212-REGISTRAR-CARGUE' TO WS-AB-PARRAFO
           IF WS-TILL-OPERADOR NOT = WC-TILL-BOVEDA
              MOVE 'SOLO LA BOVEDA CARGA CAJEROS AUTOMATICOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 230-LEER-CAJERO
           IF CL-ESTADO-AT NOT = 'A'
              MOVE 'CAJERO INACTIVO, NO ADMITE CARGUES' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CICLOS-ABIERTOS
                FROM   TACICATM
                WHERE  TERMINAL_CI = :CL-TERMINAL-AT
                       AND ESTADO_CI IN ('P', 'A')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CICLOS-ABIERTOS > 0
              MOVE 'EL CAJERO TIENE UN CICLO SIN CERRAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-MONTO-JUST
           PERFORM 231-VALIDAR-MONTO
           IF WS-MONTO-NUM = 0
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 232-VALIDAR-PIEZAS
           IF WS-TOTAL-PIEZAS NOT = WS-MONTO-NUM
              MOVE 'EL CONTEO DE BILLETES NO SUMA EL MONTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF NOT WS-CASETES-OK
              MOVE 'LAS PIEZAS NO CABEN EN LOS CASETES DEL CAJERO'
                                                              TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WC-TILL-BOVEDA   TO CL-TILL-ORIGEN
           MOVE CL-TILL-AT       TO CL-TILL-DESTINO
           MOVE WS-MONTO-NUM     TO CL-MONTO-CM
           MOVE WS-DN-CADENA     TO CL-DENOM-CM
           MOVE EIBOPID          TO CL-OPERADOR-ENVIA
           PERFORM 240-INSERTAR-TRASLADO
           MOVE CL-ID-CAJMOV     TO CL-ID-CARGUE-CI
           MOVE CL-TERMINAL-AT   TO CL-TERMINAL-CI
           MOVE WS-MONTO-NUM     TO CL-MONTO-CARGADO-CI
           MOVE EIBOPID          TO CL-OPERADOR-CARGA-CI
           EXEC SQL
                INSERT INTO TACICATM (
                    TERMINAL_CI
                   ,ID_CARGUE_CI
                   ,ESTADO_CI
                   ,MONTO_CARGADO_CI
                   ,OPERADOR_CARGA_CI
                   ,FECHA_CARGUE_CI
                   ,FECHA_NEGOCIO_CI
                   ,FECHA_SWITCH_CI
                ) VALUES (
                    :CL-TERMINAL-CI
                   ,:CL-ID-CARGUE-CI
                   ,'P'
                   ,:CL-MONTO-CARGADO-CI
                   ,:CL-OPERADOR-CARGA-CI
                   ,CURRENT TIMESTAMP
                   ,DATE(:WS-FN-FECHA)
                   ,DATE('0001-01-01')
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-CICLO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WC-TILL-BOVEDA   TO WS-DN-TILL
           MOVE -1               TO WS-DN-SIGNO
           PERFORM 890-ACTUALIZAR-DENOMINACIONES
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-CICLO TO WS-ID-ED
           MOVE WS-ID-ED    TO CAMPO5O
           MOVE SPACES TO MSGO
           STRING 'CICLO ' WS-ID-ED
                  ' CARGADO, PENDIENTE DE ACUSE DE OTRO OPERADOR'
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       213-ACUSAR-CARGUE.
      *
      *--- DOBLE CONTROL: EL ACUSE LO HACE UN OPERADOR DISTINTO AL QUE
      *--- REGISTRO EL CARGUE. AL ACUSAR, LAS PIEZAS ENTRAN AL LIBRO DE
      *--- LA CAJA DEL CAJERO Y EL CICLO QUEDA ABIERTO DESDE ESTE
      *--- MOMENTO: LOS RETIROS DEL CANAL SE CUENTAN DESDE AQUI
      *
           MOVE '213-ACUSAR-CARGUE' TO WS-AB-PARRAFO
           PERFORM 233-LEER-CICLO
           IF CL-ESTADO-CI NOT = 'P'
              MOVE 'EL CARGUE DE ESTE CICLO YA FUE ACUSADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-OPERADOR-CARGA-CI = EIBOPID
              MOVE 'DOBLE CONTROL: EL ACUSE LO HACE OTRO OPERADOR'
                                                              TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-ID-CARGUE-CI TO CL-ID-CAJMOV
           EXEC SQL
                SELECT
                   TILL_DESTINO
                  ,DENOM_CM
                INTO
                   :CL-TILL-DESTINO
                  ,:CL-DENOM-CM
                FROM
                   TACAJMOV
                WHERE
                   ID_CAJMOV = :CL-ID-CAJMOV
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE EIBOPID TO CL-OPERADOR-RECIBE
           EXEC SQL
                UPDATE TACAJMOV
                SET    ESTADO_CM       = 'A'
                      ,OPERADOR_RECIBE = :CL-OPERADOR-RECIBE
                      ,FECHA_RECIBE    = CURRENT TIMESTAMP
                WHERE  ID_CAJMOV = :CL-ID-CAJMOV
                       AND ESTADO_CM = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE EIBOPID TO CL-OPERADOR-ACUSA-CI
           EXEC SQL
                UPDATE TACICATM
                SET    ESTADO_CI         = 'A'
                      ,OPERADOR_ACUSA_CI = :CL-OPERADOR-ACUSA-CI
                      ,FECHA_APERTURA_CI = CURRENT TIMESTAMP
                WHERE  ID_CICLO = :CL-ID-CICLO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-DENOM-CM      TO WS-DN-CADENA
           MOVE CL-TILL-DESTINO  TO WS-DN-TILL
           MOVE +1               TO WS-DN-SIGNO
           PERFORM 890-ACTUALIZAR-DENOMINACIONES
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'CARGUE ACUSADO, CICLO ABIERTO' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       214-REGISTRAR-DESCARGUE.
      *
      *--- CIERRE DEL CICLO: LO QUE SALE DE LOS CASETES (CAMPO3I) Y LO
      *--- CONTADO EN EL CASETE DE RECHAZOS (CAMPO6I) VUELVEN A LA
      *--- BOVEDA EN UN SOLO TRASLADO PENDIENTE ('P') QUE LA BOVEDA
      *--- ACUSA EN CAJTCOB (DOBLE CONTROL). EL CAJERO QUEDA VACIO: EL
      *--- LIBRO DE PIEZAS DE SU CAJA SE PONE EN CERO, PORQUE LO QUE
      *--- DISPENSO EL CANAL NUNCA PASO POR TADENOM. LA CONCILIACION
      *--- DEL CICLO LA HACE EL BATCH ATMCRCOB
      *
           MOVE '214-REGISTRAR-DESCARGUE' TO WS-AB-PARRAFO
           PERFORM 230-LEER-CAJERO
           MOVE CL-TERMINAL-AT TO CL-TERMINAL-CI
           EXEC SQL
                SELECT
                   ID_CICLO
                INTO
                   :CL-ID-CICLO
                FROM
                   TACICATM
                WHERE
                   TERMINAL_CI = :CL-TERMINAL-CI
                   AND ESTADO_CI = 'A'
           END-EXEC
           IF SQLCODE = 100
              MOVE 'EL CAJERO NO TIENE CICLO ABIERTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CAMPO3I TO WS-MONTO-JUST
           PERFORM 231-VALIDAR-MONTO
           MOVE WS-MONTO-NUM TO WS-DESCARGADO-NUM
           MOVE CAMPO6I TO WS-MONTO-JUST
           PERFORM 231-VALIDAR-MONTO
           MOVE WS-MONTO-NUM     TO CL-MONTO-REMANENTE-CI
           MOVE WS-DESCARGADO-NUM TO CL-MONTO-DESCARGADO-CI
           COMPUTE WS-TOTAL-DEVUELTO = CL-MONTO-DESCARGADO-CI
                                     + CL-MONTO-REMANENTE-CI
           MOVE 0 TO CL-ID-DESCARGUE-CI
           IF WS-TOTAL-DEVUELTO > 0
              PERFORM 232-VALIDAR-PIEZAS
              IF WS-TOTAL-PIEZAS NOT = WS-TOTAL-DEVUELTO
                 MOVE 'LOS BILLETES NO SUMAN DESCARGADO + REMANENTE'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE CL-TILL-AT        TO CL-TILL-ORIGEN
              MOVE WC-TILL-BOVEDA    TO CL-TILL-DESTINO
              MOVE WS-TOTAL-DEVUELTO TO CL-MONTO-CM
              MOVE WS-DN-CADENA      TO CL-DENOM-CM
              MOVE EIBOPID           TO CL-OPERADOR-ENVIA
              PERFORM 240-INSERTAR-TRASLADO
              MOVE CL-ID-CAJMOV      TO CL-ID-DESCARGUE-CI
           END-IF
           MOVE EIBOPID TO CL-OPERADOR-DESCARGA-CI
           EXEC SQL
                UPDATE TACICATM
                SET    ESTADO_CI            = 'C'
                      ,ID_DESCARGUE_CI      = :CL-ID-DESCARGUE-CI
                      ,MONTO_DESCARGADO_CI  = :CL-MONTO-DESCARGADO-CI
                      ,MONTO_REMANENTE_CI   = :CL-MONTO-REMANENTE-CI
                      ,OPERADOR_DESCARGA_CI = :CL-OPERADOR-DESCARGA-CI
                      ,FECHA_CIERRE_CI      = CURRENT TIMESTAMP
                      ,FECHA_NEGOCIO_CIERRE_CI = DATE(:WS-FN-FECHA)
                WHERE  ID_CICLO = :CL-ID-CICLO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-TILL-AT TO CL-TILL-ID-D
           EXEC SQL
                UPDATE TADENOM
                SET    CANTIDAD = 0
                WHERE  TILL_ID_D = :CL-TILL-ID-D
           END-EXEC
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-CICLO TO WS-ID-ED
           MOVE WS-ID-ED    TO CAMPO5O
           MOVE SPACES TO MSGO
           IF CL-ID-DESCARGUE-CI = 0
              STRING 'CICLO ' WS-ID-ED
                     ' CERRADO, CAJERO VACIO SIN DESCARGUE'
                     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'CICLO ' WS-ID-ED
                     ' CERRADO, ACUSE EL DESCARGUE EN BOVEDA'
                     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       215-CONSULTAR-CICLO.
           MOVE '215-CONSULTAR-CICLO' TO WS-AB-PARRAFO
           PERFORM 233-LEER-CICLO
           MOVE CL-MONTO-CARGADO-CI TO WS-MONTO-ED
           MOVE CL-DIFERENCIA-CI    TO WS-DIFER-ED
           MOVE CL-TERMINAL-CI      TO CAMPO2O
           MOVE SPACES TO MSGO
           STRING 'ESTADO=' CL-ESTADO-CI
                  ' CARGADO=' DELIMITED BY SIZE
                  WS-MONTO-ED DELIMITED BY SIZE
                  ' DIF=' DELIMITED BY SIZE
                  WS-DIFER-ED DELIMITED BY SIZE
             INTO MSGO
           END-STRING
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
                MAP('ATMCMP')
                ERASE
                FROM(ATMCMPO)
                NOHANDLE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       230-LEER-CAJERO.
           MOVE '230-LEER-CAJERO' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'DIGITE EL CAJERO AUTOMATICO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-TERMINAL-AT
           EXEC SQL
                SELECT
                   SUCURSAL_AT
                  ,TILL_AT
                  ,CASETES_AT
                  ,ESTADO_AT
                INTO
                   :CL-SUCURSAL-AT
                  ,:CL-TILL-AT
                  ,:CL-CASETES-AT
                  ,:CL-ESTADO-AT
                FROM
                   TACAJERO
                WHERE
                   TERMINAL_AT = :CL-TERMINAL-AT
           END-EXEC
           IF SQLCODE = 100
              MOVE 'CAJERO AUTOMATICO NO REGISTRADO EN TACAJERO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       231-VALIDAR-MONTO.
      *
      *--- EL LLAMADOR MUEVE EL CAMPO A WS-MONTO-JUST; EN BLANCO ES
      *--- CERO (EL DESCARGUE PUEDE NO TENER REMANENTE)
      *
           MOVE '231-VALIDAR-MONTO' TO WS-AB-PARRAFO
           IF WS-MONTO-JUST = LOW-VALUES
              MOVE SPACES TO WS-MONTO-JUST
           END-IF
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'MONTO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM.

       232-VALIDAR-PIEZAS.
      *
      *--- EL CONTEO DE BILLETES ES OBLIGATORIO EN LOS CAJEROS: SE
      *--- VALORIZA CONTRA WC-VALOR-DENOM PARA CUADRARLO CON EL MONTO
      *--- Y CADA DENOMINACION SE PRUEBA CONTRA LA CAPACIDAD DE SU
      *--- CASETE (CASETES_AT; CERO ES QUE EL CAJERO NO TIENE CASETE
      *--- DE ESA DENOMINACION)
      *
           MOVE '232-VALIDAR-PIEZAS' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              MOVE 'DIGITE EL CONTEO DE BILLETES' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-DN-CADENA
           INSPECT WS-DN-CADENA REPLACING ALL '_' BY ZEROES
           INSPECT WS-DN-CADENA REPLACING ALL ' ' BY ZEROES
           MOVE CL-CASETES-AT TO WS-CC-CADENA
           MOVE 0 TO WS-TOTAL-PIEZAS
           SET WS-CASETES-OK TO TRUE
           PERFORM VARYING WS-DN-INDICE FROM 1 BY 1
                   UNTIL WS-DN-INDICE > 7
              IF WS-DN-CANT(WS-DN-INDICE) NOT NUMERIC
                 MOVE 'CONTEO DE BILLETES INVALIDO' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE WS-DN-CANT(WS-DN-INDICE) TO WS-DN-CANT-NUM
              COMPUTE WS-TOTAL-PIEZAS = WS-TOTAL-PIEZAS
                    + WS-DN-CANT-NUM * WC-VALOR-DENOM(WS-DN-INDICE)
              IF WS-CC-CANT(WS-DN-INDICE) IS NUMERIC
                 MOVE WS-CC-CANT(WS-DN-INDICE) TO WS-CC-CANT-NUM
              ELSE
                 MOVE 0 TO WS-CC-CANT-NUM
              END-IF
              IF WS-DN-CANT-NUM > WS-CC-CANT-NUM
                 MOVE 'N' TO WS-CASETE-FALG
              END-IF
           END-PERFORM.

       233-LEER-CICLO.
           MOVE '233-LEER-CICLO' TO WS-AB-PARRAFO
           IF CAMPO5I = LOW-VALUES
              MOVE 'DIGITE EL ID DEL CICLO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO5I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE CICLO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-CICLO
           EXEC SQL
                SELECT
                   TERMINAL_CI
                  ,ID_CARGUE_CI
                  ,ESTADO_CI
                  ,MONTO_CARGADO_CI
                  ,DIFERENCIA_CI
                  ,OPERADOR_CARGA_CI
                INTO
                   :CL-TERMINAL-CI
                  ,:CL-ID-CARGUE-CI
                  ,:CL-ESTADO-CI
                  ,:CL-MONTO-CARGADO-CI
                  ,:CL-DIFERENCIA-CI
                  ,:CL-OPERADOR-CARGA-CI
                FROM
                   TACICATM
                WHERE
                   ID_CICLO = :CL-ID-CICLO
           END-EXEC
           IF SQLCODE = 100
              MOVE 'CICLO NO EXISTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       240-INSERTAR-TRASLADO.
           MOVE '240-INSERTAR-TRASLADO' TO WS-AB-PARRAFO
           EXEC SQL
                INSERT INTO TACAJMOV (
                    TILL_ORIGEN
                   ,TILL_DESTINO
                   ,MONTO_CM
                   ,DENOM_CM
                   ,ESTADO_CM
                   ,OPERADOR_ENVIA
                   ,FECHA_ENVIA
                   ,FECHA_NEGOCIO_CM
                ) VALUES (
                    :CL-TILL-ORIGEN
                   ,:CL-TILL-DESTINO
                   ,:CL-MONTO-CM
                   ,:CL-DENOM-CM
                   ,'P'
                   ,:CL-OPERADOR-ENVIA
                   ,CURRENT TIMESTAMP
                   ,DATE(:WS-FN-FECHA)
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-CAJMOV
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS
                RETURN
                TRANSID('ATMC')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY DENOMPR.
       COPY ARQCTAPR.
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
           MOVE DB2-SQLCODE-Z  TO DB2-ERR-CODE
           MOVE SQLERRMC       TO DB2-ERR-MSG
           MOVE SPACES         TO MSGO
           MOVE 'ERROR DB2: '  TO MSGO(1:11)
           MOVE DB2-SQLCODE-Z  TO MSGO(13:10)
           MOVE DB2-ERR-MSG    TO MSGO(24:30)
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.
