      *****************************************************
      *                                                   *
      *   PROGRAMA RETENCION DE BILLETES FALSOS O         *
      *   SOSPECHOSOS EN VENTANILLA (TAINCAUT) CICS-DB2   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INCACOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAINCAUT END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-DENOM-JUST           PIC X(6)    JUST RIGHT.
           03 WS-DENOM-NUM            PIC 9(6).
           03 WS-CANT-JUST            PIC X(3)    JUST RIGHT.
           03 WS-CANT-NUM             PIC 9(3).
           03 WS-INDICE               PIC 9(2).
           03 WS-TILL-OPERADOR        PIC X(4).
           03 WS-ID-ED                PIC Z(8)9.
           03 WS-CANT-ED              PIC ZZ9.
           03 WS-DENOM-ED             PIC ZZZ.ZZ9.
           03 WS-VALOR-ED             PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-VALOR2-ED            PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-BILLETES-CUSTODIA    PIC S9(9)       COMP.
           03 WS-BILLETES-ED          PIC Z(5)9.
           03 WS-CUSTODIA-COP         PIC S9(13)V9(2) COMP-3.
           03 WS-CUSTODIA-USD         PIC S9(13)V9(2) COMP-3.
           03 WS-RECIBO-TS            PIC X(26).
           03 WS-RECIBO-LINEA         PIC X(100).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-DENOM-FALG          PIC X           VALUE 'N'.
               88 WS-DENOM-VALIDA                     VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(40).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'INCACOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'INCA'.
          03 WC-MONEDA-LOCAL          PIC X(3)     VALUE 'COP'.
          03 WC-MONEDA-EXTRANJERA     PIC X(3)     VALUE 'USD'.
      *
      *--- EL DESPACHO AL BANCO CENTRAL LO HACE LA BOVEDA (MISMO TILL
      *--- FIJO DE CAJTCOB/ATMCCOB)
      *
          03 WC-TILL-BOVEDA           PIC X(4)     VALUE 'BOVE'.
      *
      *--- BILLETES DE DOLAR QUE SE RECIBEN EN LA CASA DE CAMBIO; LOS
      *--- DE PESOS SON LOS DE WC-VALORES-DENOM (DENOMCP)
      *
       01  WC-VALORES-USD.
           03  FILLER                   PIC 9(6)   VALUE 000100.
           03  FILLER                   PIC 9(6)   VALUE 000050.
           03  FILLER                   PIC 9(6)   VALUE 000020.
           03  FILLER                   PIC 9(6)   VALUE 000010.
           03  FILLER                   PIC 9(6)   VALUE 000005.
           03  FILLER                   PIC 9(6)   VALUE 000002.
           03  FILLER                   PIC 9(6)   VALUE 000001.
       01  WC-VALORES-USD-R REDEFINES WC-VALORES-USD.
           03  WC-VALOR-USD             PIC 9(6)   OCCURS 7 TIMES.

       COPY SUCTRMCP.
       COPY FECNEGCP.
       COPY DENOMCP.
       COPY INCAMPCP.
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
           PERFORM 880-DERIVAR-SUCURSAL
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
              MOVE LOW-VALUES TO INCAMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
      *
      *--- HAY COMMAREA Y LA TRANSACCION NO ES LA NUESTRA: VIENE POR
      *--- XCTL DESDE OTRO PROGRAMA, SE ENVIA EL MAPA LIMPIO
      *
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'INCA'
              MOVE LOW-VALUES TO INCAMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('INCAMP')
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
                   MAP('INCAMP')
                   INTO(INCAMPI)
                   NOHANDLE
              END-EXEC
      *
      *--- ENTER: '1' RETIENE LOS BILLETES (CAMPO2I ORIGEN DEPO/FXCJ,
      *--- CAMPO3I MONEDA, CAMPO4I DENOMINACION, CAMPO5I SERIE,
      *--- CAMPO6I CANTIDAD, CAMPO7I NOMBRE Y CAMPO8I TIPO+NUMERO DE
      *--- DOCUMENTO DE QUIEN LOS PRESENTO, CAMPO9I CUENTA OPCIONAL) E
      *--- IMPRIME EL ACTA; '2' LA BOVEDA DESPACHA AL BANCO CENTRAL
      *--- TODO LO QUE LA SUCURSAL TIENE EN CUSTODIA CON LA GUIA DE
      *--- CAMPO10I; '3' CONSULTA EL SALDO EN CUSTODIA DE LA SUCURSAL
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
           EVALUATE CAMPO1I
                WHEN '1'
                     PERFORM 211-RETENER-BILLETES
                WHEN '2'
                     PERFORM 212-DESPACHAR-CUSTODIA
                WHEN '3'
                     PERFORM 213-CONSULTAR-CUSTODIA
                WHEN OTHER
                     MOVE 'OPCION INVALIDA (1/2/3)' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       211-RETENER-BILLETES.
      *
      *--- LA RETENCION NO MUEVE SALDOS NI EL LIBRO DE PIEZAS: EL
      *--- CAJERO SACA EL BILLETE DEL CONTEO DEL DEPOSITO O DEL CAMBIO
      *--- ANTES DE CONFIRMARLO Y AQUI SOLO QUEDA EL REGISTRO EN
      *--- CUSTODIA, FUERA DEL CUADRE DE LA GAVETA
      *
           MOVE '211-RETENER-BILLETES' TO WS-AB-PARRAFO
           IF CAMPO2I NOT = 'DEPO' AND CAMPO2I NOT = 'FXCJ'
              MOVE 'ORIGEN INVALIDO (DEPO/FXCJ)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO3I NOT = WC-MONEDA-LOCAL
              AND CAMPO3I NOT = WC-MONEDA-EXTRANJERA
              MOVE 'MONEDA INVALIDA (COP/USD)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 231-VALIDAR-DENOMINACION
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE LA SERIE DEL BILLETE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO6I = LOW-VALUES
              MOVE SPACES TO CAMPO6I
           END-IF
           MOVE CAMPO6I TO WS-CANT-JUST
           INSPECT WS-CANT-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-CANT-JUST REPLACING ALL '_' BY ZEROES
           IF WS-CANT-JUST NOT NUMERIC
              MOVE 'CANTIDAD INVALIDA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-CANT-JUST TO WS-CANT-NUM
           IF WS-CANT-NUM = 0
              MOVE 'CANTIDAD INVALIDA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
      *
      *--- LA IDENTIFICACION DE QUIEN PRESENTO EL BILLETE ES
      *--- OBLIGATORIA: EL BANCO CENTRAL LA EXIGE EN EL REPORTE
      *
           IF CAMPO7I = LOW-VALUES OR CAMPO7I = SPACES
              OR CAMPO8I = LOW-VALUES OR CAMPO8I = SPACES
              MOVE 'DIGITE NOMBRE Y DOCUMENTO DE QUIEN LO PRESENTA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 230-CONSULTAR-TILL-OPERADOR
           MOVE CAMPO2I          TO CL-ORIGEN-IN
           MOVE CAMPO3I          TO CL-MONEDA-IN
           MOVE WS-DENOM-NUM     TO CL-DENOMINACION-IN
           MOVE CAMPO5I          TO CL-SERIE-IN
           MOVE WS-CANT-NUM      TO CL-CANTIDAD-IN
           COMPUTE CL-VALOR-IN = WS-DENOM-NUM * WS-CANT-NUM
           MOVE CAMPO7I          TO CL-NOMBRE-IN
           MOVE CAMPO8I(1:2)     TO CL-TIPO-DOC-IN
           MOVE CAMPO8I(3:10)    TO CL-NUMERO-DOC-IN
           IF CAMPO9I = LOW-VALUES
              MOVE SPACES TO CL-NUMERO-CUENTA-IN
           ELSE
              MOVE CAMPO9I TO CL-NUMERO-CUENTA-IN
           END-IF
           MOVE WS-SC-SUCURSAL   TO CL-SUCURSAL-IN
           MOVE WS-TILL-OPERADOR TO CL-TILL-IN
           MOVE EIBOPID          TO CL-OPERADOR-IN
           EXEC SQL
                INSERT INTO TAINCAUT (
                    ORIGEN_IN
                   ,MONEDA_IN
                   ,DENOMINACION_IN
                   ,SERIE_IN
                   ,CANTIDAD_IN
                   ,VALOR_IN
                   ,NOMBRE_IN
                   ,TIPO_DOC_IN
                   ,NUMERO_DOC_IN
                   ,NUMERO_CUENTA_IN
                   ,SUCURSAL_IN
                   ,TILL_IN
                   ,OPERADOR_IN
                   ,FECHA_HORA_IN
                   ,FECHA_NEGOCIO_IN
                   ,ESTADO_IN
                ) VALUES (
                    :CL-ORIGEN-IN
                   ,:CL-MONEDA-IN
                   ,:CL-DENOMINACION-IN
                   ,:CL-SERIE-IN
                   ,:CL-CANTIDAD-IN
                   ,:CL-VALOR-IN
                   ,:CL-NOMBRE-IN
                   ,:CL-TIPO-DOC-IN
                   ,:CL-NUMERO-DOC-IN
                   ,:CL-NUMERO-CUENTA-IN
                   ,:CL-SUCURSAL-IN
                   ,:CL-TILL-IN
                   ,:CL-OPERADOR-IN
                   ,CURRENT TIMESTAMP
                   ,DATE(:WS-FN-FECHA)
                   ,'C'
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL(), CURRENT TIMESTAMP
                INTO   :CL-ID-INCAUTACION, :WS-RECIBO-TS
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 240-IMPRIMIR-ACTA
           MOVE CL-ID-INCAUTACION TO WS-ID-ED
           MOVE SPACES TO MSGO
           STRING 'RETENCION ' WS-ID-ED
                  ' REGISTRADA, ENTREGUE EL ACTA AL CLIENTE'
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       212-DESPACHAR-CUSTODIA.
      *
      *--- EL ENVIO FISICO AL BANCO CENTRAL SACA DE CUSTODIA TODO LO
      *--- RETENIDO EN LA SUCURSAL; LO HACE LA BOVEDA CON LA GUIA DEL
      *--- TRANSPORTADOR DE VALORES EN CAMPO10I
      *
           MOVE '212-DESPACHAR-CUSTODIA' TO WS-AB-PARRAFO
           PERFORM 230-CONSULTAR-TILL-OPERADOR
           IF WS-TILL-OPERADOR NOT = WC-TILL-BOVEDA
              MOVE 'SOLO LA BOVEDA DESPACHA AL BANCO CENTRAL' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO10I = LOW-VALUES OR CAMPO10I = SPACES
              MOVE 'DIGITE LA GUIA DE ENVIO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-SC-SUCURSAL TO CL-SUCURSAL-IN
           MOVE CAMPO10I       TO CL-GUIA-ENVIO-IN
           MOVE EIBOPID        TO CL-OPERADOR-ENVIO-IN
           EXEC SQL
                UPDATE TAINCAUT
                SET    ESTADO_IN         = 'E'
                      ,GUIA_ENVIO_IN     = :CL-GUIA-ENVIO-IN
                      ,OPERADOR_ENVIO_IN = :CL-OPERADOR-ENVIO-IN
                      ,FECHA_ENVIO_IN    = DATE(:WS-FN-FECHA)
                WHERE  SUCURSAL_IN = :CL-SUCURSAL-IN
                       AND ESTADO_IN = 'C'
           END-EXEC
           IF SQLCODE = 100
              MOVE 'LA SUCURSAL NO TIENE BILLETES EN CUSTODIA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE SQLERRD(3) TO WS-ID-ED
           EXEC CICS SYNCPOINT END-EXEC
           MOVE SPACES TO MSGO
           STRING 'DESPACHADAS ' WS-ID-ED
                  ' RETENCIONES AL BANCO CENTRAL'
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       213-CONSULTAR-CUSTODIA.
           MOVE '213-CONSULTAR-CUSTODIA' TO WS-AB-PARRAFO
           MOVE WS-SC-SUCURSAL TO CL-SUCURSAL-IN
           EXEC SQL
                SELECT COALESCE(SUM(CANTIDAD_IN), 0)
                      ,COALESCE(SUM(CASE WHEN MONEDA_IN = 'COP'
                                         THEN VALOR_IN ELSE 0 END), 0)
                      ,COALESCE(SUM(CASE WHEN MONEDA_IN = 'USD'
                                         THEN VALOR_IN ELSE 0 END), 0)
                INTO   :WS-BILLETES-CUSTODIA
                      ,:WS-CUSTODIA-COP
                      ,:WS-CUSTODIA-USD
                FROM   TAINCAUT
                WHERE  SUCURSAL_IN = :CL-SUCURSAL-IN
                       AND ESTADO_IN = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-BILLETES-CUSTODIA TO WS-BILLETES-ED
           MOVE WS-CUSTODIA-COP      TO WS-VALOR-ED
           MOVE WS-CUSTODIA-USD      TO WS-VALOR2-ED
           MOVE SPACES TO MSGO
           STRING 'CUSTODIA ' WS-BILLETES-ED
                  ' COP' WS-VALOR-ED
                  ' USD' WS-VALOR2-ED
                  DELIMITED BY SIZE
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
                MAP('INCAMP')
                ERASE
                FROM(INCAMPO)
                NOHANDLE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       230-CONSULTAR-TILL-OPERADOR.
           MOVE '230-CONSULTAR-TILL-OPERADOR' TO WS-AB-PARRAFO
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

       231-VALIDAR-DENOMINACION.
      *
      *--- LA DENOMINACION (VALOR FACIAL SIN PUNTOS) DEBE SER UN
      *--- BILLETE QUE EXISTA EN LA MONEDA DIGITADA
      *
           MOVE '231-VALIDAR-DENOMINACION' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES
              MOVE SPACES TO CAMPO4I
           END-IF
           MOVE CAMPO4I TO WS-DENOM-JUST
           INSPECT WS-DENOM-JUST REPLACING ALL ' ' BY ZEROES
           INSPECT WS-DENOM-JUST REPLACING ALL '_' BY ZEROES
           IF WS-DENOM-JUST NOT NUMERIC
              MOVE 'DENOMINACION INVALIDA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-DENOM-JUST TO WS-DENOM-NUM
           MOVE 'N' TO WS-DENOM-FALG
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 7
              IF CAMPO3I = WC-MONEDA-LOCAL
                 IF WS-DENOM-NUM = WC-VALOR-DENOM(WS-INDICE)
                    SET WS-DENOM-VALIDA TO TRUE
                 END-IF
              ELSE
                 IF WS-DENOM-NUM = WC-VALOR-USD(WS-INDICE)
                    SET WS-DENOM-VALIDA TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-DENOM-VALIDA
              MOVE 'DENOMINACION NO EXISTE EN ESA MONEDA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       240-IMPRIMIR-ACTA.
      *
      *--- ACTA DE RETENCION PARA EL CLIENTE POR LA COLA RECP. NO VA A
      *--- TARECIBO: NO HAY MOVIMIENTO EN TATRANS QUE LA RESPALDE (LA
      *--- COPIA DEL BANCO ES LA FILA DE TAINCAUT)
      *
           MOVE '240-IMPRIMIR-ACTA' TO WS-AB-PARRAFO
           MOVE CL-ID-INCAUTACION TO WS-ID-ED
           MOVE CL-DENOMINACION-IN TO WS-DENOM-ED
           MOVE CL-CANTIDAD-IN    TO WS-CANT-ED
           MOVE SPACES TO WS-RECIBO-LINEA
           STRING 'ACTA RETENCION BILLETE ' WS-ID-ED
                  ' ' CL-MONEDA-IN WS-DENOM-ED
                  ' X' WS-CANT-ED
                  ' SERIE:' CL-SERIE-IN
                  ' DOC:' CL-TIPO-DOC-IN CL-NUMERO-DOC-IN
                  ' ' WS-RECIBO-TS(1:16)
                  DELIMITED BY SIZE
             INTO WS-RECIBO-LINEA
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('RECP')
                FROM(WS-RECIBO-LINEA)
                LENGTH(LENGTH OF WS-RECIBO-LINEA)
                NOHANDLE
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS
                RETURN
                TRANSID('INCA')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY SUCTRMPR.
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
