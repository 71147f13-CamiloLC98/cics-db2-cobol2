      *****************************************************
      *                                                   *
      *   PROGRAMA COMPROBANTES CONTABLES MANUALES CON    *
      *   DOBLE CONTROL ELABORA/APRUEBA (TAGLCOMP Y       *
      *   TAGLCLIN) CICS-DB2 SISTEMA BANCARIO             *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ASIECOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAGLCOMP END-EXEC.
           EXEC SQL INCLUDE TAGLCLIN END-EXEC.
           EXEC SQL INCLUDE TAEFLINE END-EXEC.
           EXEC SQL INCLUDE TATASAS END-EXEC.
           EXEC SQL INCLUDE TAGLANIO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- PARTIDAS DEL COMPROBANTE EN ORDEN DE LINEA, UNA PAGINA DE
      *--- 5 A LA VEZ CON OFFSET/FETCH FIRST (MISMO PATRON DE JRNLCOB)
      *
           EXEC SQL
                DECLARE C_PARTIDAS CURSOR FOR
                SELECT
                   LINEA_CN
                  ,CUENTA_GL_CN
                  ,NATURALEZA_CN
                  ,MONTO_CN
                  ,MONEDA_CN
                  ,NARRATIVA_CN
                FROM
                   TAGLCLIN
                WHERE
                   ID_COMPROBANTE_CN = :CL-ID-COMPROBANTE
                ORDER BY
                   LINEA_CN
                OFFSET
                   :WS-OFFSET-ACTUAL ROWS
                FETCH FIRST
                   :WS-LIMITE-FETCH ROWS ONLY
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-LINEA-JUST           PIC X(3)    JUST RIGHT.
           03 WS-LINEA-NUM            PIC 9(3).
           03 WS-LINEA-ED             PIC ZZ9.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
           03 WS-CENTAVOS             PIC X(2).
           03 WS-MONTO-DIGITADO.
              05 WS-MD-PESOS          PIC X(13).
              05 WS-MD-CENTAVOS       PIC X(2).
           03 WS-MONTO-NUM REDEFINES WS-MONTO-DIGITADO
                                      PIC 9(13)V9(2).
           03 WS-FECHA-CONTABLE       PIC X(10).
           03 WS-OFFSET-ACTUAL        PIC S9(9)      COMP.
           03 WS-LIMITE-FETCH         PIC S9(4)      COMP.
           03 WS-OFFSET-CHAR          PIC 9(9).
           03 WS-LINEA-LISTA          PIC X(70).
           03 WS-FILAS-LEIDAS         PIC 9(2).
           03 WS-PARTIDAS             PIC S9(9)      COMP.
           03 WS-PARTIDAS-ED          PIC ZZ9.
           03 WS-MONEDAS-DESCUADRE    PIC S9(9)      COMP.
           03 WS-MONEDAS-ED           PIC Z9.
           03 WS-COINCIDENCIAS        PIC S9(9)      COMP.
           03 WS-TOTAL-DEBITOS        PIC S9(13)V9(2) COMP-3.
           03 WS-TOTAL-CREDITOS       PIC S9(13)V9(2) COMP-3.
           03 WS-VALOR-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-DEBITOS-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-CREDITOS-ED          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CONTINUAR           PIC X           VALUE 'N'.
               88 WS-EXIT                             VALUE 'Y'.
           03  WS-AJUSTE-FALG         PIC X           VALUE 'N'.
               88 WS-AJUSTE-CIERRE                    VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ASIECOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'ASIE'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.
          03 WC-MONEDA-LOCAL          PIC X(3)     VALUE 'COP'.
      *
      *--- TAMANO DE PAGINA, DEBE COINCIDIR CON LAS 5 LINEAS CAMPO13-17
      *
          03 WC-FILAS-PAGINA          PIC S9(4)    COMP  VALUE 5.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY ASIEMPCP.
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
              MOVE LOW-VALUES TO ASIEMPI
              MOVE ZEROES TO CH-COMUN(1:9)
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'ASIE'
              MOVE LOW-VALUES TO ASIEMPI
              MOVE ZEROES TO CH-COMUN(1:9)
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('ASIEMP')
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
                   MAP('ASIEMP')
                   INTO(ASIEMPI)
                   NOHANDLE
              END-EXEC
      *
      *--- PF4/PF5 PAGINAN LAS PARTIDAS DEL COMPROBANTE DE CAMPO2; EL
      *--- OFFSET VIAJA EN CH-COMUN(1:9) IGUAL QUE EN JRNLCOB
      *
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHPF4
                        PERFORM 214-PAGINA-ANTERIOR
                   WHEN DFHPF5
                        PERFORM 215-PAGINA-SIGUIENTE
                   WHEN DFHENTER
                        PERFORM 210-PROCESAR-DATOS
              END-EVALUATE
           END-IF.

       210-PROCESAR-DATOS.
      *
      *--- CAMPO1I ACCION:
      *--- 'N' NUEVO COMPROBANTE: CAMPO3 DESCRIPCION, CAMPO4 FECHA
      *---     CONTABLE YYYYMMDD (EN BLANCO = FECHA DE NEGOCIO DEL DIA)
      *---     Y CAMPO5 'S' PARA REVERTIRLO AUTOMATICAMENTE AL DIA
      *---     SIGUIENTE. DEVUELVE EL NUMERO EN CAMPO2
      *--- 'L' AGREGAR PARTIDA AL COMPROBANTE CAMPO2: CAMPO7 CUENTA
      *---     CONTABLE, CAMPO8 'D'/'C', CAMPO9 MONTO EN ENTEROS Y
      *---     CAMPO10 CENTAVOS, CAMPO11 MONEDA, CAMPO12 NARRATIVA
      *--- 'B' BORRAR LA PARTIDA CAMPO6 DEL COMPROBANTE CAMPO2
      *--- 'C' CONSULTAR EL COMPROBANTE CAMPO2 Y SUS PARTIDAS
      *--- 'E' ENVIAR A APROBACION (DEBE CUADRAR POR MONEDA)
      *--- 'A' APROBAR / 'R' RECHAZAR: SUPERVISOR DISTINTO DE QUIEN
      *---     LO ELABORO
      *--- 'X' ANULAR: SOLO QUIEN LO ELABORO, ANTES DE LA APROBACION
      *--- LAS LINEAS CAMPO13O-CAMPO17O DEVUELVEN LAS PARTIDAS
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO1I = SPACES
              MOVE 'DIGITE LA ACCION (N/L/B/C/E/A/R/X)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO1I
                WHEN 'N'
                     PERFORM 230-CREAR-COMPROBANTE
                WHEN 'L'
                     PERFORM 240-AGREGAR-PARTIDA
                WHEN 'B'
                     PERFORM 245-BORRAR-PARTIDA
                WHEN 'C'
                     MOVE 0 TO WS-OFFSET-ACTUAL
                     PERFORM 250-CONSULTAR-COMPROBANTE
                WHEN 'E'
                     PERFORM 260-ENVIAR-APROBACION
                WHEN 'A'
                     PERFORM 270-DECIDIR-COMPROBANTE
                WHEN 'R'
                     PERFORM 270-DECIDIR-COMPROBANTE
                WHEN 'X'
                     PERFORM 280-ANULAR-COMPROBANTE
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE N/L/B/C/E/A/R/X' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       211-LEER-COMPROBANTE.
           MOVE '211-LEER-COMPROBANTE' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'DIGITE EL NUMERO DE COMPROBANTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'NUMERO DE COMPROBANTE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-COMPROBANTE
           EXEC SQL
                SELECT
                   DESCRIPCION_CM
                  ,FECHA_CONTABLE_CM
                  ,ESTADO_CM
                  ,REVERSAR_CM
                  ,USUARIO_ELABORA_CM
                INTO
                   :CL-DESCRIPCION-CM
                  ,:CL-FECHA-CONTABLE-CM
                  ,:CL-ESTADO-CM
                  ,:CL-REVERSAR-CM
                  ,:CL-USUARIO-ELABORA-CM
                FROM
                   TAGLCOMP
                WHERE
                   ID_COMPROBANTE = :CL-ID-COMPROBANTE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'EL COMPROBANTE NO EXISTE' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       212-VALIDAR-ELABORADOR.
      *
      *--- LAS PARTIDAS SOLO LAS TOCA QUIEN ELABORO EL COMPROBANTE Y
      *--- SOLO MIENTRAS ESTA EN ELABORACION: UNA VEZ ENVIADO A
      *--- APROBACION EL SUPERVISOR APRUEBA EXACTAMENTE LO QUE VIO
      *
           MOVE '212-VALIDAR-ELABORADOR' TO WS-AB-PARRAFO
           IF CL-USUARIO-ELABORA-CM NOT = EIBOPID
              MOVE 'SOLO QUIEN ELABORO EL COMPROBANTE PUEDE MODIFICARLO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-CM NOT = 'E'
              MOVE 'EL COMPROBANTE YA NO ESTA EN ELABORACION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       214-PAGINA-ANTERIOR.
           MOVE '214-PAGINA-ANTERIOR' TO WS-AB-PARRAFO
           MOVE CH-COMUN(1:9) TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR TO WS-OFFSET-ACTUAL
           SUBTRACT WC-FILAS-PAGINA FROM WS-OFFSET-ACTUAL
           IF WS-OFFSET-ACTUAL < 0
              MOVE 0 TO WS-OFFSET-ACTUAL
           END-IF
           PERFORM 250-CONSULTAR-COMPROBANTE.

       215-PAGINA-SIGUIENTE.
           MOVE '215-PAGINA-SIGUIENTE' TO WS-AB-PARRAFO
           MOVE CH-COMUN(1:9) TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR TO WS-OFFSET-ACTUAL
           ADD WC-FILAS-PAGINA TO WS-OFFSET-ACTUAL
           PERFORM 250-CONSULTAR-COMPROBANTE.

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
              MOVE 'APROBACION RESERVADA AL SUPERVISOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       230-CREAR-COMPROBANTE.
           MOVE '230-CREAR-COMPROBANTE' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              MOVE 'DIGITE LA DESCRIPCION DEL COMPROBANTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 231-VALIDAR-FECHA-CONTABLE
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'N' TO CL-REVERSAR-CM
           ELSE
              IF CAMPO5I NOT = 'S' AND CAMPO5I NOT = 'N'
                 MOVE 'REVERSION AL DIA SIGUIENTE: USE S O N' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE CAMPO5I TO CL-REVERSAR-CM
           END-IF
           MOVE CAMPO3I           TO CL-DESCRIPCION-CM
           MOVE WS-FECHA-CONTABLE TO CL-FECHA-CONTABLE-CM
           MOVE EIBOPID           TO CL-USUARIO-ELABORA-CM
           EXEC SQL
                INSERT INTO TAGLCOMP (
                    DESCRIPCION_CM
                   ,FECHA_CONTABLE_CM
                   ,ESTADO_CM
                   ,REVERSAR_CM
                   ,ID_ORIGEN_CM
                   ,USUARIO_ELABORA_CM
                   ,FECHA_HORA_ELABORA_CM
                ) VALUES (
                    :CL-DESCRIPCION-CM
                   ,:CL-FECHA-CONTABLE-CM
                   ,'E'
                   ,:CL-REVERSAR-CM
                   ,0
                   ,:CL-USUARIO-ELABORA-CM
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-COMPROBANTE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-COMPROBANTE TO WS-ID-ED
           MOVE WS-ID-ED          TO CAMPO2O
           MOVE SPACES TO MSGO
           STRING 'COMPROBANTE ' WS-ID-ED
                  ' CREADO, AGREGUE LAS PARTIDAS (L)'
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       231-VALIDAR-FECHA-CONTABLE.
      *
      *--- LA FECHA CONTABLE NO PUEDE SER ANTERIOR AL DIA DE NEGOCIO
      *--- ABIERTO: LOS DIAS CERRADOS YA TIENEN SU BALANCE EN GLBLCOB.
      *--- UNA FECHA FUTURA DEJA EL COMPROBANTE APROBADO ESPERANDO LA
      *--- CORRIDA DE ESE DIA. LA UNICA EXCEPCION SON LOS AJUSTES DE
      *--- UN EJERCICIO YA CERRADO POR CIERCOB, DENTRO DE SU PERIODO
      *--- DE AJUSTES (VER 232)
      *
           MOVE '231-VALIDAR-FECHA-CONTABLE' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              MOVE WS-FN-FECHA TO WS-FECHA-CONTABLE
           ELSE
              IF CAMPO4I NOT NUMERIC
                 MOVE 'FECHA CONTABLE INVALIDA, USE YYYYMMDD' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE SPACES TO WS-FECHA-CONTABLE
              STRING CAMPO4I(1:4) '-' CAMPO4I(5:2) '-' CAMPO4I(7:2)
                     DELIMITED BY SIZE
                INTO WS-FECHA-CONTABLE
              END-STRING
              EXEC SQL
                   SELECT CHAR(DATE(:WS-FECHA-CONTABLE), ISO)
                   INTO   :WS-FECHA-CONTABLE
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'FECHA CONTABLE INVALIDA, USE YYYYMMDD' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF
           PERFORM 232-VALIDAR-EJERCICIO
           IF WS-FECHA-CONTABLE < WS-FN-FECHA
              AND NOT WS-AJUSTE-CIERRE
              MOVE 'LA FECHA CONTABLE NO PUEDE SER DE UN DIA CERRADO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       232-VALIDAR-EJERCICIO.
      *
      *--- UNA FECHA CONTABLE DE UN ANO CON FILA EN TAGLANIO ES UN
      *--- AJUSTE AL EJERCICIO CERRADO: SOLO SE ACEPTA MIENTRAS EL DIA
      *--- DE NEGOCIO NO PASE LA FECHA LIMITE DE AJUSTES. LAS PARTIDAS
      *--- DE INGRESO Y GASTO DEL AJUSTE LAS TRASLADA GLBLCOB A
      *--- UTILIDADES RETENIDAS AL CONTABILIZARLO
      *
           MOVE '232-VALIDAR-EJERCICIO' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-AJUSTE-FALG
           MOVE WS-FECHA-CONTABLE(1:4) TO CL-ANIO-FISCAL-AN
           EXEC SQL
                SELECT CHAR(FECHA_LIMITE_AJUSTE_AN, ISO)
                INTO   :CL-FECHA-LIMITE-AJUSTE-AN
                FROM   TAGLANIO
                WHERE  ANIO_FISCAL_AN = :CL-ANIO-FISCAL-AN
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF WS-FN-FECHA > CL-FECHA-LIMITE-AJUSTE-AN
                        MOVE SPACES TO MSGO
                        STRING 'EJERCICIO ' CL-ANIO-FISCAL-AN
                               ' CERRADO, VENCIO EL PERIODO DE AJUSTES'
                               DELIMITED BY SIZE
                          INTO MSGO
                        END-STRING
                        PERFORM 220-ENVIAR-MAPA
                        PERFORM 300-RETURN
                     END-IF
                     SET WS-AJUSTE-CIERRE TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       240-AGREGAR-PARTIDA.
           MOVE '240-AGREGAR-PARTIDA' TO WS-AB-PARRAFO
           PERFORM 211-LEER-COMPROBANTE
           PERFORM 212-VALIDAR-ELABORADOR
           PERFORM 241-VALIDAR-CUENTA
           IF CAMPO8I NOT = 'D' AND CAMPO8I NOT = 'C'
              MOVE 'NATURALEZA INVALIDA, USE D (DEBITO) O C (CREDITO)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 242-VALIDAR-MONTO
           PERFORM 243-VALIDAR-MONEDA
           IF CAMPO12I = LOW-VALUES OR CAMPO12I = SPACES
              MOVE CL-DESCRIPCION-CM TO CL-NARRATIVA-CN
           ELSE
              MOVE CAMPO12I TO CL-NARRATIVA-CN
           END-IF
           MOVE CL-ID-COMPROBANTE TO CL-ID-COMPROBANTE-CN
           MOVE CAMPO7I           TO CL-CUENTA-GL-CN
           MOVE CAMPO8I           TO CL-NATURALEZA-CN
           MOVE WS-MONTO-NUM      TO CL-MONTO-CN
           EXEC SQL
                SELECT COALESCE(MAX(LINEA_CN), 0) + 1
                INTO   :CL-LINEA-CN
                FROM   TAGLCLIN
                WHERE  ID_COMPROBANTE_CN = :CL-ID-COMPROBANTE-CN
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF CL-LINEA-CN > 999
              MOVE 'EL COMPROBANTE YA TIENE EL MAXIMO DE PARTIDAS'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC SQL
                INSERT INTO TAGLCLIN (
                    ID_COMPROBANTE_CN
                   ,LINEA_CN
                   ,CUENTA_GL_CN
                   ,NATURALEZA_CN
                   ,MONTO_CN
                   ,MONEDA_CN
                   ,NARRATIVA_CN
                ) VALUES (
                    :CL-ID-COMPROBANTE-CN
                   ,:CL-LINEA-CN
                   ,:CL-CUENTA-GL-CN
                   ,:CL-NATURALEZA-CN
                   ,:CL-MONTO-CN
                   ,:CL-MONEDA-CN
                   ,:CL-NARRATIVA-CN
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 0 TO WS-OFFSET-ACTUAL
           PERFORM 250-CONSULTAR-COMPROBANTE.

       241-VALIDAR-CUENTA.
      *
      *--- NO HAY PLAN DE CUENTAS APARTE: LA CUENTA DEBE CAER EN UNA
      *--- SOLA LINEA DE LOS ESTADOS FINANCIEROS (TAEFLINE), LA MISMA
      *--- CONDICION QUE EXIGE EL CIERRE DE MES EN EEFFCOB
      *
           MOVE '241-VALIDAR-CUENTA' TO WS-AB-PARRAFO
           IF CAMPO7I = LOW-VALUES OR CAMPO7I = SPACES
              MOVE 'DIGITE LA CUENTA CONTABLE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO7I TO CL-CUENTA-GL-CN
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-COINCIDENCIAS
                FROM   TAEFLINE
                WHERE  :CL-CUENTA-GL-CN BETWEEN CUENTA_DESDE_EF
                                            AND CUENTA_HASTA_EF
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-COINCIDENCIAS NOT = 1
              MOVE 'CUENTA CONTABLE SIN LINEA UNICA EN TAEFLINE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       242-VALIDAR-MONTO.
           MOVE '242-VALIDAR-MONTO' TO WS-AB-PARRAFO
           IF CAMPO9I = LOW-VALUES OR CAMPO9I = SPACES
              MOVE 'DIGITE EL MONTO DE LA PARTIDA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO9I TO WS-MONTO-JUST
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           IF CAMPO10I = LOW-VALUES
              MOVE ZEROES TO WS-CENTAVOS
           ELSE
              MOVE CAMPO10I TO WS-CENTAVOS
           END-IF
           INSPECT WS-CENTAVOS REPLACING ALL '_' BY ZEROES
           INSPECT WS-CENTAVOS REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC OR WS-CENTAVOS NOT NUMERIC
              MOVE 'MONTO INVALIDO: ENTEROS EN CAMPO9, CENTAVOS EN 10'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MD-PESOS
           MOVE WS-CENTAVOS   TO WS-MD-CENTAVOS
           IF WS-MONTO-NUM = 0
              MOVE 'EL MONTO DE LA PARTIDA DEBE SER MAYOR QUE CERO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       243-VALIDAR-MONEDA.
      *
      *--- MONEDA LOCAL O UNA MONEDA CON TASA CARGADA EN TATASAS (LAS
      *--- MISMAS QUE EEFFCOB PUEDE CONSOLIDAR). EN BLANCO ES LA LOCAL
      *
           MOVE '243-VALIDAR-MONEDA' TO WS-AB-PARRAFO
           IF CAMPO11I = LOW-VALUES OR CAMPO11I = SPACES
              MOVE WC-MONEDA-LOCAL TO CL-MONEDA-CN
           ELSE
              MOVE CAMPO11I TO CL-MONEDA-CN
           END-IF
           IF CL-MONEDA-CN NOT = WC-MONEDA-LOCAL
              MOVE CL-MONEDA-CN TO CL-MONEDA-ORIGEN
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-COINCIDENCIAS
                   FROM   TATASAS
                   WHERE  MONEDA_ORIGEN = :CL-MONEDA-ORIGEN
                          AND MONEDA_DESTINO = :WC-MONEDA-LOCAL
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-COINCIDENCIAS = 0
                 MOVE 'MONEDA SIN TASA DE CAMBIO EN TATASAS' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF.

       245-BORRAR-PARTIDA.
           MOVE '245-BORRAR-PARTIDA' TO WS-AB-PARRAFO
           PERFORM 211-LEER-COMPROBANTE
           PERFORM 212-VALIDAR-ELABORADOR
           IF CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              MOVE 'DIGITE EL NUMERO DE PARTIDA A BORRAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO6I TO WS-LINEA-JUST
           INSPECT WS-LINEA-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-LINEA-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-LINEA-JUST NOT NUMERIC
              MOVE 'NUMERO DE PARTIDA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-LINEA-JUST     TO WS-LINEA-NUM
           MOVE WS-LINEA-NUM      TO CL-LINEA-CN
           MOVE CL-ID-COMPROBANTE TO CL-ID-COMPROBANTE-CN
           EXEC SQL
                DELETE FROM TAGLCLIN
                WHERE  ID_COMPROBANTE_CN = :CL-ID-COMPROBANTE-CN
                       AND LINEA_CN = :CL-LINEA-CN
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA PARTIDA NO EXISTE EN EL COMPROBANTE'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 0 TO WS-OFFSET-ACTUAL
           PERFORM 250-CONSULTAR-COMPROBANTE.

       250-CONSULTAR-COMPROBANTE.
      *
      *--- CABECERA EN CAMPO3-5, UNA PAGINA DE PARTIDAS EN CAMPO13-17
      *--- Y EN EL MENSAJE EL ESTADO, QUIEN LO ELABORO Y LOS TOTALES
      *--- DEBITO/CREDITO DE TODAS LAS PARTIDAS
      *
           MOVE '250-CONSULTAR-COMPROBANTE' TO WS-AB-PARRAFO
           PERFORM 211-LEER-COMPROBANTE
           MOVE CL-DESCRIPCION-CM TO CAMPO3O
           MOVE SPACES TO CAMPO4O
           STRING CL-FECHA-CONTABLE-CM(1:4) CL-FECHA-CONTABLE-CM(6:2)
                  CL-FECHA-CONTABLE-CM(9:2)
                  DELIMITED BY SIZE
             INTO CAMPO4O
           END-STRING
           MOVE CL-REVERSAR-CM    TO CAMPO5O
           PERFORM 251-LISTAR-PARTIDAS
           PERFORM 255-SUMAR-PARTIDAS
           MOVE WS-TOTAL-DEBITOS  TO WS-DEBITOS-ED
           MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-ED
           MOVE SPACES TO MSGO
           STRING 'ESTADO ' CL-ESTADO-CM
                  ' ELAB ' CL-USUARIO-ELABORA-CM
                  ' D=' WS-DEBITOS-ED
                  ' C=' WS-CREDITOS-ED
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           MOVE WS-OFFSET-ACTUAL TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR   TO CH-COMUN(1:9)
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       251-LISTAR-PARTIDAS.
           MOVE '251-LISTAR-PARTIDAS' TO WS-AB-PARRAFO
           MOVE SPACES TO CAMPO13O
           MOVE SPACES TO CAMPO14O
           MOVE SPACES TO CAMPO15O
           MOVE SPACES TO CAMPO16O
           MOVE SPACES TO CAMPO17O
           MOVE WC-FILAS-PAGINA TO WS-LIMITE-FETCH
           MOVE 0 TO WS-FILAS-LEIDAS
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PARTIDAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PARTIDAS INTO
                      :CL-LINEA-CN
                     ,:CL-CUENTA-GL-CN
                     ,:CL-NATURALEZA-CN
                     ,:CL-MONTO-CN
                     ,:CL-MONEDA-CN
                     ,:CL-NARRATIVA-CN
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-FILAS-LEIDAS
                 MOVE CL-LINEA-CN TO WS-LINEA-ED
                 MOVE CL-MONTO-CN TO WS-VALOR-ED
                 MOVE SPACES TO WS-LINEA-LISTA
                 STRING WS-LINEA-ED       DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        CL-CUENTA-GL-CN   DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        CL-NATURALEZA-CN  DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        CL-MONEDA-CN      DELIMITED BY SIZE
                        WS-VALOR-ED       DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        CL-NARRATIVA-CN   DELIMITED BY SIZE
                   INTO WS-LINEA-LISTA
                 END-STRING
                 PERFORM 235-MOVER-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    EXEC SQL CLOSE C_PARTIDAS END-EXEC
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_PARTIDAS END-EXEC.

       235-MOVER-LINEA.
           MOVE '235-MOVER-LINEA' TO WS-AB-PARRAFO
           EVALUATE WS-FILAS-LEIDAS
                WHEN 1
                     MOVE WS-LINEA-LISTA TO CAMPO13O
                WHEN 2
                     MOVE WS-LINEA-LISTA TO CAMPO14O
                WHEN 3
                     MOVE WS-LINEA-LISTA TO CAMPO15O
                WHEN 4
                     MOVE WS-LINEA-LISTA TO CAMPO16O
                WHEN 5
                     MOVE WS-LINEA-LISTA TO CAMPO17O
           END-EVALUATE.

       255-SUMAR-PARTIDAS.
      *
      *--- TOTALES DEL COMPROBANTE Y CANTIDAD DE MONEDAS EN LAS QUE
      *--- LOS DEBITOS NO IGUALAN A LOS CREDITOS. EL CUADRE ES POR
      *--- MONEDA PORQUE TAGLBAL Y EL BALANCE DE GLBLCOB CUADRAN POR
      *--- MONEDA, SIN CONVERSION
      *
           MOVE '255-SUMAR-PARTIDAS' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   COUNT(*)
                  ,COALESCE(SUM(CASE WHEN NATURALEZA_CN = 'D'
                                     THEN MONTO_CN ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN NATURALEZA_CN = 'C'
                                     THEN MONTO_CN ELSE 0 END), 0)
                INTO
                   :WS-PARTIDAS
                  ,:WS-TOTAL-DEBITOS
                  ,:WS-TOTAL-CREDITOS
                FROM
                   TAGLCLIN
                WHERE
                   ID_COMPROBANTE_CN = :CL-ID-COMPROBANTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-MONEDAS-DESCUADRE
                FROM  (SELECT MONEDA_CN
                       FROM   TAGLCLIN
                       WHERE  ID_COMPROBANTE_CN = :CL-ID-COMPROBANTE
                       GROUP BY MONEDA_CN
                       HAVING SUM(CASE WHEN NATURALEZA_CN = 'D'
                                       THEN MONTO_CN
                                       ELSE 0 - MONTO_CN END) <> 0
                      ) AS D
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       260-ENVIAR-APROBACION.
      *
      *--- EL COMPROBANTE SOLO SALE DE ELABORACION SI TIENE AL MENOS
      *--- UNA PARTIDA DEBITO Y UNA CREDITO Y CUADRA EN CADA MONEDA
      *
           MOVE '260-ENVIAR-APROBACION' TO WS-AB-PARRAFO
           PERFORM 211-LEER-COMPROBANTE
           PERFORM 212-VALIDAR-ELABORADOR
           PERFORM 255-SUMAR-PARTIDAS
           IF WS-TOTAL-DEBITOS = 0 OR WS-TOTAL-CREDITOS = 0
              MOVE 'EL COMPROBANTE NECESITA PARTIDAS DEBITO Y CREDITO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-MONEDAS-DESCUADRE > 0
              MOVE WS-MONEDAS-DESCUADRE TO WS-MONEDAS-ED
              MOVE SPACES TO MSGO
              STRING 'NO CUADRA: DEBITOS DISTINTOS DE CREDITOS EN '
                     WS-MONEDAS-ED ' MONEDA(S)'
                     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC SQL
                UPDATE TAGLCOMP
                SET    ESTADO_CM = 'P'
                WHERE  ID_COMPROBANTE = :CL-ID-COMPROBANTE
                       AND ESTADO_CM = 'E'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'EL COMPROBANTE YA NO ESTA EN ELABORACION'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-COMPROBANTE TO WS-ID-ED
           MOVE WS-PARTIDAS       TO WS-PARTIDAS-ED
           MOVE SPACES TO MSGO
           STRING 'COMPROBANTE ' WS-ID-ED ' CUADRADO (' WS-PARTIDAS-ED
                  ' PARTIDAS) A APROBACION'
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-DECIDIR-COMPROBANTE.
      *
      *--- DOBLE CONTROL: APRUEBA O RECHAZA UN SUPERVISOR DISTINTO DE
      *--- QUIEN ELABORO EL COMPROBANTE. EL CUADRE SE VUELVE A PROBAR
      *--- AL APROBAR. LA FILA DE TAGLCOMP QUEDA COMO BITACORA CON LOS
      *--- DOS OPERADORES; LO APROBADO LO CONTABILIZA GLBLCOB EN LA
      *--- CORRIDA DE SU FECHA CONTABLE
      *
           MOVE '270-DECIDIR-COMPROBANTE' TO WS-AB-PARRAFO
           PERFORM 228-VALIDAR-SUPERVISOR
           PERFORM 211-LEER-COMPROBANTE
           IF CL-ESTADO-CM NOT = 'P'
              MOVE 'EL COMPROBANTE NO ESTA PENDIENTE DE APROBACION'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-USUARIO-ELABORA-CM = EIBOPID
              MOVE 'NO PUEDE DECIDIR UN COMPROBANTE QUE USTED ELABORO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO1I = 'A'
              PERFORM 255-SUMAR-PARTIDAS
              IF WS-MONEDAS-DESCUADRE > 0 OR WS-TOTAL-DEBITOS = 0
                 MOVE 'EL COMPROBANTE NO CUADRA, NO SE PUEDE APROBAR'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
      *
      *--- UN AJUSTE AL EJERCICIO CERRADO QUE SE APRUEBA DESPUES DE LA
      *--- FECHA LIMITE YA NO ENTRA
      *
              MOVE CL-FECHA-CONTABLE-CM TO WS-FECHA-CONTABLE
              PERFORM 232-VALIDAR-EJERCICIO
              MOVE 'A' TO CL-ESTADO-CM
           ELSE
              MOVE 'R' TO CL-ESTADO-CM
           END-IF
           MOVE EIBOPID TO CL-USUARIO-APRUEBA-CM
           EXEC SQL
                UPDATE TAGLCOMP
                SET    ESTADO_CM = :CL-ESTADO-CM
                      ,USUARIO_APRUEBA_CM = :CL-USUARIO-APRUEBA-CM
                      ,FECHA_HORA_APRUEBA_CM = CURRENT TIMESTAMP
                WHERE  ID_COMPROBANTE = :CL-ID-COMPROBANTE
                       AND ESTADO_CM = 'P'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'EL COMPROBANTE YA FUE DECIDIDO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-COMPROBANTE TO WS-ID-ED
           MOVE SPACES TO MSGO
           IF CL-ESTADO-CM = 'A'
              STRING 'COMPROBANTE ' WS-ID-ED
                     ' APROBADO, SE CONTABILIZA ' CL-FECHA-CONTABLE-CM
                     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'COMPROBANTE ' WS-ID-ED ' RECHAZADO'
                     DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       280-ANULAR-COMPROBANTE.
           MOVE '280-ANULAR-COMPROBANTE' TO WS-AB-PARRAFO
           PERFORM 211-LEER-COMPROBANTE
           IF CL-USUARIO-ELABORA-CM NOT = EIBOPID
              MOVE 'SOLO QUIEN ELABORO EL COMPROBANTE PUEDE ANULARLO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-ESTADO-CM NOT = 'E' AND CL-ESTADO-CM NOT = 'P'
              MOVE 'SOLO SE ANULA ANTES DE LA APROBACION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC SQL
                UPDATE TAGLCOMP
                SET    ESTADO_CM = 'X'
                WHERE  ID_COMPROBANTE = :CL-ID-COMPROBANTE
                       AND ESTADO_CM IN ('E', 'P')
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'SOLO SE ANULA ANTES DE LA APROBACION' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-COMPROBANTE TO WS-ID-ED
           MOVE SPACES TO MSGO
           STRING 'COMPROBANTE ' WS-ID-ED ' ANULADO'
                  DELIMITED BY SIZE
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
                MAP('ASIEMP')
                ERASE
                FROM(ASIEMPO)
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
                TRANSID('ASIE')
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
