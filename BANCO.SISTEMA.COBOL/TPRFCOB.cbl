      *****************************************************
      *                                                   *
      *   PROGRAMA SOLICITUD Y APROBACION DE TASAS        *
      *   PREFERENCIALES POR CUENTA (TATASPRF) CICS-DB2   *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. TPRFCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATASPRF END-EXEC.
           EXEC SQL INCLUDE TATIERS END-EXEC.
           EXEC SQL INCLUDE TAPRODUC END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-TASA-JUST            PIC X(5)    JUST RIGHT.
           03 WS-TASA-NUM             PIC 9(1)V9(4).
           03 WS-TASA-DIGITOS REDEFINES WS-TASA-NUM
                                      PIC 9(5).
      *
      *--- TASA DEL TRAMO QUE LE TOCARIA HOY A LA CUENTA CON SU SALDO
      *--- (VER 245-CALCULAR-TASA-ESTANDAR); LA PREFERENCIAL DEBE
      *--- SUPERARLA
      *
           03 WS-TASA-ESTANDAR        PIC 9V9(4)      COMP-3.
           03 WS-TOPE-TIER1           PIC S9(13)V9(2) COMP-3.
           03 WS-TOPE-TIER2           PIC S9(13)V9(2) COMP-3.
      *
      *--- FECHAS DIGITADAS AAAAMMDD, VALIDADAS Y PASADAS A ISO EN
      *--- 240-VALIDAR-FECHA
      *
           03 WS-FECHA-ENTRADA        PIC X(8).
           03 WS-FECHA-ISO            PIC X(10).
           03 WS-FECHA-DESDE          PIC X(10).
           03 WS-FECHA-HASTA          PIC X(10).
           03 WS-FECHA-TOPE           PIC X(10).
           03 WS-MESES-MAXIMO         PIC S9(4)       COMP.
           03 WS-TRASLAPES            PIC S9(9)       COMP.
           03 WS-ACCION               PIC X(1).
              88 WS-ACCION-APROBAR    VALUE 'A'.
              88 WS-ACCION-RECHAZAR   VALUE 'R'.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-ATRIBUCION-FLAG     PIC X           VALUE 'N'.
               88 WS-CON-ATRIBUCION                   VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'TPRFCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'TPRF'.
          03 WC-CONCEPTO-TESORERIA    PIC X(4)     VALUE 'TPRF'.
          03 WC-MESES-MAXIMO-DEF      PIC 9(3)     VALUE 12.
      *
      *--- TRAMOS GLOBALES DE RESPALDO, LOS MISMOS DE INTRCOB CUANDO
      *--- NO HAY TRAMOS NI PRODUCTO (SE REFRESCAN DESDE TAPARAM)
      *
          03 WC-TOPE-SALDO-TIER1      PIC 9(13)    VALUE 1000000.
          03 WC-TOPE-SALDO-TIER2      PIC 9(13)    VALUE 5000000.
          03 WC-TASA-INTERES-TIER1    PIC 9V9(4)   VALUE 0,0050.
          03 WC-TASA-INTERES-TIER2    PIC 9V9(4)   VALUE 0,0075.
          03 WC-TASA-INTERES-TIER3    PIC 9V9(4)   VALUE 0,0100.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY TPRFMPCP.
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
              MOVE LOW-VALUES TO TPRFMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'TPRF'
              MOVE LOW-VALUES TO TPRFMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('TPRFMP')
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
                   MAP('TPRFMP')
                   INTO(TPRFMPI)
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
      *--- 'S' SOLICITAR (OFICIAL DE CUENTA): CAMPO2 CUENTA, CAMPO3
      *---     TASA MENSUAL (5 DIGITOS, 4 DECIMALES IMPLICITOS, EJ
      *---     00120 = 0,0120), CAMPO4 VIGENTE DESDE Y CAMPO5 HASTA
      *---     (AAAAMMDD). DEVUELVE EL ID NUEVO EN CAMPO10
      *--- 'A' APROBAR / 'R' RECHAZAR (TESORERIA) LA SOLICITUD CAMPO10
      *--- 'X' ANULAR LA SOLICITUD CAMPO10 (PENDIENTE O APROBADA): EL
      *---     OFICIAL QUE LA CAPTURO O TESORERIA
      *--- 'C' CONSULTAR LA SOLICITUD CAMPO10
      *--- SIN CAMPO10, A/R/X/C TOMAN LA SOLICITUD MAS RECIENTE DE LA
      *--- CUENTA CAMPO2. CAMPO6O DEVUELVE LA TASA ESTANDAR DEL TRAMO
      *--- DE HOY, CAMPO7O EL ESTADO (P/A/R/X), CAMPO8O EL OFICIAL Y
      *--- CAMPO9O QUIEN APROBO, RECHAZO O ANULO
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (S/A/R/X/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO1I
                WHEN 'S'
                     PERFORM 230-SOLICITAR-TASA
                WHEN 'A'
                WHEN 'R'
                     PERFORM 250-DECIDIR-SOLICITUD
                WHEN 'X'
                     PERFORM 260-ANULAR-SOLICITUD
                WHEN 'C'
                     PERFORM 265-LEER-SOLICITUD
                     PERFORM 270-MOSTRAR-SOLICITUD
                     MOVE 'CONSULTA DE TASA PREFERENCIAL' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE S/A/R/X/C' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-SOLICITAR-TASA.
      *
      *--- LA SOLICITA EL OFICIAL DE CUENTA PARA UNA CUENTA ACTIVA:
      *--- TASA POR ENCIMA DE LA DEL TRAMO, VIGENCIA QUE NO EMPIEZA
      *--- ANTES DEL DIA DE NEGOCIO NI DURA MAS DE MESES-MAX-TASA-PREF
      *--- (TAPARAM), SIN TRASLAPARSE CON OTRA SOLICITUD PENDIENTE O
      *--- APROBADA DE LA MISMA CUENTA. QUEDA PENDIENTE DE TESORERIA
      *
           MOVE '230-SOLICITAR-TASA' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO3I = LOW-VALUES
              OR CAMPO4I = LOW-VALUES OR CAMPO5I = LOW-VALUES
              MOVE 'DIGITE CUENTA, TASA Y VIGENCIA DESDE/HASTA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 255-VALIDAR-OPERADOR
           MOVE CAMPO2I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-TASA-JUST
           INSPECT WS-TASA-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-TASA-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-TASA-JUST NOT NUMERIC
              MOVE 'TASA INVALIDA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-TASA-JUST TO WS-TASA-NUM
           MOVE CAMPO4I TO WS-FECHA-ENTRADA
           PERFORM 240-VALIDAR-FECHA
           MOVE WS-FECHA-ISO TO WS-FECHA-DESDE
           MOVE CAMPO5I TO WS-FECHA-ENTRADA
           PERFORM 240-VALIDAR-FECHA
           MOVE WS-FECHA-ISO TO WS-FECHA-HASTA
           IF WS-FECHA-DESDE < WS-FN-FECHA
              MOVE 'LA VIGENCIA NO PUEDE EMPEZAR ANTES DE HOY' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-FECHA-HASTA NOT > WS-FECHA-DESDE
              MOVE 'LA FECHA HASTA DEBE SER POSTERIOR A LA DESDE'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'MESES-MAX-TASA-PREF' TO CL-PARAM-CLAVE
           MOVE WC-MESES-MAXIMO-DEF   TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR           TO WS-MESES-MAXIMO
           EXEC SQL
                SELECT CHAR(DATE(:WS-FECHA-DESDE)
                            + :WS-MESES-MAXIMO MONTHS, ISO)
                INTO   :WS-FECHA-TOPE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-FECHA-HASTA > WS-FECHA-TOPE
              MOVE 'LA VIGENCIA EXCEDE EL MAXIMO DE MESES PERMITIDO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-NUMERO-CUENTA
           PERFORM 245-CALCULAR-TASA-ESTANDAR
           MOVE WS-TASA-ESTANDAR TO WS-TASA-NUM
           MOVE WS-TASA-DIGITOS  TO CAMPO6O
           MOVE WS-TASA-JUST     TO WS-TASA-NUM
           IF WS-TASA-NUM NOT > WS-TASA-ESTANDAR
              MOVE 'LA TASA DEBE SUPERAR LA DEL TRAMO ESTANDAR'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-TP
           MOVE WS-FECHA-DESDE   TO CL-FECHA-DESDE-TP
           MOVE WS-FECHA-HASTA   TO CL-FECHA-HASTA-TP
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-TRASLAPES
                FROM   TATASPRF
                WHERE  NUMERO_CUENTA_TP = :CL-NUMERO-CUENTA-TP
                       AND ESTADO_TP IN ('P', 'A')
                       AND FECHA_DESDE_TP <= :CL-FECHA-HASTA-TP
                       AND FECHA_HASTA_TP >= :CL-FECHA-DESDE-TP
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-TRASLAPES > 0
              MOVE 'YA HAY UNA TASA PREFERENCIAL EN ESAS FECHAS'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-TASA-NUM TO CL-TASA-TP
           MOVE EIBOPID     TO CL-OFICIAL-TP
           MOVE 'P'         TO CL-ESTADO-TP
           EXEC SQL
                INSERT INTO TATASPRF (
                    NUMERO_CUENTA_TP
                   ,TASA_TP
                   ,FECHA_DESDE_TP
                   ,FECHA_HASTA_TP
                   ,OFICIAL_TP
                   ,FECHA_SOLICITUD_TP
                   ,ESTADO_TP
                ) VALUES (
                    :CL-NUMERO-CUENTA-TP
                   ,:CL-TASA-TP
                   ,:CL-FECHA-DESDE-TP
                   ,:CL-FECHA-HASTA-TP
                   ,:CL-OFICIAL-TP
                   ,CURRENT TIMESTAMP
                   ,:CL-ESTADO-TP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-TASA-TP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           EXEC CICS SYNCPOINT END-EXEC
           MOVE SPACES TO CL-USUARIO-APRUEBA-TP
           PERFORM 270-MOSTRAR-SOLICITUD
           MOVE SPACES TO MSGO
           STRING 'SOLICITUD ' DELIMITED BY SIZE
                  WS-ID-NUM    DELIMITED BY SIZE
                  ' REGISTRADA, PENDIENTE DE TESORERIA'
                               DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       240-VALIDAR-FECHA.
      *
      *--- WS-FECHA-ENTRADA AAAAMMDD A WS-FECHA-ISO AAAA-MM-DD; DB2
      *--- RECHAZA LAS FECHAS QUE NO EXISTEN
      *
           MOVE '240-VALIDAR-FECHA' TO WS-AB-PARRAFO
           IF WS-FECHA-ENTRADA NOT NUMERIC
              MOVE 'FECHA INVALIDA, USE AAAAMMDD' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE SPACES TO WS-FECHA-ISO
           STRING WS-FECHA-ENTRADA(1:4) '-' WS-FECHA-ENTRADA(5:2) '-'
                  WS-FECHA-ENTRADA(7:2)
                  DELIMITED BY SIZE
             INTO WS-FECHA-ISO
           END-STRING
           EXEC SQL
                SELECT CHAR(DATE(:WS-FECHA-ISO), ISO)
                INTO   :WS-FECHA-ISO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'FECHA INVALIDA, USE AAAAMMDD' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       245-CALCULAR-TASA-ESTANDAR.
      *
      *--- LA TASA QUE INTRCOB LE DARIA HOY A LA CUENTA SIN LA
      *--- PREFERENCIA: TRAMO VIGENTE DE TATIERS PARA SU SALDO (SIN
      *--- EL SET RETENIDO POR PREAVISO EN TAAVISOC), SI NO LOS TRAMOS
      *--- FIJOS DEL PRODUCTO Y SI NO LOS GLOBALES DE TAPARAM (VER
      *--- 210/216 DE INTRCOB)
      *
           MOVE '245-CALCULAR-TASA-ESTANDAR' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT ESTADO_CUENTA
                      ,SALDO
                      ,CODIGO_PRODUCTO
                INTO   :CL-ESTADO-CUENTA
                      ,:CL-SALDO
                      ,:CL-CODIGO-PRODUCTO OF CL-ESTCUENT
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-CUENTA NOT = 'A'
              MOVE 'LA CUENTA NO EXISTE O NO ESTA ACTIVA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 100 TO SQLCODE
           IF CL-CODIGO-PRODUCTO OF CL-ESTCUENT NOT = SPACES
              MOVE CL-CODIGO-PRODUCTO OF CL-ESTCUENT
                   TO CL-CODIGO-PRODUCTO-TR
              EXEC SQL
                   SELECT TASA_TR
                   INTO   :CL-TASA-TR
                   FROM   TATIERS
                   WHERE  CODIGO_PRODUCTO_TR = :CL-CODIGO-PRODUCTO-TR
                          AND FECHA_VIGENCIA_TR =
                              (SELECT MAX(V.FECHA_VIGENCIA_TR)
                               FROM   TATIERS V
                               WHERE  V.CODIGO_PRODUCTO_TR =
                                      :CL-CODIGO-PRODUCTO-TR
                                      AND V.FECHA_VIGENCIA_TR
                                          <= CURRENT DATE
                                      AND NOT EXISTS (
                                  SELECT 1
                                  FROM   TAAVISOC A
                                  WHERE  A.NUMERO_CUENTA_AV =
                                         :CL-NUMERO-CUENTA
                                         AND A.TIPO_CAMBIO_AV = 'T'
                                         AND A.CODIGO_AV =
                                             V.CODIGO_PRODUCTO_TR
                                         AND A.FECHA_VIGENCIA_AV =
                                             V.FECHA_VIGENCIA_TR
                                         AND A.FECHA_APLICA_AV
                                             > CURRENT DATE))
                          AND (SALDO_HASTA_TR = 0
                               OR SALDO_HASTA_TR >= :CL-SALDO)
                   ORDER BY TRAMO_TR
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF
           IF SQLCODE = 0
              MOVE CL-TASA-TR TO WS-TASA-ESTANDAR
           ELSE
              PERFORM 246-TASA-TRAMOS-FIJOS
           END-IF.

       246-TASA-TRAMOS-FIJOS.
           MOVE '246-TASA-TRAMOS-FIJOS' TO WS-AB-PARRAFO
           MOVE 100 TO SQLCODE
           IF CL-CODIGO-PRODUCTO OF CL-ESTCUENT NOT = SPACES
              MOVE CL-CODIGO-PRODUCTO OF CL-ESTCUENT
                   TO CL-CODIGO-PRODUCTO OF CL-ESTPRODUC
              EXEC SQL
                   SELECT
                      TOPE_SALDO_TIER1_PR
                     ,TOPE_SALDO_TIER2_PR
                     ,TASA_TIER1_PR
                     ,TASA_TIER2_PR
                     ,TASA_TIER3_PR
                   INTO
                      :CL-TOPE-SALDO-TIER1-PR
                     ,:CL-TOPE-SALDO-TIER2-PR
                     ,:CL-TASA-TIER1-PR
                     ,:CL-TASA-TIER2-PR
                     ,:CL-TASA-TIER3-PR
                   FROM
                      TAPRODUC
                   WHERE
                      CODIGO_PRODUCTO =
                          :CL-CODIGO-PRODUCTO OF CL-ESTPRODUC
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF
           IF SQLCODE = 0
              IF CL-SALDO <= CL-TOPE-SALDO-TIER1-PR
                 MOVE CL-TASA-TIER1-PR TO WS-TASA-ESTANDAR
              ELSE
                 IF CL-SALDO <= CL-TOPE-SALDO-TIER2-PR
                    MOVE CL-TASA-TIER2-PR TO WS-TASA-ESTANDAR
                 ELSE
                    MOVE CL-TASA-TIER3-PR TO WS-TASA-ESTANDAR
                 END-IF
              END-IF
           ELSE
              MOVE 'TOPE-SALDO-TIER1'    TO CL-PARAM-CLAVE
              MOVE WC-TOPE-SALDO-TIER1   TO WS-PM-DEFECTO
              PERFORM 840-LEER-PARAMETRO
              MOVE WS-PM-VALOR           TO WS-TOPE-TIER1
              MOVE 'TOPE-SALDO-TIER2'    TO CL-PARAM-CLAVE
              MOVE WC-TOPE-SALDO-TIER2   TO WS-PM-DEFECTO
              PERFORM 840-LEER-PARAMETRO
              MOVE WS-PM-VALOR           TO WS-TOPE-TIER2
              IF CL-SALDO <= WS-TOPE-TIER1
                 MOVE 'TASA-INTERES-TIER1'  TO CL-PARAM-CLAVE
                 MOVE WC-TASA-INTERES-TIER1 TO WS-PM-DEFECTO
              ELSE
                 IF CL-SALDO <= WS-TOPE-TIER2
                    MOVE 'TASA-INTERES-TIER2'  TO CL-PARAM-CLAVE
                    MOVE WC-TASA-INTERES-TIER2 TO WS-PM-DEFECTO
                 ELSE
                    MOVE 'TASA-INTERES-TIER3'  TO CL-PARAM-CLAVE
                    MOVE WC-TASA-INTERES-TIER3 TO WS-PM-DEFECTO
                 END-IF
              END-IF
              PERFORM 840-LEER-PARAMETRO
              MOVE WS-PM-VALOR TO WS-TASA-ESTANDAR
           END-IF.

       250-DECIDIR-SOLICITUD.
      *
      *--- TESORERIA: OTRO OPERADOR, NO EL OFICIAL QUE LA CAPTURO,
      *--- CON ATRIBUCION 'TPRF' EN TAOPLIMT. PARA APROBAR EL LIMITE
      *--- DEBE CUBRIR EL SALDO DE LA CUENTA, PARA RECHAZAR BASTA CON
      *--- TENERLA. NO SE APRUEBA UNA SOLICITUD YA VENCIDA
      *
           MOVE '250-DECIDIR-SOLICITUD' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-ACCION
           PERFORM 265-LEER-SOLICITUD
           IF CL-ESTADO-TP NOT = 'P'
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'LA SOLICITUD YA NO ESTA PENDIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-OFICIAL-TP = EIBOPID
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'NO PUEDE DECIDIR UNA SOLICITUD QUE USTED CAPTURO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 255-VALIDAR-OPERADOR
           PERFORM 256-LEER-ATRIBUCION
           IF NOT WS-CON-ATRIBUCION
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'USTED NO TIENE ATRIBUCION DE TESORERIA (TPRF)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-ACCION-APROBAR
              IF CL-FECHA-HASTA-TP < WS-FN-FECHA
                 PERFORM 270-MOSTRAR-SOLICITUD
                 MOVE 'LA VIGENCIA YA TERMINO, NO SE PUEDE APROBAR'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE CL-NUMERO-CUENTA-TP TO CL-NUMERO-CUENTA
              EXEC SQL
                   SELECT SALDO
                   INTO   :CL-SALDO
                   FROM   TACUENT
                   WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF CL-MONTO-LIMITE-LM < CL-SALDO
                 PERFORM 270-MOSTRAR-SOLICITUD
                 MOVE 'EL SALDO DE LA CUENTA EXCEDE SU ATRIBUCION'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF
           MOVE EIBOPID  TO CL-USUARIO-APRUEBA-TP
           MOVE WS-ACCION TO CL-ESTADO-TP
           EXEC SQL
                UPDATE TATASPRF
                SET    ESTADO_TP          = :CL-ESTADO-TP
                      ,USUARIO_APRUEBA_TP = :CL-USUARIO-APRUEBA-TP
                      ,FECHA_APRUEBA_TP   = CURRENT TIMESTAMP
                WHERE  ID_TASA_TP = :CL-ID-TASA-TP
                       AND ESTADO_TP = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 270-MOSTRAR-SOLICITUD
           IF WS-ACCION-APROBAR
              MOVE 'TASA PREFERENCIAL APROBADA' TO MSGO
           ELSE
              MOVE 'TASA PREFERENCIAL RECHAZADA' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-VALIDAR-OPERADOR.
           MOVE '255-VALIDAR-OPERADOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ESTADO_OPERADOR
                INTO   :CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-OPERADOR NOT = 'A'
              MOVE 'OPERADOR NO AUTORIZADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       256-LEER-ATRIBUCION.
           MOVE '256-LEER-ATRIBUCION' TO WS-AB-PARRAFO
           MOVE 'N'                   TO WS-ATRIBUCION-FLAG
           MOVE EIBOPID               TO CL-OPERADOR-ID-LM
           MOVE WC-CONCEPTO-TESORERIA TO CL-CONCEPTO-LM
           EXEC SQL
                SELECT MONTO_LIMITE_LM
                INTO   :CL-MONTO-LIMITE-LM
                FROM   TAOPLIMT
                WHERE  OPERADOR_ID_LM = :CL-OPERADOR-ID-LM
                       AND CONCEPTO_LM = :CL-CONCEPTO-LM
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-CON-ATRIBUCION TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       260-ANULAR-SOLICITUD.
      *
      *--- UNA SOLICITUD PENDIENTE O APROBADA QUE AUN NO VENCE LA
      *--- ANULA EL OFICIAL QUE LA CAPTURO O TESORERIA; DESDE EL DIA
      *--- SIGUIENTE INTRCOB VUELVE AL TRAMO ESTANDAR
      *
           MOVE '260-ANULAR-SOLICITUD' TO WS-AB-PARRAFO
           PERFORM 265-LEER-SOLICITUD
           IF (CL-ESTADO-TP NOT = 'P' AND CL-ESTADO-TP NOT = 'A')
              OR CL-FECHA-HASTA-TP < WS-FN-FECHA
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'LA SOLICITUD YA NO ESTA VIGENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 255-VALIDAR-OPERADOR
           IF CL-OFICIAL-TP NOT = EIBOPID
              PERFORM 256-LEER-ATRIBUCION
              IF NOT WS-CON-ATRIBUCION
                 PERFORM 270-MOSTRAR-SOLICITUD
                 MOVE 'SOLO EL OFICIAL O TESORERIA PUEDEN ANULARLA'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF
           MOVE EIBOPID TO CL-USUARIO-APRUEBA-TP
           MOVE 'X'     TO CL-ESTADO-TP
           EXEC SQL
                UPDATE TATASPRF
                SET    ESTADO_TP          = 'X'
                      ,USUARIO_APRUEBA_TP = :CL-USUARIO-APRUEBA-TP
                      ,FECHA_APRUEBA_TP   = CURRENT TIMESTAMP
                WHERE  ID_TASA_TP = :CL-ID-TASA-TP
                       AND ESTADO_TP IN ('P', 'A')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 270-MOSTRAR-SOLICITUD
           MOVE 'TASA PREFERENCIAL ANULADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       265-LEER-SOLICITUD.
           MOVE '265-LEER-SOLICITUD' TO WS-AB-PARRAFO
           IF CAMPO10I = LOW-VALUES OR CAMPO10I = SPACES
              IF CAMPO2I = LOW-VALUES
                 MOVE 'DIGITE ID DE SOLICITUD O CUENTA' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE CAMPO2I TO CL-NUMERO-CUENTA-TP
              EXEC SQL
                   SELECT MAX(ID_TASA_TP)
                   INTO   :CL-ID-TASA-TP
                   FROM   TATASPRF
                   WHERE  NUMERO_CUENTA_TP = :CL-NUMERO-CUENTA-TP
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'LA CUENTA NO TIENE TASAS PREFERENCIALES' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           ELSE
              MOVE CAMPO10I TO WS-ID-JUST
              INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
              INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
              IF WS-ID-JUST NOT NUMERIC
                 MOVE 'ID DE SOLICITUD INVALIDO' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE WS-ID-JUST TO WS-ID-NUM
              MOVE WS-ID-NUM  TO CL-ID-TASA-TP
           END-IF
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_TP
                  ,TASA_TP
                  ,CHAR(FECHA_DESDE_TP, ISO)
                  ,CHAR(FECHA_HASTA_TP, ISO)
                  ,OFICIAL_TP
                  ,ESTADO_TP
                  ,USUARIO_APRUEBA_TP
                INTO
                   :CL-NUMERO-CUENTA-TP
                  ,:CL-TASA-TP
                  ,:CL-FECHA-DESDE-TP
                  ,:CL-FECHA-HASTA-TP
                  ,:CL-OFICIAL-TP
                  ,:CL-ESTADO-TP
                  ,:CL-USUARIO-APRUEBA-TP
                FROM
                   TATASPRF
                WHERE
                   ID_TASA_TP = :CL-ID-TASA-TP
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'SOLICITUD NO ENCONTRADA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       270-MOSTRAR-SOLICITUD.
           MOVE '270-MOSTRAR-SOLICITUD' TO WS-AB-PARRAFO
           MOVE CL-ID-TASA-TP          TO WS-ID-NUM
           MOVE WS-ID-NUM              TO CAMPO10O
           MOVE CL-NUMERO-CUENTA-TP    TO CAMPO2O
           MOVE CL-TASA-TP             TO WS-TASA-NUM
           MOVE WS-TASA-DIGITOS        TO CAMPO3O
           MOVE SPACES                 TO CAMPO4O
           STRING CL-FECHA-DESDE-TP(1:4) CL-FECHA-DESDE-TP(6:2)
                  CL-FECHA-DESDE-TP(9:2)
                  DELIMITED BY SIZE
             INTO CAMPO4O
           END-STRING
           MOVE SPACES                 TO CAMPO5O
           STRING CL-FECHA-HASTA-TP(1:4) CL-FECHA-HASTA-TP(6:2)
                  CL-FECHA-HASTA-TP(9:2)
                  DELIMITED BY SIZE
             INTO CAMPO5O
           END-STRING
           MOVE CL-ESTADO-TP           TO CAMPO7O
           MOVE CL-OFICIAL-TP          TO CAMPO8O
           MOVE CL-USUARIO-APRUEBA-TP  TO CAMPO9O.

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
                MAP('TPRFMP')
                ERASE
                FROM(TPRFMPO)
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
                TRANSID('TPRF')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY ERRCTAPR.
       COPY PARMCTPR.
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
           MOVE CAMPO2I     TO WS-AB-CUENTA
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
