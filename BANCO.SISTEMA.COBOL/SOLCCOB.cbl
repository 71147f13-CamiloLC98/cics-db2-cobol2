      *****************************************************
      *                                                   *
      *   PROGRAMA SOLICITUD Y APROBACION DE CREDITOS     *
      *   (TASOLCRE/TASOLVOT) CICS-DB2 SISTEMA BANCARIO   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SOLCCOB.
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
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TASOLCRE END-EXEC.
           EXEC SQL INCLUDE TASOLVOT END-EXEC.
           EXEC SQL INCLUDE TAOFECRE END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAOPLIMT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13).
           03 WS-INGRESO-JUST         PIC X(13)   JUST RIGHT.
           03 WS-INGRESO-NUM          PIC 9(13).
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-TASA-JUST            PIC X(5)    JUST RIGHT.
           03 WS-TASA-NUM             PIC 9(1)V9(4).
           03 WS-TASA-DIGITOS REDEFINES WS-TASA-NUM
                                      PIC 9(5).
           03 WS-MESES-JUST           PIC X(3)    JUST RIGHT.
           03 WS-MESES-NUM            PIC 9(3).
      *
      *--- CAMPOS DEL CALCULO DE LA CUOTA FRANCESA, IGUAL QUE EN
      *--- PRSTCOB (VER 235-CALCULAR-CUOTA)
      *
           03 WS-FACTOR               PIC S9(7)V9(10) COMP-3.
           03 WS-CUOTA                PIC S9(13)V9(2) COMP-3.
           03 WS-CUOTA-IDX            PIC 9(3).
      *
      *--- RELACION DEUDA/INGRESO Y TOPES DE NIVEL DE APROBACION
      *
           03 WS-INGRESO-USADO        PIC S9(13)V9(2) COMP-3.
           03 WS-RELACION             PIC S9(5)V9(2)  COMP-3.
           03 WS-TOPE-OFICIAL         PIC S9(13)V9(2) COMP-3.
           03 WS-TOPE-REGIONAL        PIC S9(13)V9(2) COMP-3.
           03 WS-VOTOS-COMITE         PIC S9(4)       COMP.
           03 WS-VOTOS-PREVIOS        PIC S9(4)       COMP.
           03 WS-VALOR-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-RELACION-ED          PIC ZZZZ9,99.
           03 WS-VOTOS-ED             PIC 9(2).
           03 WS-PUNTAJE-ED           PIC ZZ9.
           03 WS-REQUERIDOS-ED        PIC 9(2).
           03 WS-ACCION               PIC X(1).
              88 WS-ACCION-APROBAR    VALUE 'A'.
              88 WS-ACCION-NEGAR      VALUE 'N'.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'SOLCCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'SOLC'.
          03 WC-CONCEPTO-CREDITO      PIC X(4)     VALUE 'CRED'.
          03 WC-TOPE-OFICIAL-DEF      PIC 9(13)    VALUE 10000000.
          03 WC-TOPE-REGIONAL-DEF     PIC 9(13)    VALUE 50000000.
          03 WC-VOTOS-COMITE-DEF      PIC 9(2)     VALUE 3.
          03 WC-MESES-HISTORIA        PIC 9(2)     VALUE 6.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY SOLCMPCP.
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
              MOVE LOW-VALUES TO SOLCMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'SOLC'
              MOVE LOW-VALUES TO SOLCMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('SOLCMP')
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
                   MAP('SOLCMP')
                   INTO(SOLCMPI)
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
      *--- 'S' CAPTURAR SOLICITUD: CAMPO3 CUENTA ENLAZADA, CAMPO4
      *---     MONTO, CAMPO5 TASA MENSUAL (4 DECIMALES IMPLICITOS),
      *---     CAMPO6 PLAZO EN MESES, CAMPO7 PROPOSITO, CAMPO8 INGRESO
      *---     MENSUAL DECLARADO. DEVUELVE EL ID NUEVO EN CAMPO2
      *--- 'A' APROBAR / 'N' NEGAR LA SOLICITUD CAMPO2 (CAMPO9
      *---     COMENTARIO DEL VOTO)
      *--- 'C' CONSULTAR LA SOLICITUD CAMPO2
      *--- 'O' CONSULTAR LA OFERTA PREAPROBADA VIGENTE (TAOFECRE) DEL
      *---     TITULAR DE LA CUENTA CAMPO3: PRECARGA CUENTA, MONTO Y
      *---     PLAZO OFRECIDOS PARA CAPTURARLA CON 'S'. LA SOLICITUD
      *---     QUE NO EXCEDA LA OFERTA EN MONTO NI PLAZO LA DEJA TOMADA
      *--- CAMPO10O-CAMPO16O DEVUELVEN CUOTA ESTIMADA, CUOTAS VIGENTES,
      *--- INGRESO PROMEDIO OBSERVADO, RELACION DEUDA/INGRESO (%),
      *--- NIVEL, ESTADO Y VOTOS (REGISTRADOS/REQUERIDOS).
      *--- LOS APROBADORES VOTAN LAS CONDICIONES CAPTURADAS; PARA
      *--- CAMBIARLAS SE NIEGA Y SE CAPTURA UNA SOLICITUD NUEVA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (S/A/N/C/O)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EVALUATE CAMPO1I
                WHEN 'S'
                     PERFORM 230-CAPTURAR-SOLICITUD
                WHEN 'A'
                WHEN 'N'
                     PERFORM 250-VOTAR-SOLICITUD
                WHEN 'C'
                     PERFORM 265-LEER-SOLICITUD
                     PERFORM 270-MOSTRAR-SOLICITUD
                     MOVE 'CONSULTA DE SOLICITUD' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN 'O'
                     PERFORM 280-CONSULTAR-OFERTA
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE S/A/N/C/O' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-CAPTURAR-SOLICITUD.
           MOVE '230-CAPTURAR-SOLICITUD' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO4I = LOW-VALUES
              OR CAMPO5I = LOW-VALUES OR CAMPO6I = LOW-VALUES
              OR CAMPO7I = LOW-VALUES OR CAMPO8I = LOW-VALUES
              MOVE 'DIGITE TODOS LOS DATOS DE LA SOLICITUD' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-MONTO-JUST
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           MOVE CAMPO5I TO WS-TASA-JUST
           INSPECT WS-TASA-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-TASA-JUST REPLACING ALL ' ' BY ZEROES
           MOVE CAMPO6I TO WS-MESES-JUST
           INSPECT WS-MESES-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-MESES-JUST REPLACING ALL ' ' BY ZEROES
           MOVE CAMPO8I TO WS-INGRESO-JUST
           INSPECT WS-INGRESO-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-INGRESO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              OR WS-TASA-JUST NOT NUMERIC
              OR WS-MESES-JUST NOT NUMERIC
              OR WS-INGRESO-JUST NOT NUMERIC
              MOVE 'MONTO, TASA, PLAZO O INGRESO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST   TO WS-MONTO-NUM
           MOVE WS-TASA-JUST    TO WS-TASA-NUM
           MOVE WS-MESES-JUST   TO WS-MESES-NUM
           MOVE WS-INGRESO-JUST TO WS-INGRESO-NUM
           IF WS-MONTO-NUM = 0 OR WS-MESES-NUM = 0
              OR WS-MESES-NUM > 360 OR WS-INGRESO-NUM = 0
              MOVE 'MONTO, PLAZO E INGRESO DEBEN SER VALIDOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO7I = SPACES
              MOVE 'DIGITE EL PROPOSITO DEL CREDITO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT ESTADO_CUENTA
                      ,CEDULA_CLIENTE
                INTO   :CL-ESTADO-CUENTA
                      ,:CL-CEDULA-CLIENTE
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-CUENTA NOT = 'A'
              MOVE 'LA CUENTA ENLAZADA NO EXISTE O NO ESTA ACTIVA'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 235-CALCULAR-CUOTA
           PERFORM 240-CALCULAR-RELACION
           PERFORM 245-DETERMINAR-NIVEL
           MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-SL
           MOVE CL-CEDULA-CLIENTE TO CL-CEDULA-SL
           MOVE WS-MONTO-NUM      TO CL-MONTO-SL
           MOVE WS-TASA-NUM       TO CL-TASA-SL
           MOVE WS-MESES-NUM      TO CL-PLAZO-MESES-SL
           MOVE CAMPO7I           TO CL-PROPOSITO-SL
           MOVE WS-INGRESO-NUM    TO CL-INGRESO-DECLARADO-SL
           MOVE WS-CUOTA          TO CL-CUOTA-ESTIMADA-SL
           MOVE WS-RELACION       TO CL-RELACION-DEUDA-SL
           MOVE 0                 TO CL-VOTOS-SL
           MOVE 'P'               TO CL-ESTADO-SL
           MOVE EIBOPID           TO CL-USUARIO-SL
           EXEC SQL
                INSERT INTO TASOLCRE (
                    NUMERO_CUENTA_SL
                   ,CEDULA_SL
                   ,MONTO_SL
                   ,TASA_SL
                   ,PLAZO_MESES_SL
                   ,PROPOSITO_SL
                   ,INGRESO_DECLARADO_SL
                   ,INGRESO_PROMEDIO_SL
                   ,CUOTAS_VIGENTES_SL
                   ,CUOTA_ESTIMADA_SL
                   ,RELACION_DEUDA_SL
                   ,NIVEL_APROBACION_SL
                   ,VOTOS_REQUERIDOS_SL
                   ,ESTADO_SL
                   ,USUARIO_SL
                   ,FECHA_HORA_SL
                ) VALUES (
                    :CL-NUMERO-CUENTA-SL
                   ,:CL-CEDULA-SL
                   ,:CL-MONTO-SL
                   ,:CL-TASA-SL
                   ,:CL-PLAZO-MESES-SL
                   ,:CL-PROPOSITO-SL
                   ,:CL-INGRESO-DECLARADO-SL
                   ,:CL-INGRESO-PROMEDIO-SL
                   ,:CL-CUOTAS-VIGENTES-SL
                   ,:CL-CUOTA-ESTIMADA-SL
                   ,:CL-RELACION-DEUDA-SL
                   ,:CL-NIVEL-APROBACION-SL
                   ,:CL-VOTOS-REQUERIDOS-SL
                   ,:CL-ESTADO-SL
                   ,:CL-USUARIO-SL
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-SOLICITUD
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 285-TOMAR-OFERTA
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 270-MOSTRAR-SOLICITUD
           MOVE SPACES TO MSGO
           IF SQLCODE = 0
              STRING 'SOLICITUD ' DELIMITED BY SIZE
                     WS-ID-NUM    DELIMITED BY SIZE
                     ' REGISTRADA SOBRE OFERTA PREAPROBADA'
                                  DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'SOLICITUD ' DELIMITED BY SIZE
                     WS-ID-NUM    DELIMITED BY SIZE
                     ' REGISTRADA, PENDIENTE DE APROBACION'
                                  DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       235-CALCULAR-CUOTA.
      *
      *--- CUOTA FIJA FRANCESA: P * I * (1+I)**N / ((1+I)**N - 1).
      *--- EL FACTOR (1+I)**N SE ACUMULA MULTIPLICANDO N VECES; CON
      *--- TASA CERO LA CUOTA ES CAPITAL SOBRE PLAZO
      *
           MOVE '235-CALCULAR-CUOTA' TO WS-AB-PARRAFO
           IF WS-TASA-NUM = 0
              COMPUTE WS-CUOTA ROUNDED = WS-MONTO-NUM / WS-MESES-NUM
           ELSE
              MOVE 1 TO WS-FACTOR
              PERFORM VARYING WS-CUOTA-IDX FROM 1 BY 1
                      UNTIL WS-CUOTA-IDX > WS-MESES-NUM
                 COMPUTE WS-FACTOR ROUNDED =
                         WS-FACTOR * (1 + WS-TASA-NUM)
              END-PERFORM
              COMPUTE WS-CUOTA ROUNDED =
                      WS-MONTO-NUM * WS-TASA-NUM * WS-FACTOR
                      / (WS-FACTOR - 1)
           END-IF.

       240-CALCULAR-RELACION.
      *
      *--- RELACION DEUDA/INGRESO DEL TITULAR (TODAS SUS CUENTAS):
      *--- CUOTAS DE SUS PRESTAMOS VIGENTES MAS LA CUOTA ESTIMADA,
      *--- SOBRE EL INGRESO MENSUAL. EL INGRESO ES EL DECLARADO, SALVO
      *--- QUE EL PROMEDIO DE ENTRADAS ('D' Y 'T' POSITIVAS) DE LOS
      *--- ULTIMOS SEIS MESES EN TATRANS SEA MENOR Y NO CERO
      *
           MOVE '240-CALCULAR-RELACION' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT COALESCE(SUM(P.CUOTA_LN), 0)
                INTO   :CL-CUOTAS-VIGENTES-SL
                FROM   TAPRESTA P
                       INNER JOIN TACUENT C
                          ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                WHERE  C.CEDULA_CLIENTE = :CL-CEDULA-CLIENTE
                       AND P.ESTADO_LN = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(T.MONTO), 0)
                INTO   :CL-INGRESO-PROMEDIO-SL
                FROM   TATRANS T
                       INNER JOIN TACUENT C
                          ON C.NUMERO_CUENTA = T.NUMERO_CUENTA_T
                WHERE  C.CEDULA_CLIENTE = :CL-CEDULA-CLIENTE
                       AND T.TIPO_TRANSACCION IN ('D', 'T')
                       AND T.MONTO > 0
                       AND T.FECHA_NEGOCIO_T >
                           DATE(:WS-FN-FECHA) - 6 MONTHS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE CL-INGRESO-PROMEDIO-SL ROUNDED =
                   CL-INGRESO-PROMEDIO-SL / WC-MESES-HISTORIA
           MOVE WS-INGRESO-NUM TO WS-INGRESO-USADO
           IF CL-INGRESO-PROMEDIO-SL > 0
              AND CL-INGRESO-PROMEDIO-SL < WS-INGRESO-USADO
              MOVE CL-INGRESO-PROMEDIO-SL TO WS-INGRESO-USADO
           END-IF
           COMPUTE WS-RELACION ROUNDED =
                   (CL-CUOTAS-VIGENTES-SL + WS-CUOTA) * 100
                   / WS-INGRESO-USADO
                ON SIZE ERROR
                   MOVE 99999,99 TO WS-RELACION
           END-COMPUTE.

       245-DETERMINAR-NIVEL.
      *
      *--- NIVEL DE APROBACION POR MONTO: HASTA CRE-TOPE-OFICIAL EL
      *--- OFICIAL DE SUCURSAL, HASTA CRE-TOPE-REGIONAL EL REGIONAL Y
      *--- POR ENCIMA EL COMITE, QUE REQUIERE CRE-VOTOS-COMITE VOTOS
      *
           MOVE '245-DETERMINAR-NIVEL' TO WS-AB-PARRAFO
           MOVE 'CRE-TOPE-OFICIAL'    TO CL-PARAM-CLAVE
           MOVE WC-TOPE-OFICIAL-DEF   TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR           TO WS-TOPE-OFICIAL
           MOVE 'CRE-TOPE-REGIONAL'   TO CL-PARAM-CLAVE
           MOVE WC-TOPE-REGIONAL-DEF  TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR           TO WS-TOPE-REGIONAL
           MOVE 'CRE-VOTOS-COMITE'    TO CL-PARAM-CLAVE
           MOVE WC-VOTOS-COMITE-DEF   TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR           TO WS-VOTOS-COMITE
           IF WS-VOTOS-COMITE < 1
              MOVE 1 TO WS-VOTOS-COMITE
           END-IF
           EVALUATE TRUE
                WHEN WS-MONTO-NUM NOT > WS-TOPE-OFICIAL
                     MOVE 'O' TO CL-NIVEL-APROBACION-SL
                     MOVE 1   TO CL-VOTOS-REQUERIDOS-SL
                WHEN WS-MONTO-NUM NOT > WS-TOPE-REGIONAL
                     MOVE 'R' TO CL-NIVEL-APROBACION-SL
                     MOVE 1   TO CL-VOTOS-REQUERIDOS-SL
                WHEN OTHER
                     MOVE 'C'             TO CL-NIVEL-APROBACION-SL
                     MOVE WS-VOTOS-COMITE TO CL-VOTOS-REQUERIDOS-SL
           END-EVALUATE.

       250-VOTAR-SOLICITUD.
      *
      *--- VOTO DE UN APROBADOR: NO PUEDE SER QUIEN CAPTURO NI VOTAR
      *--- DOS VECES; PARA APROBAR SU ATRIBUCION 'CRED' (TAOPLIMT) DEBE
      *--- CUBRIR EL MONTO, PARA NEGAR BASTA CON TENERLA. UN VOTO
      *--- NEGATIVO CIERRA LA SOLICITUD; LA APRUEBA EL ULTIMO VOTO
      *--- REQUERIDO POR SU NIVEL
      *
           MOVE '250-VOTAR-SOLICITUD' TO WS-AB-PARRAFO
           MOVE CAMPO1I TO WS-ACCION
           PERFORM 265-LEER-SOLICITUD
           IF CL-ESTADO-SL NOT = 'P'
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'LA SOLICITUD YA NO ESTA PENDIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-USUARIO-SL = EIBOPID
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'NO PUEDE VOTAR UNA SOLICITUD QUE USTED CAPTURO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-ID-SOLICITUD TO CL-ID-SOLICITUD-AP
           MOVE EIBOPID         TO CL-USUARIO-AP
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-VOTOS-PREVIOS
                FROM   TASOLVOT
                WHERE  ID_SOLICITUD_AP = :CL-ID-SOLICITUD-AP
                       AND USUARIO_AP = :CL-USUARIO-AP
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-VOTOS-PREVIOS > 0
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'USTED YA VOTO ESTA SOLICITUD' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 255-VALIDAR-ATRIBUCION
           MOVE CL-NIVEL-APROBACION-SL TO CL-NIVEL-AP
           MOVE WS-ACCION              TO CL-DECISION-AP
           MOVE CL-MONTO-LIMITE-LM     TO CL-LIMITE-AP
           IF CAMPO9I = LOW-VALUES
              MOVE SPACES  TO CL-COMENTARIO-AP
           ELSE
              MOVE CAMPO9I TO CL-COMENTARIO-AP
           END-IF
           EXEC SQL
                INSERT INTO TASOLVOT (
                    ID_SOLICITUD_AP
                   ,USUARIO_AP
                   ,NIVEL_AP
                   ,DECISION_AP
                   ,LIMITE_AP
                   ,COMENTARIO_AP
                   ,FECHA_HORA_AP
                ) VALUES (
                    :CL-ID-SOLICITUD-AP
                   ,:CL-USUARIO-AP
                   ,:CL-NIVEL-AP
                   ,:CL-DECISION-AP
                   ,:CL-LIMITE-AP
                   ,:CL-COMENTARIO-AP
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           IF WS-ACCION-NEGAR
              EXEC SQL
                   UPDATE TASOLCRE
                   SET    ESTADO_SL = 'N'
                   WHERE  ID_SOLICITUD = :CL-ID-SOLICITUD
                          AND ESTADO_SL = 'P'
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE TASOLCRE
                   SET    VOTOS_SL = VOTOS_SL + 1
                         ,ESTADO_SL =
                          CASE WHEN VOTOS_SL + 1 >= VOTOS_REQUERIDOS_SL
                               THEN 'A'
                               ELSE 'P'
                          END
                   WHERE  ID_SOLICITUD = :CL-ID-SOLICITUD
                          AND ESTADO_SL = 'P'
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 265-LEER-SOLICITUD
           PERFORM 270-MOSTRAR-SOLICITUD
           EVALUATE CL-ESTADO-SL
                WHEN 'A'
                     MOVE 'SOLICITUD APROBADA, LISTA PARA DESEMBOLSO'
                          TO MSGO
                WHEN 'N'
                     MOVE 'SOLICITUD NEGADA' TO MSGO
                WHEN OTHER
                     MOVE 'VOTO REGISTRADO, FALTAN VOTOS DEL COMITE'
                          TO MSGO
           END-EVALUATE
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-VALIDAR-ATRIBUCION.
           MOVE '255-VALIDAR-ATRIBUCION' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ESTADO_OPERADOR
                INTO   :CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-OPERADOR NOT = 'A'
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'OPERADOR NO AUTORIZADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE EIBOPID             TO CL-OPERADOR-ID-LM
           MOVE WC-CONCEPTO-CREDITO TO CL-CONCEPTO-LM
           EXEC SQL
                SELECT MONTO_LIMITE_LM
                INTO   :CL-MONTO-LIMITE-LM
                FROM   TAOPLIMT
                WHERE  OPERADOR_ID_LM = :CL-OPERADOR-ID-LM
                       AND CONCEPTO_LM = :CL-CONCEPTO-LM
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     PERFORM 270-MOSTRAR-SOLICITUD
                     MOVE 'USTED NO TIENE ATRIBUCION DE CREDITO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF WS-ACCION-APROBAR
              AND CL-MONTO-LIMITE-LM < CL-MONTO-SL
              PERFORM 270-MOSTRAR-SOLICITUD
              MOVE 'EL MONTO EXCEDE SU ATRIBUCION DE CREDITO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       265-LEER-SOLICITUD.
           MOVE '265-LEER-SOLICITUD' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ID DE SOLICITUD' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE SOLICITUD INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-SOLICITUD
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_SL
                  ,CEDULA_SL
                  ,MONTO_SL
                  ,TASA_SL
                  ,PLAZO_MESES_SL
                  ,PROPOSITO_SL
                  ,INGRESO_DECLARADO_SL
                  ,INGRESO_PROMEDIO_SL
                  ,CUOTAS_VIGENTES_SL
                  ,CUOTA_ESTIMADA_SL
                  ,RELACION_DEUDA_SL
                  ,NIVEL_APROBACION_SL
                  ,VOTOS_REQUERIDOS_SL
                  ,VOTOS_SL
                  ,ESTADO_SL
                  ,USUARIO_SL
                INTO
                   :CL-NUMERO-CUENTA-SL
                  ,:CL-CEDULA-SL
                  ,:CL-MONTO-SL
                  ,:CL-TASA-SL
                  ,:CL-PLAZO-MESES-SL
                  ,:CL-PROPOSITO-SL
                  ,:CL-INGRESO-DECLARADO-SL
                  ,:CL-INGRESO-PROMEDIO-SL
                  ,:CL-CUOTAS-VIGENTES-SL
                  ,:CL-CUOTA-ESTIMADA-SL
                  ,:CL-RELACION-DEUDA-SL
                  ,:CL-NIVEL-APROBACION-SL
                  ,:CL-VOTOS-REQUERIDOS-SL
                  ,:CL-VOTOS-SL
                  ,:CL-ESTADO-SL
                  ,:CL-USUARIO-SL
                FROM
                   TASOLCRE
                WHERE
                   ID_SOLICITUD = :CL-ID-SOLICITUD
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
           MOVE CL-ID-SOLICITUD        TO WS-ID-NUM
           MOVE WS-ID-NUM              TO CAMPO2O
           MOVE CL-NUMERO-CUENTA-SL    TO CAMPO3O
           MOVE CL-MONTO-SL            TO WS-MONTO-NUM
           MOVE WS-MONTO-NUM           TO CAMPO4O
           MOVE CL-TASA-SL             TO WS-TASA-NUM
           MOVE WS-TASA-DIGITOS        TO CAMPO5O
           MOVE CL-PLAZO-MESES-SL      TO WS-MESES-NUM
           MOVE WS-MESES-NUM           TO CAMPO6O
           MOVE CL-PROPOSITO-SL        TO CAMPO7O
           MOVE CL-INGRESO-DECLARADO-SL TO WS-INGRESO-NUM
           MOVE WS-INGRESO-NUM         TO CAMPO8O
           MOVE CL-CUOTA-ESTIMADA-SL   TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO10O
           MOVE CL-CUOTAS-VIGENTES-SL  TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO11O
           MOVE CL-INGRESO-PROMEDIO-SL TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO12O
           MOVE CL-RELACION-DEUDA-SL   TO WS-RELACION-ED
           MOVE WS-RELACION-ED         TO CAMPO13O
           MOVE CL-NIVEL-APROBACION-SL TO CAMPO14O
           MOVE CL-ESTADO-SL           TO CAMPO15O
           MOVE CL-VOTOS-SL            TO WS-VOTOS-ED
           MOVE CL-VOTOS-REQUERIDOS-SL TO WS-REQUERIDOS-ED
           MOVE SPACES                 TO CAMPO16O
           STRING WS-VOTOS-ED      DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-REQUERIDOS-ED DELIMITED BY SIZE
             INTO CAMPO16O
           END-STRING.

       280-CONSULTAR-OFERTA.
      *
      *--- OFERTA VIGENTE Y NO VENCIDA A LA FECHA DE NEGOCIO DE LA
      *--- CEDULA TITULAR DE LA CUENTA DIGITADA. LA CUENTA SE SUSTITUYE
      *--- POR LA DE DESEMBOLSO DE LA OFERTA Y EL INGRESO PROMEDIO QUE
      *--- LA SUSTENTA QUEDA EN CAMPO12
      *
           MOVE '280-CONSULTAR-OFERTA' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES
              MOVE 'DIGITE LA CUENTA DEL CLIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT CEDULA_CLIENTE
                INTO   :CL-CEDULA-CLIENTE
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CUENTA NO EXISTE' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-CEDULA-CLIENTE TO CL-CEDULA-OC
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_OC
                  ,PUNTAJE_OC
                  ,MONTO_OC
                  ,PLAZO_MESES_OC
                  ,INGRESO_PROMEDIO_OC
                  ,FECHA_VENCE_OC
                INTO
                   :CL-NUMERO-CUENTA-OC
                  ,:CL-PUNTAJE-OC
                  ,:CL-MONTO-OC
                  ,:CL-PLAZO-MESES-OC
                  ,:CL-INGRESO-PROMEDIO-OC
                  ,:CL-FECHA-VENCE-OC
                FROM
                   TAOFECRE
                WHERE
                   CEDULA_OC = :CL-CEDULA-OC
                   AND ESTADO_OC = 'V'
                   AND FECHA_VENCE_OC >= DATE(:WS-FN-FECHA)
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CLIENTE SIN OFERTA PREAPROBADA VIGENTE'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-NUMERO-CUENTA-OC    TO CAMPO3O
           MOVE CL-MONTO-OC            TO WS-MONTO-NUM
           MOVE WS-MONTO-NUM           TO CAMPO4O
           MOVE CL-PLAZO-MESES-OC      TO WS-MESES-NUM
           MOVE WS-MESES-NUM           TO CAMPO6O
           MOVE CL-INGRESO-PROMEDIO-OC TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO12O
           MOVE CL-PUNTAJE-OC          TO WS-PUNTAJE-ED
           MOVE SPACES TO MSGO
           STRING 'OFERTA PREAPROBADA PUNTAJE ' DELIMITED BY SIZE
                  WS-PUNTAJE-ED                 DELIMITED BY SIZE
                  ' VENCE '                     DELIMITED BY SIZE
                  CL-FECHA-VENCE-OC             DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       285-TOMAR-OFERTA.
      *
      *--- LA SOLICITUD RECIEN CAPTURADA TOMA LA OFERTA VIGENTE DEL
      *--- TITULAR SI NO LA EXCEDE EN MONTO NI EN PLAZO. SQLCODE 100
      *--- (SIN OFERTA O FUERA DE ELLA) DEJA LA SOLICITUD NORMAL
      *
           MOVE '285-TOMAR-OFERTA' TO WS-AB-PARRAFO
           MOVE CL-CEDULA-CLIENTE TO CL-CEDULA-OC
           MOVE CL-ID-SOLICITUD   TO CL-ID-SOLICITUD-OC
           EXEC SQL
                UPDATE TAOFECRE
                SET    ESTADO_OC       = 'T'
                      ,ID_SOLICITUD_OC = :CL-ID-SOLICITUD-OC
                      ,FECHA_ESTADO_OC = DATE(:WS-FN-FECHA)
                WHERE  CEDULA_OC = :CL-CEDULA-OC
                       AND ESTADO_OC = 'V'
                       AND FECHA_VENCE_OC >= DATE(:WS-FN-FECHA)
                       AND MONTO_OC >= :CL-MONTO-SL
                       AND PLAZO_MESES_OC >= :CL-PLAZO-MESES-SL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-FALLO-TRANSACCION
           END-IF.

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
                MAP('SOLCMP')
                ERASE
                FROM(SOLCMPO)
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
                TRANSID('SOLC')
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
