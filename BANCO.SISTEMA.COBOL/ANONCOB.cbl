      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH ANUAL DE ANONIMIZACION DE EX     *
      *   CLIENTES VENCIDO EL PLAZO LEGAL DE RETENCION    *
      *   DE DATOS PERSONALES - SISTEMA BANCARIO          *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ANONCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *--- EL RPTOUT ES EL CERTIFICADO DE ANONIMIZACION: LO FIRMA EL
      *--- SUPERVISOR Y LO ARCHIVA CUMPLIMIENTO. LLEVA LA CEDULA Y EL
      *--- NOMBRE QUE SE BORRARON, ASI QUE NO SE CARGA AL REPOSITORIO
      *--- DE REPORTES EN LINEA
      *
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
      *
      *--- EX CLIENTES: DADOS DE ALTA ANTES DEL CORTE DE RETENCION, SIN
      *--- NINGUNA CUENTA ABIERTA (NI COMO TITULAR PRINCIPAL EN TACUENT
      *--- NI COMO TITULAR CONJUNTO EN TATITULAR) Y AUN NO
      *--- ANONIMIZADOS. UN CLIENTE ANONIMIZADO QUEDA CON
      *--- TIPO_DOCUMENTO 'AN' Y UNA CEDULA FICTICIA 'AN' + 8 DIGITOS,
      *--- ASI QUE SALE SOLO DEL CURSOR: EL PROCESO NO LLEVA CONTROL DE
      *--- CORRIDA (TARUNCTL) PORQUE SE PUEDE RELANZAR SIN DANO Y UNA
      *--- CORRIDA CAIDA SE RETOMA DONDE QUEDO. WITH HOLD PORQUE SE
      *--- CONFIRMA POR LOTES
      *
           EXEC SQL
                DECLARE C_EXCLIENTES CURSOR WITH HOLD FOR
                SELECT
                   M.CEDULA_CLIENTE_M
                  ,M.NOMBRE_LEGAL
                  ,M.TIPO_DOCUMENTO
                FROM
                   TACLIENT M
                WHERE
                   M.TIPO_DOCUMENTO <> 'AN'
                   AND DATE(M.FECHA_ALTA_M) < DATE(:WS-AN-CORTE)
                   AND NOT EXISTS
                      (SELECT 1
                       FROM   TACUENT C
                       WHERE  C.CEDULA_CLIENTE = M.CEDULA_CLIENTE_M
                         AND  C.ESTADO_CUENTA <> 'C')
                   AND NOT EXISTS
                      (SELECT 1
                       FROM   TATITULAR H
                             ,TACUENT C
                       WHERE  H.CEDULA_CLIENTE_H = M.CEDULA_CLIENTE_M
                         AND  C.NUMERO_CUENTA = H.NUMERO_CUENTA_H
                         AND  C.ESTADO_CUENTA <> 'C')
                ORDER BY
                   M.CEDULA_CLIENTE_M
           END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1    MODO: 'R' CORRIDA REAL; CUALQUIER OTRO VALOR ES
      *---           SIMULACION (SOLO REPORTA A QUIEN SE ANONIMIZARIA)
      *--- POS  2-4  SUPERVISOR QUE AUTORIZA (TAOPERA, ROL 'S')
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-MODO            PIC X(1).
              88 WS-CORRIDA-REAL                      VALUE 'R'.
           03 WS-PARM-SUPERVISOR      PIC X(3).
           03 FILLER                  PIC X(76).

       01  WS-VARIABLES.
           03 WS-AN-CORTE             PIC X(10).
           03 WS-AN-ANOS              PIC S9(4)       COMP.
           03 WS-AN-CEDULA            PIC X(10).
           03 WS-AN-FILAS             PIC S9(9)       COMP.
           03 WS-AN-MOTIVO            PIC X(40).
      *
      *--- CEDULA FICTICIA: 'AN' + SECUENCIA DE 8 DIGITOS QUE SIGUE A
      *--- LA MAYOR YA ASIGNADA. NO SE PUEDE DEVOLVER A LA CEDULA REAL
      *
           03 WS-AN-TOKEN             PIC X(10).
           03 WS-AN-TOKEN-R REDEFINES WS-AN-TOKEN.
              05 WS-AN-TOKEN-PREFIJO  PIC X(2).
              05 WS-AN-TOKEN-NUMERO   PIC 9(8).
           03 WS-AN-ULTIMO-TOKEN      PIC X(8).
           03 WS-DESDE-COMMIT         PIC 9(4)        VALUE 0.
           03 WS-LEIDOS               PIC 9(9)        VALUE 0.
           03 WS-EN-PLAZO             PIC 9(9)        VALUE 0.
           03 WS-RETENIDOS            PIC 9(9)        VALUE 0.
           03 WS-ANONIMIZADOS         PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ANONCOB'.
          03 WC-LOTE-COMMIT           PIC 9(4)     VALUE 500.
          03 WC-NOMBRE-ANONIMO        PIC X(50)    VALUE
             'CLIENTE ANONIMIZADO'.
      *
      *--- PLAZO LEGAL DE RETENCION EN ANOS, CONTADO HACIA ATRAS DESDE
      *--- LA FECHA DE NEGOCIO; SE REFRESCA DESDE TAPARAM
      *--- (ANOS-RETENCION-DATOS)
      *
          03 WC-ANOS-RETENCION        PIC 9(3)     VALUE 10.

       COPY FECNEGCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           IF NOT WS-CORRIDA-REAL
              MOVE 'S' TO WS-PARM-MODO
           END-IF
           PERFORM 870-LEER-FECHA-NEGOCIO
           MOVE 'ANOS-RETENCION-DATOS' TO CL-PARAM-CLAVE
           MOVE WC-ANOS-RETENCION TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-ANOS-RETENCION
           MOVE WC-ANOS-RETENCION TO WS-AN-ANOS
           OPEN OUTPUT RPT-FILE
           PERFORM 110-VALIDAR-SUPERVISOR
           PERFORM 120-CALCULAR-CORTE
           PERFORM 130-ULTIMO-TOKEN
           MOVE 'CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'FECHA DE NEGOCIO: '        DELIMITED BY SIZE
                  WS-FN-FECHA                 DELIMITED BY SIZE
                  '   CORTE DE RETENCION: '   DELIMITED BY SIZE
                  WS-AN-CORTE                 DELIMITED BY SIZE
                  '   SUPERVISOR: '           DELIMITED BY SIZE
                  WS-PARM-SUPERVISOR          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE 'CORRIDA REAL' TO RPT-LINEA
           ELSE
              MOVE 'SIMULACION: SOLO SE REPORTA, NO SE ANONIMIZA NADA'
                   TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       110-VALIDAR-SUPERVISOR.
      *
      *--- BORRAR DATOS PERSONALES ES IRREVERSIBLE: LO AUTORIZA UN
      *--- SUPERVISOR ACTIVO, IGUAL QUE LA REVERSA DE CORRIDAS DE
      *--- BKOTCOB; QUEDA COMO USUARIO DE LA ACTUALIZACION DE TACONTAC
      *
           MOVE WS-PARM-SUPERVISOR TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
                      ,ESTADO_OPERADOR
                INTO   :CL-ROL-OPERADOR
                      ,:CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF CL-ROL-OPERADOR NOT = 'S'
                        OR CL-ESTADO-OPERADOR NOT = 'A'
                        MOVE 'ABORTADO: EL OPERADOR NO ES SUPERVISOR'
                             TO RPT-LINEA
                        PERFORM 190-ABORTAR
                     END-IF
                WHEN 100
                     MOVE 'ABORTADO: SUPERVISOR NO EXISTE EN TAOPERA'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       120-CALCULAR-CORTE.
           EXEC SQL
                SELECT CHAR(DATE(:WS-FN-FECHA) - :WS-AN-ANOS YEARS, ISO)
                INTO   :WS-AN-CORTE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       130-ULTIMO-TOKEN.
           EXEC SQL
                SELECT COALESCE(MAX(SUBSTR(CEDULA_CLIENTE_M, 3, 8)),
                                '00000000')
                INTO   :WS-AN-ULTIMO-TOKEN
                FROM   TACLIENT
                WHERE  TIPO_DOCUMENTO = 'AN'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'AN'               TO WS-AN-TOKEN-PREFIJO
           MOVE WS-AN-ULTIMO-TOKEN TO WS-AN-TOKEN-NUMERO.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           EXEC SQL OPEN C_EXCLIENTES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_EXCLIENTES INTO
                      :CL-CEDULA-CLIENTE-M
                     ,:CL-NOMBRE-LEGAL
                     ,:CL-TIPO-DOCUMENTO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-LEIDOS
                        MOVE CL-CEDULA-CLIENTE-M TO WS-AN-CEDULA
                        PERFORM 210-EVALUAR-CLIENTE
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_EXCLIENTES END-EXEC
           EXEC SQL COMMIT END-EXEC.

       210-EVALUAR-CLIENTE.
      *
      *--- QUIEN AUN TIENE MOVIMIENTO DENTRO DEL PLAZO SOLO SE CUENTA:
      *--- LE LLEGARA SU TURNO EN UNA CORRIDA POSTERIOR
      *
           PERFORM 220-VERIFICAR-ACTIVIDAD
           IF WS-AN-FILAS > 0
              ADD 1 TO WS-EN-PLAZO
           ELSE
              PERFORM 230-VERIFICAR-RETENCIONES
              IF WS-AN-MOTIVO NOT = SPACES
                 ADD 1 TO WS-RETENIDOS
                 PERFORM 250-ESCRIBIR-RETENIDO
              ELSE
                 IF WS-CORRIDA-REAL
                    PERFORM 260-ANONIMIZAR-CLIENTE
                    PERFORM 290-COMMIT-POR-LOTE
                 END-IF
                 ADD 1 TO WS-ANONIMIZADOS
                 PERFORM 255-ESCRIBIR-CERTIFICADO
              END-IF
           END-IF.

       220-VERIFICAR-ACTIVIDAD.
      *
      *--- ULTIMA RELACION: MOVIMIENTOS (VIGENTES O YA ARCHIVADOS EN
      *--- TATRANHS) Y CAMBIOS DE ESTADO, COMO EL CIERRE, EN TAESTLOG,
      *--- SOBRE CUALQUIER CUENTA DE LA QUE FUE TITULAR
      *
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-AN-FILAS
                FROM   TATRANS T
                WHERE  DATE(T.FECHA_HORA) >= DATE(:WS-AN-CORTE)
                  AND (T.NUMERO_CUENTA_T IN
                         (SELECT NUMERO_CUENTA
                          FROM   TACUENT
                          WHERE  CEDULA_CLIENTE = :WS-AN-CEDULA)
                       OR T.NUMERO_CUENTA_T IN
                         (SELECT NUMERO_CUENTA_H
                          FROM   TATITULAR
                          WHERE  CEDULA_CLIENTE_H = :WS-AN-CEDULA))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-AN-FILAS = 0
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-AN-FILAS
                   FROM   TATRANHS T
                   WHERE  DATE(T.FECHA_HORA_H) >= DATE(:WS-AN-CORTE)
                     AND (T.NUMERO_CUENTA_H IN
                            (SELECT NUMERO_CUENTA
                             FROM   TACUENT
                             WHERE  CEDULA_CLIENTE = :WS-AN-CEDULA)
                          OR T.NUMERO_CUENTA_H IN
                            (SELECT NUMERO_CUENTA_H
                             FROM   TATITULAR
                             WHERE  CEDULA_CLIENTE_H = :WS-AN-CEDULA))
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF
           IF WS-AN-FILAS = 0
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-AN-FILAS
                   FROM   TAESTLOG L
                   WHERE  DATE(L.FECHA_HORA) >= DATE(:WS-AN-CORTE)
                     AND (L.NUMERO_CUENTA_L IN
                            (SELECT NUMERO_CUENTA
                             FROM   TACUENT
                             WHERE  CEDULA_CLIENTE = :WS-AN-CEDULA)
                          OR L.NUMERO_CUENTA_L IN
                            (SELECT NUMERO_CUENTA_H
                             FROM   TATITULAR
                             WHERE  CEDULA_CLIENTE_H = :WS-AN-CEDULA))
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       230-VERIFICAR-RETENCIONES.
      *
      *--- RETENCIONES QUE IMPIDEN BORRAR LA IDENTIDAD AUNQUE EL PLAZO
      *--- HAYA VENCIDO, EN ORDEN DE PRIORIDAD; SE INFORMA LA PRIMERA.
      *--- LAS DE CUENTA MIRAN TODAS LAS CUENTAS DE LAS QUE FUE
      *--- TITULAR. UN REGISTRO DUPLICADO (CEDULA_FUSIONADA) ESPERA A
      *--- QUE SE ANONIMICE EL CLIENTE EN QUE SE FUSIONO, QUE AL
      *--- ANONIMIZARSE LE PASA SU CEDULA FICTICIA (VER 262)
      *
           EXEC SQL
                SELECT
                   CASE
                   WHEN M.ESTADO_SUCESION = 'F'
                        THEN 'SUCESION EN CURSO'
                   WHEN EXISTS
                      (SELECT 1 FROM TAEMBARG E
                       WHERE  E.ESTADO_EM = 'A'
                         AND (E.NUMERO_CUENTA_EM IN
                                (SELECT NUMERO_CUENTA FROM TACUENT
                                 WHERE CEDULA_CLIENTE = :WS-AN-CEDULA)
                              OR E.NUMERO_CUENTA_EM IN
                                (SELECT NUMERO_CUENTA_H FROM TATITULAR
                                 WHERE CEDULA_CLIENTE_H =
                                       :WS-AN-CEDULA)))
                        THEN 'EMBARGO ACTIVO'
                   WHEN EXISTS
                      (SELECT 1 FROM TADISPUT D
                       WHERE  D.ESTADO_DP IN ('A', 'C')
                         AND (D.NUMERO_CUENTA_DP IN
                                (SELECT NUMERO_CUENTA FROM TACUENT
                                 WHERE CEDULA_CLIENTE = :WS-AN-CEDULA)
                              OR D.NUMERO_CUENTA_DP IN
                                (SELECT NUMERO_CUENTA_H FROM TATITULAR
                                 WHERE CEDULA_CLIENTE_H =
                                       :WS-AN-CEDULA)))
                        THEN 'DISPUTA ABIERTA'
                   WHEN EXISTS
                      (SELECT 1 FROM TAQUEJA Q
                       WHERE  Q.ESTADO_QJ <> 'C'
                         AND (Q.NUMERO_CUENTA_QJ IN
                                (SELECT NUMERO_CUENTA FROM TACUENT
                                 WHERE CEDULA_CLIENTE = :WS-AN-CEDULA)
                              OR Q.NUMERO_CUENTA_QJ IN
                                (SELECT NUMERO_CUENTA_H FROM TATITULAR
                                 WHERE CEDULA_CLIENTE_H =
                                       :WS-AN-CEDULA)))
                        THEN 'QUEJA ABIERTA'
                   WHEN EXISTS
                      (SELECT 1 FROM TAPRESTA P
                       WHERE  P.ESTADO_LN IN ('V', 'C')
                         AND (P.NUMERO_CUENTA_LN IN
                                (SELECT NUMERO_CUENTA FROM TACUENT
                                 WHERE CEDULA_CLIENTE = :WS-AN-CEDULA)
                              OR P.NUMERO_CUENTA_LN IN
                                (SELECT NUMERO_CUENTA_H FROM TATITULAR
                                 WHERE CEDULA_CLIENTE_H =
                                       :WS-AN-CEDULA)))
                        THEN 'PRESTAMO VIGENTE O CASTIGADO'
                   WHEN EXISTS
                      (SELECT 1 FROM TAGARANT G, TAPRESTA P
                       WHERE  G.CEDULA_CODEUDOR_GR = :WS-AN-CEDULA
                         AND  G.TIPO_GARANTIA_GR = 'D'
                         AND  G.ESTADO_GR = 'A'
                         AND  P.ID_PRESTAMO = G.ID_PRESTAMO_GR
                         AND  P.ESTADO_LN IN ('V', 'C'))
                        THEN 'CODEUDOR DE PRESTAMO VIGENTE'
                   WHEN EXISTS
                      (SELECT 1 FROM TAPLAZO Z
                       WHERE  Z.ESTADO_PZ = 'V'
                         AND (Z.NUMERO_CUENTA_PZ IN
                                (SELECT NUMERO_CUENTA FROM TACUENT
                                 WHERE CEDULA_CLIENTE = :WS-AN-CEDULA)
                              OR Z.NUMERO_CUENTA_PZ IN
                                (SELECT NUMERO_CUENTA_H FROM TATITULAR
                                 WHERE CEDULA_CLIENTE_H =
                                       :WS-AN-CEDULA)))
                        THEN 'CDT VIGENTE'
                   WHEN EXISTS
                      (SELECT 1 FROM TAMANDAT A
                       WHERE  A.CEDULA_APODERADO_MD = :WS-AN-CEDULA
                         AND  A.ESTADO_MD = 'A')
                        THEN 'APODERADO CON PODER VIGENTE'
                   WHEN EXISTS
                      (SELECT 1 FROM TACAJFU F
                       WHERE  F.CEDULA_CLIENTE_CF = :WS-AN-CEDULA
                         AND  F.ESTADO_CF <> 'V')
                        THEN 'CAJILLA DE SEGURIDAD ARRENDADA'
                   WHEN EXISTS
                      (SELECT 1 FROM TACLIENT W
                       WHERE  W.CEDULA_TUTOR = :WS-AN-CEDULA
                         AND  W.TIPO_DOCUMENTO <> 'AN')
                        THEN 'TUTOR DE UN CLIENTE VIGENTE'
                   WHEN EXISTS
                      (SELECT 1 FROM TAHABDAT S
                       WHERE  S.CEDULA_HD = :WS-AN-CEDULA
                         AND  S.ESTADO_HD = 'G')
                        THEN 'SOLICITUD HABEAS DATA SIN ENTREGAR'
                   WHEN EXISTS
                      (SELECT 1 FROM TACLIENT V
                       WHERE  V.CEDULA_CLIENTE_M = M.CEDULA_FUSIONADA
                         AND  V.TIPO_DOCUMENTO <> 'AN')
                        THEN 'FUSIONADO EN UN CLIENTE VIGENTE'
                   ELSE ' '
                   END
                INTO
                   :WS-AN-MOTIVO
                FROM
                   TACLIENT M
                WHERE
                   M.CEDULA_CLIENTE_M = :WS-AN-CEDULA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       250-ESCRIBIR-RETENIDO.
           MOVE SPACES TO RPT-LINEA
           STRING 'CEDULA '           DELIMITED BY SIZE
                  WS-AN-CEDULA        DELIMITED BY SIZE
                  ' RETENIDA: '       DELIMITED BY SIZE
                  WS-AN-MOTIVO        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       255-ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO RPT-LINEA
           STRING 'CEDULA '           DELIMITED BY SIZE
                  WS-AN-CEDULA        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CL-TIPO-DOCUMENTO   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CL-NOMBRE-LEGAL     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           IF WS-CORRIDA-REAL
              MOVE 'ANONIMIZADO' TO RPT-LINEA(75:11)
           ELSE
              MOVE 'SE ANONIMIZARIA' TO RPT-LINEA(75:15)
           END-IF
           WRITE RPT-LINEA.

       260-ANONIMIZAR-CLIENTE.
      *
      *--- LA CEDULA REAL SE REEMPLAZA POR LA FICTICIA EN TODA TABLA
      *--- QUE LA LLEVE, Y SE BORRAN NOMBRE, CONTACTO Y DIRECCION. LA
      *--- HISTORIA FINANCIERA (TATRANS, TATRANHS, SALDOS, PRESTAMOS,
      *--- CDT) CUELGA DE LA CUENTA Y QUEDA INTACTA, IGUAL QUE LOS
      *--- DATOS ESTADISTICOS DEL MAESTRO (ACTIVIDAD, VOLUMEN, RIESGO,
      *--- OFICIAL, CIUDAD Y ANO DE NACIMIENTO)
      *
           PERFORM 261-SIGUIENTE-TOKEN
           PERFORM 262-ANONIMIZAR-MAESTRO
           PERFORM 263-ANONIMIZAR-CUENTAS
           PERFORM 264-ANONIMIZAR-SATELITES.

       261-SIGUIENTE-TOKEN.
           MOVE 1 TO WS-AN-FILAS
           PERFORM UNTIL WS-AN-FILAS = 0
              ADD 1 TO WS-AN-TOKEN-NUMERO
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-AN-FILAS
                   FROM   TACLIENT
                   WHERE  CEDULA_CLIENTE_M = :WS-AN-TOKEN
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-PERFORM.

       262-ANONIMIZAR-MAESTRO.
           EXEC SQL
                UPDATE TACLIENT
                SET    CEDULA_CLIENTE_M = :WS-AN-TOKEN
                      ,NOMBRE_LEGAL     = :WC-NOMBRE-ANONIMO
                      ,TIPO_DOCUMENTO   = 'AN'
                      ,FECHA_NACIMIENTO = FECHA_NACIMIENTO -
                              (DAYOFYEAR(FECHA_NACIMIENTO) - 1) DAYS
                      ,CEDULA_TUTOR     = ' '
                      ,TIN_FISCAL_1     = ' '
                      ,TIN_FISCAL_2     = ' '
                WHERE  CEDULA_CLIENTE_M = :WS-AN-CEDULA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- LOS DUPLICADOS FUSIONADOS EN ESTE CLIENTE QUEDAN APUNTANDO A
      *--- SU CEDULA FICTICIA Y SE ANONIMIZAN EN LA SIGUIENTE CORRIDA
      *
           EXEC SQL
                UPDATE TACLIENT
                SET    CEDULA_FUSIONADA = :WS-AN-TOKEN
                WHERE  CEDULA_FUSIONADA = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TACONTAC
                SET    CEDULA_CLIENTE_C    = :WS-AN-TOKEN
                      ,TELEFONO            = ' '
                      ,EMAIL               = ' '
                      ,DIRECCION1          = ' '
                      ,DIRECCION2          = ' '
                      ,FECHA_ACTUALIZACION = CURRENT TIMESTAMP
                      ,USUARIO_ACTUALIZA   = :WS-PARM-SUPERVISOR
                WHERE  CEDULA_CLIENTE_C = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION.

       263-ANONIMIZAR-CUENTAS.
           EXEC SQL
                UPDATE TACUENT
                SET    CEDULA_CLIENTE = :WS-AN-TOKEN
                      ,NOMBRE_CLIENTE = :WC-NOMBRE-ANONIMO
                WHERE  CEDULA_CLIENTE = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TATITULAR
                SET    CEDULA_CLIENTE_H = :WS-AN-TOKEN
                WHERE  CEDULA_CLIENTE_H = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION.

       264-ANONIMIZAR-SATELITES.
      *
      *--- TAWATCHL (LISTAS RESTRICTIVAS EXTERNAS) NO ES DATO DEL
      *--- CLIENTE Y NO SE TOCA
      *
           EXEC SQL
                UPDATE TAMANDAT
                SET    CEDULA_APODERADO_MD = :WS-AN-TOKEN
                      ,NOMBRE_APODERADO_MD = :WC-NOMBRE-ANONIMO
                WHERE  CEDULA_APODERADO_MD = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TAGARANT
                SET    CEDULA_CODEUDOR_GR = :WS-AN-TOKEN
                WHERE  CEDULA_CODEUDOR_GR = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TASOLCRE
                SET    CEDULA_SL = :WS-AN-TOKEN
                WHERE  CEDULA_SL = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TACRBREP
                SET    CEDULA_CB = :WS-AN-TOKEN
                      ,NOMBRE_CB = :WC-NOMBRE-ANONIMO
                WHERE  CEDULA_CB = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TAOFIHST
                SET    CEDULA_CLIENTE_OF = :WS-AN-TOKEN
                WHERE  CEDULA_CLIENTE_OF = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TANOTIF
                SET    CEDULA_DESTINO_N = :WS-AN-TOKEN
                WHERE  CEDULA_DESTINO_N = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TAGMFEXE
                SET    CEDULA_GX = :WS-AN-TOKEN
                WHERE  CEDULA_GX = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TAGMFACU
                SET    CEDULA_GA = :WS-AN-TOKEN
                WHERE  CEDULA_GA = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TACAJFU
                SET    CEDULA_CLIENTE_CF = :WS-AN-TOKEN
                WHERE  CEDULA_CLIENTE_CF = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TACAJVIS
                SET    CEDULA_VJ = :WS-AN-TOKEN
                WHERE  CEDULA_VJ = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TAHABDAT
                SET    CEDULA_HD = :WS-AN-TOKEN
                WHERE  CEDULA_HD = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TACONSEN
                SET    CEDULA_CS = :WS-AN-TOKEN
                WHERE  CEDULA_CS = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TACONSHS
                SET    CEDULA_CH = :WS-AN-TOKEN
                WHERE  CEDULA_CH = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION
           EXEC SQL
                UPDATE TADECCAM
                SET    NUMERO_DOC_DX = :WS-AN-TOKEN
                      ,NOMBRE_DX     = :WC-NOMBRE-ANONIMO
                WHERE  NUMERO_DOC_DX = :WS-AN-CEDULA
           END-EXEC
           PERFORM 269-VERIFICAR-ACTUALIZACION.

       269-VERIFICAR-ACTUALIZACION.
      *
      *--- UNA TABLA SIN FILAS DEL CLIENTE (SQLCODE 100) ES NORMAL
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF.

       290-COMMIT-POR-LOTE.
           ADD 1 TO WS-DESDE-COMMIT
           IF WS-DESDE-COMMIT >= WC-LOTE-COMMIT
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-DESDE-COMMIT
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-LEIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'EX CLIENTES SIN CUENTAS ABIERTAS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED                       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-EN-PLAZO TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CON MOVIMIENTO DENTRO DEL PLAZO:   '
                                                 DELIMITED BY SIZE
                  WS-CONTADOR-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-RETENIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'RETENIDOS POR CAUSA LEGAL:         '
                                                 DELIMITED BY SIZE
                  WS-CONTADOR-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-ANONIMIZADOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           IF WS-CORRIDA-REAL
              STRING 'ANONIMIZADOS:                      '
                                                    DELIMITED BY SIZE
                     WS-CONTADOR-ED                 DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           ELSE
              STRING 'SE ANONIMIZARIAN:                  '
                                                    DELIMITED BY SIZE
                     WS-CONTADOR-ED                 DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           END-IF
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE SPACES TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 'SE CERTIFICA QUE LOS DATOS PERSONALES DE LAS'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 'CEDULAS MARCADAS ANONIMIZADO FUERON REEMPLAZADOS'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 'POR IDENTIFICADORES ANONIMOS NO REVERSIBLES.'
                   TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE SPACES TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 'FIRMA DEL SUPERVISOR: _________________________'
                   TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           CLOSE RPT-FILE
           STOP RUN.

       COPY FECNEGPR.
       COPY PARMCTPR.

       999-ERROR-DB2.
      *
      *--- SE DESHACE HASTA EL ULTIMO LOTE CONFIRMADO; LA CORRIDA SE
      *--- RELANZA TAL CUAL Y SIGUE CON LOS QUE FALTAN
      *
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           EXEC SQL ROLLBACK END-EXEC
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.
