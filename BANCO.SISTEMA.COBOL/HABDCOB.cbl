      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH SOLICITUDES DE HABEAS DATA:      *
      *   EXPEDIENTE DE DATOS PERSONALES DE UNA CEDULA    *
      *   Y REGISTRO DE LA SOLICITUD - SISTEMA BANCARIO   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. HABDCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *--- EL RPTOUT ES EL EXPEDIENTE QUE SE LE ENTREGA AL CLIENTE:
      *--- LLEVA DATOS PERSONALES Y NO SE CARGA AL REPOSITORIO DE
      *--- REPORTES EN LINEA
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
           EXEC SQL INCLUDE TAFERIAD END-EXEC.
           EXEC SQL INCLUDE TAHABDAT END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TAMANDAT END-EXEC.
           EXEC SQL INCLUDE TATARJ END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAQUEJA END-EXEC.
           EXEC SQL INCLUDE TAALERTA END-EXEC.
           EXEC SQL INCLUDE TAACCLOG END-EXEC.
           EXEC SQL INCLUDE TACONSEN END-EXEC.
           EXEC SQL INCLUDE TADECCAM END-EXEC.
      *
      *--- CUENTAS DE LAS QUE LA PERSONA ES TITULAR: TODA CUENTA DONDE
      *--- APARECE EN TATITULAR, MAS AQUELLAS DONDE ES EL TITULAR
      *--- PRINCIPAL DE TACUENT SIN FILA EN TATITULAR. DE ESTAS SALEN
      *--- TARJETAS, PRESTAMOS, CDT, QUEJAS, ALERTAS Y ACCESOS. DE LAS
      *--- CUENTAS DONDE SOLO ES APODERADO (TAMANDAT) SE INFORMA EL
      *--- PODER Y NADA MAS: EL RESTO ES DATO DEL TITULAR, NO SUYO
      *
           EXEC SQL
                DECLARE C_CUENTAS CURSOR FOR
                SELECT
                   C.NUMERO_CUENTA
                  ,H.ROL_TITULAR
                  ,C.ESTADO_CUENTA
                  ,C.SALDO
                  ,C.MONEDA_CUENTA
                  ,C.CODIGO_PRODUCTO
                  ,C.SUCURSAL_CUENTA
                  ,C.FECHA_APERTURA
                FROM
                   TATITULAR H
                  ,TACUENT C
                WHERE
                   H.CEDULA_CLIENTE_H = :CL-CEDULA-HD
                   AND C.NUMERO_CUENTA = H.NUMERO_CUENTA_H
                UNION ALL
                SELECT
                   C.NUMERO_CUENTA
                  ,'TITULAR PRINCIPAL'
                  ,C.ESTADO_CUENTA
                  ,C.SALDO
                  ,C.MONEDA_CUENTA
                  ,C.CODIGO_PRODUCTO
                  ,C.SUCURSAL_CUENTA
                  ,C.FECHA_APERTURA
                FROM
                   TACUENT C
                WHERE
                   C.CEDULA_CLIENTE = :CL-CEDULA-HD
                   AND NOT EXISTS
                      (SELECT 1
                       FROM   TATITULAR H
                       WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                         AND  H.CEDULA_CLIENTE_H = :CL-CEDULA-HD)
                ORDER BY 1
           END-EXEC.

           EXEC SQL
                DECLARE C_PODERES CURSOR FOR
                SELECT
                   NUMERO_CUENTA_MD
                  ,NOMBRE_APODERADO_MD
                  ,ALCANCE_MD
                  ,TOPE_MD
                  ,FECHA_VENCE_MD
                  ,ESTADO_MD
                  ,FECHA_ALTA_MD
                FROM
                   TAMANDAT
                WHERE
                   CEDULA_APODERADO_MD = :CL-CEDULA-HD
                ORDER BY
                   NUMERO_CUENTA_MD
                  ,ID_MANDATO
           END-EXEC.

           EXEC SQL
                DECLARE C_TARJETAS CURSOR FOR
                SELECT
                   NUMERO_TARJETA
                  ,NUMERO_CUENTA_TJ
                  ,ESTADO_TJ
                  ,FECHA_VENCIM_TJ
                  ,LIMITE_ATM_TJ
                FROM
                   TATARJ
                WHERE
                   NUMERO_CUENTA_TJ IN
                      (SELECT NUMERO_CUENTA_H
                       FROM   TATITULAR
                       WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-HD)
                   OR NUMERO_CUENTA_TJ IN
                      (SELECT NUMERO_CUENTA
                       FROM   TACUENT
                       WHERE  CEDULA_CLIENTE = :CL-CEDULA-HD)
                ORDER BY
                   NUMERO_CUENTA_TJ
                  ,NUMERO_TARJETA
           END-EXEC.

           EXEC SQL
                DECLARE C_PRESTAMOS CURSOR FOR
                SELECT
                   ID_PRESTAMO
                  ,NUMERO_CUENTA_LN
                  ,MONTO_LN
                  ,SALDO_CAPITAL_LN
                  ,FECHA_DESEMBOLSO_LN
                  ,ESTADO_LN
                FROM
                   TAPRESTA
                WHERE
                   NUMERO_CUENTA_LN IN
                      (SELECT NUMERO_CUENTA_H
                       FROM   TATITULAR
                       WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-HD)
                   OR NUMERO_CUENTA_LN IN
                      (SELECT NUMERO_CUENTA
                       FROM   TACUENT
                       WHERE  CEDULA_CLIENTE = :CL-CEDULA-HD)
                ORDER BY
                   ID_PRESTAMO
           END-EXEC.

           EXEC SQL
                DECLARE C_PLAZOS CURSOR FOR
                SELECT
                   ID_PLAZO
                  ,NUMERO_CUENTA_PZ
                  ,MONTO_PZ
                  ,FECHA_APERTURA_PZ
                  ,FECHA_VENCIMIENTO_PZ
                  ,ESTADO_PZ
                FROM
                   TAPLAZO
                WHERE
                   NUMERO_CUENTA_PZ IN
                      (SELECT NUMERO_CUENTA_H
                       FROM   TATITULAR
                       WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-HD)
                   OR NUMERO_CUENTA_PZ IN
                      (SELECT NUMERO_CUENTA
                       FROM   TACUENT
                       WHERE  CEDULA_CLIENTE = :CL-CEDULA-HD)
                ORDER BY
                   ID_PLAZO
           END-EXEC.

           EXEC SQL
                DECLARE C_QUEJAS CURSOR FOR
                SELECT
                   ID_QUEJA
                  ,NUMERO_CUENTA_QJ
                  ,CATEGORIA_QJ
                  ,ESTADO_QJ
                  ,CHAR(DATE(FECHA_APERTURA_QJ), ISO)
                  ,DESCRIPCION_QJ
                FROM
                   TAQUEJA
                WHERE
                   NUMERO_CUENTA_QJ IN
                      (SELECT NUMERO_CUENTA_H
                       FROM   TATITULAR
                       WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-HD)
                   OR NUMERO_CUENTA_QJ IN
                      (SELECT NUMERO_CUENTA
                       FROM   TACUENT
                       WHERE  CEDULA_CLIENTE = :CL-CEDULA-HD)
                ORDER BY
                   ID_QUEJA
           END-EXEC.

           EXEC SQL
                DECLARE C_ALERTAS CURSOR FOR
                SELECT
                   NUMERO_CUENTA_SB
                  ,TIPO_REGLA_SB
                  ,UMBRAL_SB
                  ,ESTADO_SB
                  ,CHAR(DATE(FECHA_ALTA_SB), ISO)
                FROM
                   TAALERTA
                WHERE
                   NUMERO_CUENTA_SB IN
                      (SELECT NUMERO_CUENTA_H
                       FROM   TATITULAR
                       WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-HD)
                   OR NUMERO_CUENTA_SB IN
                      (SELECT NUMERO_CUENTA
                       FROM   TACUENT
                       WHERE  CEDULA_CLIENTE = :CL-CEDULA-HD)
                ORDER BY
                   NUMERO_CUENTA_SB
                  ,ID_ALERTA_SB
           END-EXEC.

           EXEC SQL
                DECLARE C_ACCESOS CURSOR FOR
                SELECT
                   NUMERO_CUENTA_AL
                  ,FECHA_HORA_AL
                  ,USUARIO_AL
                  ,TERMINAL_AL
                  ,TRANSACCION_AL
                FROM
                   TAACCLOG
                WHERE
                   NUMERO_CUENTA_AL IN
                      (SELECT NUMERO_CUENTA_H
                       FROM   TATITULAR
                       WHERE  CEDULA_CLIENTE_H = :CL-CEDULA-HD)
                   OR NUMERO_CUENTA_AL IN
                      (SELECT NUMERO_CUENTA
                       FROM   TACUENT
                       WHERE  CEDULA_CLIENTE = :CL-CEDULA-HD)
                ORDER BY
                   FECHA_HORA_AL
                  ,NUMERO_CUENTA_AL
           END-EXEC.

           EXEC SQL
                DECLARE C_CONSENT CURSOR FOR
                SELECT
                   CANAL_CS
                  ,ESTADO_CS
                  ,ORIGEN_CS
                  ,FECHA_CS
                FROM
                   TACONSEN
                WHERE
                   CEDULA_CS = :CL-CEDULA-HD
                ORDER BY
                   CANAL_CS
           END-EXEC.

           EXEC SQL
                DECLARE C_DECLCAM CURSOR FOR
                SELECT
                   FECHA_NEGOCIO_DX
                  ,NUMERAL_DX
                  ,TIPO_OPERACION_DX
                  ,MONEDA_DX
                  ,MONTO_DIVISA_DX
                  ,NUMERO_CUENTA_DX
                  ,ESTADO_DX
                FROM
                   TADECCAM
                WHERE
                   NUMERO_DOC_DX = :CL-CEDULA-HD
                ORDER BY
                   FECHA_NEGOCIO_DX
                  ,ID_DECLARACION_DX
           END-EXEC.
      *
      *--- SOLICITUDES CON EXPEDIENTE GENERADO Y AUN SIN ENTREGAR
      *
           EXEC SQL
                DECLARE C_PENDIENTES CURSOR FOR
                SELECT
                   ID_SOLICITUD_HD
                  ,CEDULA_HD
                  ,FECHA_RECIBO_HD
                  ,FECHA_LIMITE_HD
                FROM
                   TAHABDAT
                WHERE
                   ESTADO_HD = 'G'
                ORDER BY
                   FECHA_LIMITE_HD
                  ,ID_SOLICITUD_HD
           END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1     ACCION: 'R' RADICAR LA SOLICITUD Y SACAR EL
      *---            EXPEDIENTE; 'E' ANOTAR LA ENTREGA AL CLIENTE
      *--- ACCION R:
      *--- POS  2-11  CEDULA DEL SOLICITANTE
      *--- POS 12-21  FECHA DE RECIBO AAAA-MM-DD; EN BLANCO LA FECHA
      *---            DE NEGOCIO VIGENTE
      *--- POS 22-24  OPERADOR QUE RADICA
      *--- ACCION E:
      *--- POS  2-10  NUMERO DE SOLICITUD (EL QUE DIO LA RADICACION)
      *--- POS 12-21  FECHA DE ENTREGA AAAA-MM-DD; EN BLANCO LA FECHA
      *---            DE NEGOCIO VIGENTE
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-ACCION          PIC X(1).
              88 WS-PARM-RADICAR                      VALUE 'R'.
              88 WS-PARM-ENTREGAR                     VALUE 'E'.
           03 WS-PARM-DATOS           PIC X(10).
           03 WS-PARM-CEDULA REDEFINES WS-PARM-DATOS
                                      PIC X(10).
           03 WS-PARM-SOLICITUD-X REDEFINES WS-PARM-DATOS.
              05 WS-PARM-SOLICITUD    PIC 9(9).
              05 FILLER               PIC X(1).
           03 WS-PARM-FECHA           PIC X(10).
           03 WS-PARM-OPERADOR        PIC X(3).
           03 FILLER                  PIC X(56).

       01  WS-VARIABLES.
           03 WS-DIAS-HABILES         PIC 9(3).
           03 WS-IDX                  PIC 9(3).
           03 WS-EN-SECCION           PIC 9(9)        VALUE 0.
           03 WS-PENDIENTES           PIC 9(9)        VALUE 0.
           03 WS-VENCIDAS             PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-NUMERO-ED            PIC ZZZZZZZZ9.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-MONTO2-ED            PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-TITULO-SECCION       PIC X(60).
           03 WS-FECHA-TEXTO          PIC X(10).
           03 WS-ROL                  PIC X(20).
           03 WS-TOPE                 PIC S9(13)V9(2) COMP-3.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'HABDCOB'.
      *
      *--- PLAZO LEGAL DE RESPUESTA EN DIAS HABILES; SE REFRESCA
      *--- DESDE TAPARAM (DIAS-HABEAS-DATA)
      *
          03 WC-DIAS-HABEAS-DATA      PIC 9(3)     VALUE 10.

       COPY FECNEGCP.
       COPY PARMCTCP.
       COPY FERIACP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           PERFORM 870-LEER-FECHA-NEGOCIO
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           IF WS-PARM-FECHA = SPACES OR WS-PARM-FECHA = LOW-VALUES
              MOVE WS-FN-FECHA TO WS-PARM-FECHA
           END-IF
           MOVE 'DIAS-HABEAS-DATA' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-HABEAS-DATA TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-DIAS-HABILES
           OPEN OUTPUT RPT-FILE.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           EVALUATE TRUE
                WHEN WS-PARM-RADICAR
                     PERFORM 210-RADICAR-SOLICITUD
                     PERFORM 230-GENERAR-EXPEDIENTE
                WHEN WS-PARM-ENTREGAR
                     PERFORM 260-REGISTRAR-ENTREGA
                WHEN OTHER
                     MOVE 'ABORTADO: ACCION INVALIDA EN LA TARJETA'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
           END-EVALUATE
           PERFORM 270-LISTAR-PENDIENTES.

       210-RADICAR-SOLICITUD.
      *
      *--- SE RADICA AUNQUE LA CEDULA NO SEA CLIENTE: LA RESPUESTA
      *--- TAMBIEN ES OBLIGATORIA CUANDO NO TENEMOS NADA (O CUANDO
      *--- SOLO FIGURA COMO APODERADO)
      *
           IF WS-PARM-CEDULA = SPACES OR WS-PARM-CEDULA = LOW-VALUES
              MOVE 'ABORTADO: FALTA LA CEDULA EN LA TARJETA'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE WS-PARM-CEDULA   TO CL-CEDULA-HD
           MOVE WS-PARM-FECHA    TO CL-FECHA-RECIBO-HD
           MOVE WS-PARM-OPERADOR TO CL-USUARIO-HD
           PERFORM 220-CALCULAR-LIMITE
           EXEC SQL
                INSERT INTO TAHABDAT (
                    CEDULA_HD
                   ,FECHA_RECIBO_HD
                   ,FECHA_LIMITE_HD
                   ,FECHA_GENERADO_HD
                   ,ESTADO_HD
                   ,USUARIO_HD
                ) VALUES (
                    :CL-CEDULA-HD
                   ,:CL-FECHA-RECIBO-HD
                   ,:CL-FECHA-LIMITE-HD
                   ,CURRENT TIMESTAMP
                   ,'G'
                   ,:CL-USUARIO-HD
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-SOLICITUD-HD
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

       220-CALCULAR-LIMITE.
      *
      *--- EL PLAZO CORRE EN DIAS HABILES DESDE EL DIA SIGUIENTE AL
      *--- RECIBO: SE AVANZA UN DIA Y SE RUEDA AL HABIL SIGUIENTE,
      *--- TANTAS VECES COMO DIAS TENGA EL PLAZO
      *
           MOVE CL-FECHA-RECIBO-HD TO WS-FH-FECHA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DIAS-HABILES
              PERFORM 896-RODAR-UN-DIA
              PERFORM 895-SIGUIENTE-DIA-HABIL
           END-PERFORM
           MOVE WS-FH-FECHA TO CL-FECHA-LIMITE-HD.

       230-GENERAR-EXPEDIENTE.
           MOVE CL-ID-SOLICITUD-HD TO WS-NUMERO-ED
           MOVE 'EXPEDIENTE DE DATOS PERSONALES (HABEAS DATA)'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SOLICITUD: '        DELIMITED BY SIZE
                  WS-NUMERO-ED         DELIMITED BY SIZE
                  '   CEDULA: '        DELIMITED BY SIZE
                  CL-CEDULA-HD         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RECIBIDA: '         DELIMITED BY SIZE
                  CL-FECHA-RECIBO-HD   DELIMITED BY SIZE
                  '   FECHA LIMITE DE RESPUESTA: ' DELIMITED BY SIZE
                  CL-FECHA-LIMITE-HD   DELIMITED BY SIZE
                  '   CORTE: '         DELIMITED BY SIZE
                  WS-FN-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           PERFORM 231-DATOS-CLIENTE
           PERFORM 232-DATOS-CONTACTO
           PERFORM 233-CUENTAS
           PERFORM 234-PODERES
           PERFORM 235-TARJETAS
           PERFORM 236-PRESTAMOS
           PERFORM 237-PLAZOS
           PERFORM 238-QUEJAS
           PERFORM 239-ALERTAS
           PERFORM 240-ACCESOS
           PERFORM 241-CONSENTIMIENTOS
           PERFORM 242-DECLARACIONES-CAMBIO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'FIN DEL EXPEDIENTE' TO RPT-LINEA
           WRITE RPT-LINEA.

       231-DATOS-CLIENTE.
           MOVE 'DATOS DEL CLIENTE (TACLIENT)' TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           MOVE CL-CEDULA-HD TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                SELECT
                   NOMBRE_LEGAL
                  ,TIPO_DOCUMENTO
                  ,CHAR(DATE(FECHA_ALTA_M), ISO)
                  ,ESTADO_SUCESION
                  ,ACTIVIDAD_ECONOMICA
                  ,VOLUMEN_DECLARADO
                  ,RIESGO_KYC
                  ,FECHA_REVISION_KYC
                  ,CEDULA_FUSIONADA
                  ,OFICIAL_CUENTA
                  ,FECHA_NACIMIENTO
                  ,CEDULA_TUTOR
                  ,PAIS_FISCAL_1
                  ,TIN_FISCAL_1
                  ,PAIS_FISCAL_2
                  ,TIN_FISCAL_2
                  ,FECHA_AUTOCERT_FISCAL
                  ,INDICIO_FISCAL
                INTO
                   :CL-NOMBRE-LEGAL
                  ,:CL-TIPO-DOCUMENTO
                  ,:WS-FECHA-TEXTO
                  ,:CL-ESTADO-SUCESION
                  ,:CL-ACTIVIDAD-ECONOMICA
                  ,:CL-VOLUMEN-DECLARADO
                  ,:CL-RIESGO-KYC
                  ,:CL-FECHA-REVISION-KYC
                  ,:CL-CEDULA-FUSIONADA
                  ,:CL-OFICIAL-CUENTA
                  ,:CL-FECHA-NACIMIENTO
                  ,:CL-CEDULA-TUTOR
                  ,:CL-PAIS-FISCAL-1
                  ,:CL-TIN-FISCAL-1
                  ,:CL-PAIS-FISCAL-2
                  ,:CL-TIN-FISCAL-2
                  ,:CL-FECHA-AUTOCERT-FISCAL
                  ,:CL-INDICIO-FISCAL
                FROM
                   TACLIENT
                WHERE
                   CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SPACES TO RPT-LINEA
                     STRING '  NOMBRE: '         DELIMITED BY SIZE
                            CL-NOMBRE-LEGAL      DELIMITED BY SIZE
                            '  DOCUMENTO: '      DELIMITED BY SIZE
                            CL-TIPO-DOCUMENTO    DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     STRING '  NACIMIENTO: '     DELIMITED BY SIZE
                            CL-FECHA-NACIMIENTO  DELIMITED BY SIZE
                            '  CLIENTE DESDE: '  DELIMITED BY SIZE
                            WS-FECHA-TEXTO       DELIMITED BY SIZE
                            '  OFICIAL: '        DELIMITED BY SIZE
                            CL-OFICIAL-CUENTA    DELIMITED BY SIZE
                            '  SUCESION: '       DELIMITED BY SIZE
                            CL-ESTADO-SUCESION   DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE CL-VOLUMEN-DECLARADO TO WS-MONTO-ED
                     MOVE SPACES TO RPT-LINEA
                     STRING '  ACTIVIDAD: '      DELIMITED BY SIZE
                            CL-ACTIVIDAD-ECONOMICA DELIMITED BY SIZE
                            '  VOLUMEN DECLARADO: ' DELIMITED BY SIZE
                            WS-MONTO-ED          DELIMITED BY SIZE
                            '  RIESGO: '         DELIMITED BY SIZE
                            CL-RIESGO-KYC        DELIMITED BY SIZE
                            '  REVISION: '       DELIMITED BY SIZE
                            CL-FECHA-REVISION-KYC DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     STRING '  CEDULA FUSIONADA: ' DELIMITED BY SIZE
                            CL-CEDULA-FUSIONADA  DELIMITED BY SIZE
                            '  CEDULA DEL TUTOR: ' DELIMITED BY SIZE
                            CL-CEDULA-TUTOR      DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     STRING '  RESIDENCIA FISCAL: ' DELIMITED BY SIZE
                            CL-PAIS-FISCAL-1     DELIMITED BY SIZE
                            ' TIN '              DELIMITED BY SIZE
                            CL-TIN-FISCAL-1      DELIMITED BY SIZE
                            ' / '                DELIMITED BY SIZE
                            CL-PAIS-FISCAL-2     DELIMITED BY SIZE
                            ' TIN '              DELIMITED BY SIZE
                            CL-TIN-FISCAL-2      DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     STRING '  AUTOCERTIFICACION FISCAL: '
                                                 DELIMITED BY SIZE
                            CL-FECHA-AUTOCERT-FISCAL DELIMITED BY SIZE
                            '  INDICIOS PENDIENTES: ' DELIMITED BY SIZE
                            CL-INDICIO-FISCAL    DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                WHEN 100
                     MOVE '  SIN REGISTRO DE CLIENTE' TO RPT-LINEA
                     WRITE RPT-LINEA
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       232-DATOS-CONTACTO.
           MOVE 'DATOS DE CONTACTO (TACONTAC)' TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           MOVE CL-CEDULA-HD TO CL-CEDULA-CLIENTE-C
           EXEC SQL
                SELECT
                   TELEFONO
                  ,EMAIL
                  ,DIRECCION1
                  ,DIRECCION2
                  ,CIUDAD
                  ,CANAL_PREFERIDO
                  ,IDIOMA
                  ,PAIS_DIRECCION
                  ,TIPO_EXTRACTO
                  ,CHAR(DATE(FECHA_ACTUALIZACION), ISO)
                INTO
                   :CL-TELEFONO
                  ,:CL-EMAIL
                  ,:CL-DIRECCION1
                  ,:CL-DIRECCION2
                  ,:CL-CIUDAD
                  ,:CL-CANAL-PREFERIDO
                  ,:CL-IDIOMA
                  ,:CL-PAIS-DIRECCION
                  ,:CL-TIPO-EXTRACTO
                  ,:WS-FECHA-TEXTO
                FROM
                   TACONTAC
                WHERE
                   CEDULA_CLIENTE_C = :CL-CEDULA-CLIENTE-C
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SPACES TO RPT-LINEA
                     STRING '  TELEFONO: '       DELIMITED BY SIZE
                            CL-TELEFONO          DELIMITED BY SIZE
                            '  CORREO: '         DELIMITED BY SIZE
                            CL-EMAIL             DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     STRING '  DIRECCION: '      DELIMITED BY SIZE
                            CL-DIRECCION1        DELIMITED BY SIZE
                            ' '                  DELIMITED BY SIZE
                            CL-DIRECCION2        DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     STRING '  CIUDAD: '         DELIMITED BY SIZE
                            CL-CIUDAD            DELIMITED BY SIZE
                            '  PAIS: '           DELIMITED BY SIZE
                            CL-PAIS-DIRECCION    DELIMITED BY SIZE
                            '  CANAL PREFERIDO: ' DELIMITED BY SIZE
                            CL-CANAL-PREFERIDO   DELIMITED BY SIZE
                            '  IDIOMA: '         DELIMITED BY SIZE
                            CL-IDIOMA            DELIMITED BY SIZE
                            '  ACTUALIZADO: '    DELIMITED BY SIZE
                            WS-FECHA-TEXTO       DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                     MOVE SPACES TO RPT-LINEA
                     STRING '  EXTRACTO (I POR CUENTA/C CONSOLIDADO): '
                                                 DELIMITED BY SIZE
                            CL-TIPO-EXTRACTO     DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     WRITE RPT-LINEA
                WHEN 100
                     MOVE '  SIN DATOS DE CONTACTO' TO RPT-LINEA
                     WRITE RPT-LINEA
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       233-CUENTAS.
           MOVE 'CUENTAS DONDE ES TITULAR (TATITULAR/TACUENT)'
                TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_CUENTAS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CUENTAS INTO
                      :CL-NUMERO-CUENTA
                     ,:WS-ROL
                     ,:CL-ESTADO-CUENTA
                     ,:CL-SALDO
                     ,:CL-MONEDA-CUENTA
                     ,:CL-CODIGO-PRODUCTO
                     ,:CL-SUCURSAL-CUENTA
                     ,:CL-FECHA-APERTURA
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-SALDO TO WS-MONTO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '               DELIMITED BY SIZE
                               CL-NUMERO-CUENTA   DELIMITED BY SIZE
                               ' '                DELIMITED BY SIZE
                               WS-ROL             DELIMITED BY SIZE
                               ' EST '            DELIMITED BY SIZE
                               CL-ESTADO-CUENTA   DELIMITED BY SIZE
                               ' PROD '           DELIMITED BY SIZE
                               CL-CODIGO-PRODUCTO DELIMITED BY SIZE
                               ' SUC '            DELIMITED BY SIZE
                               CL-SUCURSAL-CUENTA DELIMITED BY SIZE
                               ' DESDE '          DELIMITED BY SIZE
                               CL-FECHA-APERTURA  DELIMITED BY SIZE
                               ' '                DELIMITED BY SIZE
                               CL-MONEDA-CUENTA   DELIMITED BY SIZE
                               WS-MONTO-ED        DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC
           PERFORM 255-CERRAR-SECCION.

       234-PODERES.
           MOVE 'PODERES COMO APODERADO EN CUENTAS DE TERCEROS (TAMANDA
      -         'T)' TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_PODERES END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PODERES INTO
                      :CL-NUMERO-CUENTA-MD
                     ,:CL-NOMBRE-APODERADO-MD
                     ,:CL-ALCANCE-MD
                     ,:CL-TOPE-MD
                     ,:CL-FECHA-VENCE-MD
                     ,:CL-ESTADO-MD
                     ,:CL-FECHA-ALTA-MD
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-TOPE-MD TO WS-MONTO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '                DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-MD DELIMITED BY SIZE
                               ' NOMBRE REGISTRADO: '
                                                   DELIMITED BY SIZE
                               CL-NOMBRE-APODERADO-MD
                                                   DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                        MOVE SPACES TO RPT-LINEA
                        STRING '             ALCANCE '
                                                   DELIMITED BY SIZE
                               CL-ALCANCE-MD       DELIMITED BY SIZE
                               ' TOPE'             DELIMITED BY SIZE
                               WS-MONTO-ED         DELIMITED BY SIZE
                               ' VENCE '           DELIMITED BY SIZE
                               CL-FECHA-VENCE-MD   DELIMITED BY SIZE
                               ' EST '             DELIMITED BY SIZE
                               CL-ESTADO-MD        DELIMITED BY SIZE
                               ' ALTA '            DELIMITED BY SIZE
                               CL-FECHA-ALTA-MD(1:10)
                                                   DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PODERES END-EXEC
           PERFORM 255-CERRAR-SECCION.

       235-TARJETAS.
           MOVE 'TARJETAS (TATARJ)' TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_TARJETAS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TARJETAS INTO
                      :CL-NUMERO-TARJETA
                     ,:CL-NUMERO-CUENTA-TJ
                     ,:CL-ESTADO-TJ
                     ,:CL-FECHA-VENCIM-TJ
                     ,:CL-LIMITE-ATM-TJ
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-LIMITE-ATM-TJ TO WS-MONTO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '                DELIMITED BY SIZE
                               CL-NUMERO-TARJETA   DELIMITED BY SIZE
                               ' CUENTA '          DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-TJ DELIMITED BY SIZE
                               ' EST '             DELIMITED BY SIZE
                               CL-ESTADO-TJ        DELIMITED BY SIZE
                               ' VENCE '           DELIMITED BY SIZE
                               CL-FECHA-VENCIM-TJ  DELIMITED BY SIZE
                               ' LIMITE ATM'       DELIMITED BY SIZE
                               WS-MONTO-ED         DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TARJETAS END-EXEC
           PERFORM 255-CERRAR-SECCION.

       236-PRESTAMOS.
           MOVE 'PRESTAMOS (TAPRESTA)' TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_PRESTAMOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PRESTAMOS INTO
                      :CL-ID-PRESTAMO
                     ,:CL-NUMERO-CUENTA-LN
                     ,:CL-MONTO-LN
                     ,:CL-SALDO-CAPITAL-LN
                     ,:CL-FECHA-DESEMBOLSO-LN
                     ,:CL-ESTADO-LN
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-ID-PRESTAMO      TO WS-NUMERO-ED
                        MOVE CL-MONTO-LN         TO WS-MONTO-ED
                        MOVE CL-SALDO-CAPITAL-LN TO WS-MONTO2-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '                DELIMITED BY SIZE
                               WS-NUMERO-ED        DELIMITED BY SIZE
                               ' CUENTA '          DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-LN DELIMITED BY SIZE
                               ' '                 DELIMITED BY SIZE
                               CL-FECHA-DESEMBOLSO-LN
                                                   DELIMITED BY SIZE
                               ' EST '             DELIMITED BY SIZE
                               CL-ESTADO-LN        DELIMITED BY SIZE
                               ' MONTO'            DELIMITED BY SIZE
                               WS-MONTO-ED         DELIMITED BY SIZE
                               ' SALDO'            DELIMITED BY SIZE
                               WS-MONTO2-ED        DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PRESTAMOS END-EXEC
           PERFORM 255-CERRAR-SECCION.

       237-PLAZOS.
           MOVE 'CDT (TAPLAZO)' TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_PLAZOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PLAZOS INTO
                      :CL-ID-PLAZO
                     ,:CL-NUMERO-CUENTA-PZ
                     ,:CL-MONTO-PZ
                     ,:CL-FECHA-APERTURA-PZ
                     ,:CL-FECHA-VENCIMIENTO-PZ
                     ,:CL-ESTADO-PZ
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-ID-PLAZO TO WS-NUMERO-ED
                        MOVE CL-MONTO-PZ TO WS-MONTO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '                DELIMITED BY SIZE
                               WS-NUMERO-ED        DELIMITED BY SIZE
                               ' CUENTA '          DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-PZ DELIMITED BY SIZE
                               ' '                 DELIMITED BY SIZE
                               CL-FECHA-APERTURA-PZ
                                                   DELIMITED BY SIZE
                               ' A '               DELIMITED BY SIZE
                               CL-FECHA-VENCIMIENTO-PZ
                                                   DELIMITED BY SIZE
                               ' EST '             DELIMITED BY SIZE
                               CL-ESTADO-PZ        DELIMITED BY SIZE
                               ' MONTO'            DELIMITED BY SIZE
                               WS-MONTO-ED         DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PLAZOS END-EXEC
           PERFORM 255-CERRAR-SECCION.

       238-QUEJAS.
           MOVE 'QUEJAS Y SOLICITUDES (TAQUEJA)' TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_QUEJAS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_QUEJAS INTO
                      :CL-ID-QUEJA
                     ,:CL-NUMERO-CUENTA-QJ
                     ,:CL-CATEGORIA-QJ
                     ,:CL-ESTADO-QJ
                     ,:WS-FECHA-TEXTO
                     ,:CL-DESCRIPCION-QJ
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-ID-QUEJA TO WS-NUMERO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '                DELIMITED BY SIZE
                               WS-NUMERO-ED        DELIMITED BY SIZE
                               ' CUENTA '          DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-QJ DELIMITED BY SIZE
                               ' '                 DELIMITED BY SIZE
                               WS-FECHA-TEXTO      DELIMITED BY SIZE
                               ' CAT '             DELIMITED BY SIZE
                               CL-CATEGORIA-QJ     DELIMITED BY SIZE
                               ' EST '             DELIMITED BY SIZE
                               CL-ESTADO-QJ        DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                        MOVE SPACES TO RPT-LINEA
                        STRING '             '     DELIMITED BY SIZE
                               CL-DESCRIPCION-QJ   DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_QUEJAS END-EXEC
           PERFORM 255-CERRAR-SECCION.

       239-ALERTAS.
           MOVE 'SUSCRIPCIONES DE ALERTAS (TAALERTA)'
                TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_ALERTAS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ALERTAS INTO
                      :CL-NUMERO-CUENTA-SB
                     ,:CL-TIPO-REGLA-SB
                     ,:CL-UMBRAL-SB
                     ,:CL-ESTADO-SB
                     ,:WS-FECHA-TEXTO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-UMBRAL-SB TO WS-MONTO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  CUENTA '         DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-SB DELIMITED BY SIZE
                               ' REGLA '           DELIMITED BY SIZE
                               CL-TIPO-REGLA-SB    DELIMITED BY SIZE
                               ' UMBRAL'           DELIMITED BY SIZE
                               WS-MONTO-ED         DELIMITED BY SIZE
                               ' EST '             DELIMITED BY SIZE
                               CL-ESTADO-SB        DELIMITED BY SIZE
                               ' ALTA '            DELIMITED BY SIZE
                               WS-FECHA-TEXTO      DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ALERTAS END-EXEC
           PERFORM 255-CERRAR-SECCION.

       240-ACCESOS.
      *
      *--- QUIEN CONSULTO SUS CUENTAS: OPERADOR (O CANAL, PARA IVR Y
      *--- BANCA MOVIL), TERMINAL Y TRANSACCION DE TAACCLOG
      *
           MOVE 'CONSULTAS A SUS CUENTAS (TAACCLOG)'
                TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_ACCESOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_ACCESOS INTO
                      :CL-NUMERO-CUENTA-AL
                     ,:CL-FECHA-HORA-AL
                     ,:CL-USUARIO-AL
                     ,:CL-TERMINAL-AL
                     ,:CL-TRANSACCION-AL
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '                DELIMITED BY SIZE
                               CL-FECHA-HORA-AL(1:19)
                                                   DELIMITED BY SIZE
                               ' CUENTA '          DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-AL DELIMITED BY SIZE
                               ' USUARIO '         DELIMITED BY SIZE
                               CL-USUARIO-AL       DELIMITED BY SIZE
                               ' TERMINAL '        DELIMITED BY SIZE
                               CL-TERMINAL-AL      DELIMITED BY SIZE
                               ' TRANSACCION '     DELIMITED BY SIZE
                               CL-TRANSACCION-AL   DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ACCESOS END-EXEC
           PERFORM 255-CERRAR-SECCION.

       241-CONSENTIMIENTOS.
      *
      *--- LO QUE EL CLIENTE AUTORIZO O NEGO PARA MERCADEO, POR CANAL
      *--- ('X' EXTRACTO, 'S' SMS, 'E' EMAIL, 'T' TELEFONO)
      *
           MOVE 'AUTORIZACIONES DE MERCADEO (TACONSEN)'
                TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_CONSENT END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CONSENT INTO
                      :CL-CANAL-CS
                     ,:CL-ESTADO-CS
                     ,:CL-ORIGEN-CS
                     ,:CL-FECHA-CS
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE SPACES TO RPT-LINEA
                        STRING '  CANAL '          DELIMITED BY SIZE
                               CL-CANAL-CS         DELIMITED BY SIZE
                               ' ACEPTA '          DELIMITED BY SIZE
                               CL-ESTADO-CS        DELIMITED BY SIZE
                               ' ORIGEN '          DELIMITED BY SIZE
                               CL-ORIGEN-CS        DELIMITED BY SIZE
                               ' DESDE '           DELIMITED BY SIZE
                               CL-FECHA-CS(1:19)   DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CONSENT END-EXEC
           PERFORM 255-CERRAR-SECCION.

       242-DECLARACIONES-CAMBIO.
      *
      *--- DECLARACIONES DE CAMBIO DONDE FIGURA COMO DECLARANTE
      *--- (NUMERAL, SENTIDO 'I'/'E', MONEDA Y MONTO EN DIVISA; ESTADO
      *--- 'V' VIGENTE / 'A' ANULADA)
      *
           MOVE 'DECLARACIONES DE CAMBIO (TADECCAM)'
                TO WS-TITULO-SECCION
           PERFORM 250-TITULO-SECCION
           EXEC SQL OPEN C_DECLCAM END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_DECLCAM INTO
                      :CL-FECHA-NEGOCIO-DX
                     ,:CL-NUMERAL-DX
                     ,:CL-TIPO-OPERACION-DX
                     ,:CL-MONEDA-DX
                     ,:CL-MONTO-DIVISA-DX
                     ,:CL-NUMERO-CUENTA-DX
                     ,:CL-ESTADO-DX
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-EN-SECCION
                        MOVE CL-MONTO-DIVISA-DX TO WS-MONTO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '                 DELIMITED BY SIZE
                               CL-FECHA-NEGOCIO-DX  DELIMITED BY SIZE
                               ' NUMERAL '          DELIMITED BY SIZE
                               CL-NUMERAL-DX        DELIMITED BY SIZE
                               ' '                  DELIMITED BY SIZE
                               CL-TIPO-OPERACION-DX DELIMITED BY SIZE
                               ' '                  DELIMITED BY SIZE
                               CL-MONEDA-DX         DELIMITED BY SIZE
                               WS-MONTO-ED          DELIMITED BY SIZE
                               ' CUENTA '           DELIMITED BY SIZE
                               CL-NUMERO-CUENTA-DX  DELIMITED BY SIZE
                               ' ESTADO '           DELIMITED BY SIZE
                               CL-ESTADO-DX         DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_DECLCAM END-EXEC
           PERFORM 255-CERRAR-SECCION.

       250-TITULO-SECCION.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-TITULO-SECCION TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 0   TO WS-EN-SECCION
           MOVE 'N' TO WS-CONTINUAR.

       255-CERRAR-SECCION.
           IF WS-EN-SECCION = 0
              MOVE '  NINGUNO' TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF.

       260-REGISTRAR-ENTREGA.
           IF WS-PARM-SOLICITUD-X(1:9) IS NOT NUMERIC
              MOVE 'ABORTADO: NUMERO DE SOLICITUD INVALIDO'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE WS-PARM-SOLICITUD TO CL-ID-SOLICITUD-HD
           MOVE WS-PARM-FECHA     TO CL-FECHA-ENTREGA-HD
           EXEC SQL
                UPDATE TAHABDAT
                SET    FECHA_ENTREGA_HD = :CL-FECHA-ENTREGA-HD
                      ,ESTADO_HD        = 'E'
                WHERE  ID_SOLICITUD_HD  = :CL-ID-SOLICITUD-HD
                  AND  ESTADO_HD        = 'G'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'ABORTADO: SOLICITUD INEXISTENTE O ENTREGADA'
                          TO RPT-LINEA
                     PERFORM 190-ABORTAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           EXEC SQL
                SELECT
                   CEDULA_HD
                  ,FECHA_LIMITE_HD
                INTO
                   :CL-CEDULA-HD
                  ,:CL-FECHA-LIMITE-HD
                FROM
                   TAHABDAT
                WHERE
                   ID_SOLICITUD_HD = :CL-ID-SOLICITUD-HD
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-ID-SOLICITUD-HD TO WS-NUMERO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'ENTREGA REGISTRADA. SOLICITUD '  DELIMITED BY SIZE
                  WS-NUMERO-ED                      DELIMITED BY SIZE
                  ' CEDULA '                        DELIMITED BY SIZE
                  CL-CEDULA-HD                      DELIMITED BY SIZE
                  ' ENTREGADA '                     DELIMITED BY SIZE
                  CL-FECHA-ENTREGA-HD               DELIMITED BY SIZE
                  ' LIMITE '                        DELIMITED BY SIZE
                  CL-FECHA-LIMITE-HD                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           IF CL-FECHA-ENTREGA-HD > CL-FECHA-LIMITE-HD
              MOVE 'FUERA DE PLAZO' TO RPT-LINEA(87:14)
           END-IF
           WRITE RPT-LINEA.

       270-LISTAR-PENDIENTES.
      *
      *--- AL PIE DE CADA CORRIDA, LAS SOLICITUDES AUN SIN ENTREGAR,
      *--- MARCADAS LAS QUE YA PASARON SU FECHA LIMITE
      *
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'SOLICITUDES DE HABEAS DATA PENDIENTES DE ENTREGA'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PENDIENTES END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PENDIENTES INTO
                      :CL-ID-SOLICITUD-HD
                     ,:CL-CEDULA-HD
                     ,:CL-FECHA-RECIBO-HD
                     ,:CL-FECHA-LIMITE-HD
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-PENDIENTES
                        MOVE CL-ID-SOLICITUD-HD TO WS-NUMERO-ED
                        MOVE SPACES TO RPT-LINEA
                        STRING '  '               DELIMITED BY SIZE
                               WS-NUMERO-ED       DELIMITED BY SIZE
                               ' CEDULA '         DELIMITED BY SIZE
                               CL-CEDULA-HD       DELIMITED BY SIZE
                               ' RECIBIDA '       DELIMITED BY SIZE
                               CL-FECHA-RECIBO-HD DELIMITED BY SIZE
                               ' LIMITE '         DELIMITED BY SIZE
                               CL-FECHA-LIMITE-HD DELIMITED BY SIZE
                          INTO RPT-LINEA
                        END-STRING
                        IF CL-FECHA-LIMITE-HD < WS-FN-FECHA
                           ADD 1 TO WS-VENCIDAS
                           MOVE 'VENCIDA' TO RPT-LINEA(75:7)
                        END-IF
                        WRITE RPT-LINEA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PENDIENTES END-EXEC.

       300-FIN.
           MOVE WS-PENDIENTES TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PENDIENTES: '   DELIMITED BY SIZE
                  WS-CONTADOR-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-VENCIDAS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'VENCIDAS:   '   DELIMITED BY SIZE
                  WS-CONTADOR-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       COPY FECNEGPR.
       COPY PARMCTPR.
       COPY FERIAPR.

       999-ERROR-DB2.
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
