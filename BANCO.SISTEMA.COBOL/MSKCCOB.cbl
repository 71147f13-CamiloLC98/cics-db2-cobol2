      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH CARGA DEL EXTRACTO ENMASCARADO   *
      *   EN LOS AMBIENTES DE PRUEBA Y ENTRENAMIENTO -    *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MSKCCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
      *--- EXTRACTO ENMASCARADO QUE ESCRIBIO MSKXCOB EN PRODUCCION
      *--- (LAYOUT MSKREGCP)
      *
           SELECT MSK-FILE ASSIGN TO MSKEXT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
       FD  MSK-FILE
           RECORDING MODE IS F.
       01  MSK-REGISTRO.
           COPY MSKREGCP.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TATARJ END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.

       01  WS-VARIABLES.
      *
      *--- CONTEOS DE LA PRIMERA PASADA (LO QUE TRAE EL ARCHIVO) Y DE
      *--- LA CARGA, POR TIPO DE REGISTRO
      *
           03 WS-LEIDOS.
              05 WS-LEI-CLIENTES      PIC 9(9)        VALUE 0.
              05 WS-LEI-CONTACTOS     PIC 9(9)        VALUE 0.
              05 WS-LEI-CUENTAS       PIC 9(9)        VALUE 0.
              05 WS-LEI-TITULARES     PIC 9(9)        VALUE 0.
              05 WS-LEI-TARJETAS      PIC 9(9)        VALUE 0.
              05 WS-LEI-PRESTAMOS     PIC 9(9)        VALUE 0.
              05 WS-LEI-PLAZOS        PIC 9(9)        VALUE 0.
              05 WS-LEI-TRANSACCIONES PIC 9(9)        VALUE 0.
           03 WS-CONTROL              PIC X(72)       VALUE SPACES.
           03 WS-CONTROL-FECHA        PIC X(10)       VALUE SPACES.
           03 WS-TIPOS-DESCONOCIDOS   PIC 9(9)        VALUE 0.
           03 WS-CLIENTES             PIC 9(9)        VALUE 0.
           03 WS-CONTACTOS            PIC 9(9)        VALUE 0.
           03 WS-CUENTAS              PIC 9(9)        VALUE 0.
           03 WS-TITULARES            PIC 9(9)        VALUE 0.
           03 WS-TARJETAS             PIC 9(9)        VALUE 0.
           03 WS-PRESTAMOS            PIC 9(9)        VALUE 0.
           03 WS-PLAZOS               PIC 9(9)        VALUE 0.
           03 WS-TRANSACCIONES        PIC 9(9)        VALUE 0.
           03 WS-BORRADOS             PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-TITULO-CONTEO        PIC X(30).
           03 WS-DESDE-COMMIT         PIC 9(4)        VALUE 0.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-CONTROL-FLAG         PIC X           VALUE 'N'.
              88 WS-HAY-CONTROL                       VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'MSKCCOB'.
          03 WC-LOTE-COMMIT           PIC 9(4)     VALUE 500.

       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           OPEN OUTPUT RPT-FILE
           MOVE 'CARGA DEL EXTRACTO ENMASCARADO EN AMBIENTE DE PRUEBA'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
      *
      *--- LA CARGA BORRA Y REEMPLAZA LAS TABLAS DE CLIENTES Y CUENTAS:
      *--- SOLO CORRE DONDE TAPARAM DICE AMBIENTE-PRUEBA = 1. EN
      *--- PRODUCCION ESA CLAVE NO EXISTE Y EL PROGRAMA NO TOCA NADA
      *
           MOVE 'AMBIENTE-PRUEBA' TO CL-PARAM-CLAVE
           MOVE 0 TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           IF WS-PM-VALOR NOT = 1
              MOVE 'ABORTADO: ESTE NO ES UN AMBIENTE DE PRUEBA (AMBIENTE
      -            '-PRUEBA EN TAPARAM)' TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           PERFORM 110-VERIFICAR-ARCHIVO.

       110-VERIFICAR-ARCHIVO.
      *
      *--- PRIMERA PASADA, ANTES DE BORRAR NADA: EL ARCHIVO DEBE
      *--- TERMINAR EN SU REGISTRO DE CONTROL Y LOS CONTEOS DE CADA
      *--- TIPO DEBEN COINCIDIR CON LOS QUE ANOTO MSKXCOB. UN ARCHIVO
      *--- TRUNCADO DEJARIA EL AMBIENTE A MEDIO CARGAR
      *
           OPEN INPUT MSK-FILE
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ MSK-FILE
                   AT END
                      SET WS-EXIT TO TRUE
                   NOT AT END
                      PERFORM 120-CONTAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE MSK-FILE
           IF NOT WS-HAY-CONTROL
              MOVE 'ABORTADO: EL EXTRACTO NO TRAE REGISTRO DE CONTROL'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           IF WS-LEIDOS NOT = WS-CONTROL
              MOVE 'ABORTADO: LOS CONTEOS NO COINCIDEN CON EL CONTROL'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           IF WS-TIPOS-DESCONOCIDOS > 0
              MOVE 'ABORTADO: EL EXTRACTO TRAE TIPOS DE REGISTRO DESCONO
      -            'CIDOS' TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTO VERIFICADO, FECHA DE NEGOCIO DE ORIGEN '
                                        DELIMITED BY SIZE
                  WS-CONTROL-FECHA      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       120-CONTAR-REGISTRO.
      *
      *--- UN REGISTRO DESPUES DEL DE CONTROL CUENTA COMO DESCONOCIDO:
      *--- EL CONTROL TIENE QUE SER EL ULTIMO
      *
           IF WS-HAY-CONTROL
              ADD 1 TO WS-TIPOS-DESCONOCIDOS
           ELSE
              EVALUATE TRUE
                   WHEN MK-ES-CLIENTE
                        ADD 1 TO WS-LEI-CLIENTES
                   WHEN MK-ES-CONTACTO
                        ADD 1 TO WS-LEI-CONTACTOS
                   WHEN MK-ES-CUENTA
                        ADD 1 TO WS-LEI-CUENTAS
                   WHEN MK-ES-TITULAR
                        ADD 1 TO WS-LEI-TITULARES
                   WHEN MK-ES-TARJETA
                        ADD 1 TO WS-LEI-TARJETAS
                   WHEN MK-ES-PRESTAMO
                        ADD 1 TO WS-LEI-PRESTAMOS
                   WHEN MK-ES-PLAZO
                        ADD 1 TO WS-LEI-PLAZOS
                   WHEN MK-ES-TRANSACCION
                        ADD 1 TO WS-LEI-TRANSACCIONES
                   WHEN MK-ES-CONTROL
                        SET WS-HAY-CONTROL TO TRUE
                        MOVE MK-Z-FECHA-NEGOCIO TO WS-CONTROL-FECHA
                        MOVE MK-DATOS(11:72)    TO WS-CONTROL
                   WHEN OTHER
                        ADD 1 TO WS-TIPOS-DESCONOCIDOS
              END-EVALUATE
           END-IF.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           PERFORM 210-VACIAR-TABLAS
           OPEN INPUT MSK-FILE
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ MSK-FILE
                   AT END
                      SET WS-EXIT TO TRUE
                   NOT AT END
                      PERFORM 220-CARGAR-REGISTRO
              END-READ
           END-PERFORM
           CLOSE MSK-FILE.

       210-VACIAR-TABLAS.
      *
      *--- EL AMBIENTE QUEDA SOLO CON LO QUE TRAE EL EXTRACTO: NO SE
      *--- MEZCLAN DATOS ENMASCARADOS CON COPIAS ANTERIORES EN CLARO.
      *--- SE BORRA DE HIJOS A PADRES Y SE CONFIRMA ANTES DE CARGAR
      *
           EXEC SQL DELETE FROM TATRANS END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL DELETE FROM TAPLAZO END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL DELETE FROM TAPRESTA END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL DELETE FROM TATARJ END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL DELETE FROM TATITULAR END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL DELETE FROM TACUENT END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL DELETE FROM TACONTAC END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL DELETE FROM TACLIENT END-EXEC
           PERFORM 215-VERIFICAR-BORRADO
           EXEC SQL COMMIT END-EXEC
           MOVE WS-BORRADOS TO WS-CONTADOR-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'FILAS ANTERIORES BORRADAS:    ' DELIMITED BY SIZE
                  WS-CONTADOR-ED                   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       215-VERIFICAR-BORRADO.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              ADD SQLERRD(3) TO WS-BORRADOS
           END-IF.

       220-CARGAR-REGISTRO.
           EVALUATE TRUE
                WHEN MK-ES-CLIENTE
                     PERFORM 230-CARGAR-CLIENTE
                WHEN MK-ES-CONTACTO
                     PERFORM 235-CARGAR-CONTACTO
                WHEN MK-ES-CUENTA
                     PERFORM 240-CARGAR-CUENTA
                WHEN MK-ES-TITULAR
                     PERFORM 245-CARGAR-TITULAR
                WHEN MK-ES-TARJETA
                     PERFORM 250-CARGAR-TARJETA
                WHEN MK-ES-PRESTAMO
                     PERFORM 255-CARGAR-PRESTAMO
                WHEN MK-ES-PLAZO
                     PERFORM 260-CARGAR-PLAZO
                WHEN MK-ES-TRANSACCION
                     PERFORM 265-CARGAR-TRANSACCION
                WHEN OTHER
                     CONTINUE
           END-EVALUATE
           PERFORM 290-COMMIT-POR-LOTE.

       230-CARGAR-CLIENTE.
           MOVE MK-M-CEDULA           TO CL-CEDULA-CLIENTE-M
           MOVE MK-M-NOMBRE-LEGAL     TO CL-NOMBRE-LEGAL
           MOVE MK-M-TIPO-DOCUMENTO   TO CL-TIPO-DOCUMENTO
           MOVE MK-M-FECHA-ALTA       TO CL-FECHA-ALTA-M
           MOVE MK-M-USUARIO-ALTA     TO CL-USUARIO-ALTA-M
           MOVE MK-M-ESTADO-SUCESION  TO CL-ESTADO-SUCESION
           MOVE MK-M-ACTIVIDAD        TO CL-ACTIVIDAD-ECONOMICA
           MOVE MK-M-VOLUMEN          TO CL-VOLUMEN-DECLARADO
           MOVE MK-M-RIESGO-KYC       TO CL-RIESGO-KYC
           MOVE MK-M-FECHA-REVISION   TO CL-FECHA-REVISION-KYC
           MOVE MK-M-CEDULA-FUSIONADA TO CL-CEDULA-FUSIONADA
           MOVE MK-M-OFICIAL          TO CL-OFICIAL-CUENTA
           MOVE MK-M-FECHA-NACIMIENTO TO CL-FECHA-NACIMIENTO
           MOVE MK-M-CEDULA-TUTOR     TO CL-CEDULA-TUTOR
           EXEC SQL
                INSERT INTO TACLIENT (
                    CEDULA_CLIENTE_M
                   ,NOMBRE_LEGAL
                   ,TIPO_DOCUMENTO
                   ,FECHA_ALTA_M
                   ,USUARIO_ALTA_M
                   ,ESTADO_SUCESION
                   ,ACTIVIDAD_ECONOMICA
                   ,VOLUMEN_DECLARADO
                   ,RIESGO_KYC
                   ,FECHA_REVISION_KYC
                   ,CEDULA_FUSIONADA
                   ,OFICIAL_CUENTA
                   ,FECHA_NACIMIENTO
                   ,CEDULA_TUTOR
                ) VALUES (
                    :CL-CEDULA-CLIENTE-M
                   ,:CL-NOMBRE-LEGAL
                   ,:CL-TIPO-DOCUMENTO
                   ,:CL-FECHA-ALTA-M
                   ,:CL-USUARIO-ALTA-M
                   ,:CL-ESTADO-SUCESION
                   ,:CL-ACTIVIDAD-ECONOMICA
                   ,:CL-VOLUMEN-DECLARADO
                   ,:CL-RIESGO-KYC
                   ,:CL-FECHA-REVISION-KYC
                   ,:CL-CEDULA-FUSIONADA
                   ,:CL-OFICIAL-CUENTA
                   ,:CL-FECHA-NACIMIENTO
                   ,:CL-CEDULA-TUTOR
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-CLIENTES.

       235-CARGAR-CONTACTO.
           MOVE MK-C-CEDULA            TO CL-CEDULA-CLIENTE-C
           MOVE MK-C-TELEFONO          TO CL-TELEFONO
           MOVE MK-C-EMAIL             TO CL-EMAIL
           MOVE MK-C-DIRECCION1        TO CL-DIRECCION1
           MOVE MK-C-DIRECCION2        TO CL-DIRECCION2
           MOVE MK-C-CIUDAD            TO CL-CIUDAD
           MOVE MK-C-CANAL             TO CL-CANAL-PREFERIDO
           MOVE MK-C-IDIOMA            TO CL-IDIOMA
           MOVE MK-C-FECHA-ACTUALIZA   TO CL-FECHA-ACTUALIZACION
           MOVE MK-C-USUARIO-ACTUALIZA TO CL-USUARIO-ACTUALIZA
           EXEC SQL
                INSERT INTO TACONTAC (
                    CEDULA_CLIENTE_C
                   ,TELEFONO
                   ,EMAIL
                   ,DIRECCION1
                   ,DIRECCION2
                   ,CIUDAD
                   ,CANAL_PREFERIDO
                   ,IDIOMA
                   ,FECHA_ACTUALIZACION
                   ,USUARIO_ACTUALIZA
                ) VALUES (
                    :CL-CEDULA-CLIENTE-C
                   ,:CL-TELEFONO
                   ,:CL-EMAIL
                   ,:CL-DIRECCION1
                   ,:CL-DIRECCION2
                   ,:CL-CIUDAD
                   ,:CL-CANAL-PREFERIDO
                   ,:CL-IDIOMA
                   ,:CL-FECHA-ACTUALIZACION
                   ,:CL-USUARIO-ACTUALIZA
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-CONTACTOS.

       240-CARGAR-CUENTA.
           MOVE MK-A-NUMERO-CUENTA    TO CL-NUMERO-CUENTA
           MOVE MK-A-CEDULA           TO CL-CEDULA-CLIENTE
           MOVE MK-A-NOMBRE           TO CL-NOMBRE-CLIENTE
           MOVE MK-A-SALDO            TO CL-SALDO
           MOVE MK-A-ESTADO-CUENTA    TO CL-ESTADO-CUENTA
           MOVE MK-A-LIMITE-SOBREGIRO TO CL-LIMITE-SOBREGIRO
           MOVE MK-A-MONEDA           TO CL-MONEDA-CUENTA
           MOVE MK-A-INTENTOS         TO CL-INTENTOS-FALLIDOS
           MOVE MK-A-LIMITE-RETIRO    TO CL-LIMITE-RETIRO-SEMANAL
           MOVE MK-A-SALDO-MINIMO     TO CL-SALDO-MINIMO
           MOVE MK-A-SALDO-RETENIDO   TO CL-SALDO-RETENIDO
           MOVE MK-A-ESTADO-DORMANTE  TO CL-ESTADO-DORMANTE
           MOVE MK-A-PRODUCTO         TO CL-CODIGO-PRODUCTO
           MOVE MK-A-SUCURSAL         TO CL-SUCURSAL-CUENTA
           MOVE MK-A-FECHA-APERTURA   TO CL-FECHA-APERTURA
           EXEC SQL
                INSERT INTO TACUENT (
                    NUMERO_CUENTA
                   ,CEDULA_CLIENTE
                   ,NOMBRE_CLIENTE
                   ,SALDO
                   ,ESTADO_CUENTA
                   ,LIMITE_SOBREGIRO
                   ,MONEDA_CUENTA
                   ,INTENTOS_FALLIDOS
                   ,LIMITE_RETIRO_SEMANAL
                   ,SALDO_MINIMO
                   ,SALDO_RETENIDO
                   ,ESTADO_DORMANTE
                   ,CODIGO_PRODUCTO
                   ,SUCURSAL_CUENTA
                   ,FECHA_APERTURA
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,:CL-CEDULA-CLIENTE
                   ,:CL-NOMBRE-CLIENTE
                   ,:CL-SALDO
                   ,:CL-ESTADO-CUENTA
                   ,:CL-LIMITE-SOBREGIRO
                   ,:CL-MONEDA-CUENTA
                   ,:CL-INTENTOS-FALLIDOS
                   ,:CL-LIMITE-RETIRO-SEMANAL
                   ,:CL-SALDO-MINIMO
                   ,:CL-SALDO-RETENIDO
                   ,:CL-ESTADO-DORMANTE
                   ,:CL-CODIGO-PRODUCTO
                   ,:CL-SUCURSAL-CUENTA
                   ,:CL-FECHA-APERTURA
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-CUENTAS.

       245-CARGAR-TITULAR.
           MOVE MK-H-NUMERO-CUENTA TO CL-NUMERO-CUENTA-H
           MOVE MK-H-CEDULA        TO CL-CEDULA-CLIENTE-H
           MOVE MK-H-ROL           TO CL-ROL-TITULAR
           EXEC SQL
                INSERT INTO TATITULAR (
                    NUMERO_CUENTA_H
                   ,CEDULA_CLIENTE_H
                   ,ROL_TITULAR
                ) VALUES (
                    :CL-NUMERO-CUENTA-H
                   ,:CL-CEDULA-CLIENTE-H
                   ,:CL-ROL-TITULAR
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-TITULARES.

       250-CARGAR-TARJETA.
           MOVE MK-J-NUMERO-TARJETA   TO CL-NUMERO-TARJETA
           MOVE MK-J-NUMERO-CUENTA    TO CL-NUMERO-CUENTA-TJ
           MOVE MK-J-ESTADO           TO CL-ESTADO-TJ
           MOVE MK-J-FECHA-VENCIM     TO CL-FECHA-VENCIM-TJ
           MOVE MK-J-LIMITE-ATM       TO CL-LIMITE-ATM-TJ
           MOVE MK-J-USUARIO-ALTA     TO CL-USUARIO-ALTA-TJ
           MOVE MK-J-FECHA-ALTA       TO CL-FECHA-ALTA-TJ
           MOVE MK-J-TARJETA-ANTERIOR TO CL-TARJETA-ANTERIOR-TJ
           EXEC SQL
                INSERT INTO TATARJ (
                    NUMERO_TARJETA
                   ,NUMERO_CUENTA_TJ
                   ,ESTADO_TJ
                   ,FECHA_VENCIM_TJ
                   ,LIMITE_ATM_TJ
                   ,USUARIO_ALTA_TJ
                   ,FECHA_ALTA_TJ
                   ,TARJETA_ANTERIOR_TJ
                ) VALUES (
                    :CL-NUMERO-TARJETA
                   ,:CL-NUMERO-CUENTA-TJ
                   ,:CL-ESTADO-TJ
                   ,:CL-FECHA-VENCIM-TJ
                   ,:CL-LIMITE-ATM-TJ
                   ,:CL-USUARIO-ALTA-TJ
                   ,:CL-FECHA-ALTA-TJ
                   ,:CL-TARJETA-ANTERIOR-TJ
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-TARJETAS.

       255-CARGAR-PRESTAMO.
      *
      *--- LOS ID DE PRESTAMOS, CDT Y MOVIMIENTOS SE CARGAN TAL CUAL
      *--- VIENEN (SON IDENTITY GENERADOS POR OMISION): ASI SIGUEN
      *--- CRUZANDO LAS REFERENCIAS ENTRE MOVIMIENTOS DE TRANSFERENCIA
      *
           MOVE MK-L-ID-PRESTAMO      TO CL-ID-PRESTAMO
           MOVE MK-L-NUMERO-CUENTA    TO CL-NUMERO-CUENTA-LN
           MOVE MK-L-MONTO            TO CL-MONTO-LN
           MOVE MK-L-TASA             TO CL-TASA-LN
           MOVE MK-L-PLAZO-MESES      TO CL-PLAZO-MESES-LN
           MOVE MK-L-CUOTA            TO CL-CUOTA-LN
           MOVE MK-L-SALDO-CAPITAL    TO CL-SALDO-CAPITAL-LN
           MOVE MK-L-CUOTAS-PAGADAS   TO CL-CUOTAS-PAGADAS-LN
           MOVE MK-L-MORA             TO CL-MORA-LN
           MOVE MK-L-FECHA-DESEMBOLSO TO CL-FECHA-DESEMBOLSO-LN
           MOVE MK-L-ESTADO           TO CL-ESTADO-LN
           MOVE MK-L-USUARIO          TO CL-USUARIO-LN
           MOVE MK-L-FECHA-HORA       TO CL-FECHA-HORA-LN
           EXEC SQL
                INSERT INTO TAPRESTA (
                    ID_PRESTAMO
                   ,NUMERO_CUENTA_LN
                   ,MONTO_LN
                   ,TASA_LN
                   ,PLAZO_MESES_LN
                   ,CUOTA_LN
                   ,SALDO_CAPITAL_LN
                   ,CUOTAS_PAGADAS_LN
                   ,MORA_LN
                   ,FECHA_DESEMBOLSO_LN
                   ,ESTADO_LN
                   ,USUARIO_LN
                   ,FECHA_HORA_LN
                ) VALUES (
                    :CL-ID-PRESTAMO
                   ,:CL-NUMERO-CUENTA-LN
                   ,:CL-MONTO-LN
                   ,:CL-TASA-LN
                   ,:CL-PLAZO-MESES-LN
                   ,:CL-CUOTA-LN
                   ,:CL-SALDO-CAPITAL-LN
                   ,:CL-CUOTAS-PAGADAS-LN
                   ,:CL-MORA-LN
                   ,:CL-FECHA-DESEMBOLSO-LN
                   ,:CL-ESTADO-LN
                   ,:CL-USUARIO-LN
                   ,:CL-FECHA-HORA-LN
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-PRESTAMOS.

       260-CARGAR-PLAZO.
           MOVE MK-P-ID-PLAZO          TO CL-ID-PLAZO
           MOVE MK-P-NUMERO-CUENTA     TO CL-NUMERO-CUENTA-PZ
           MOVE MK-P-MONTO             TO CL-MONTO-PZ
           MOVE MK-P-TASA              TO CL-TASA-PZ
           MOVE MK-P-PLAZO-MESES       TO CL-PLAZO-MESES-PZ
           MOVE MK-P-FECHA-APERTURA    TO CL-FECHA-APERTURA-PZ
           MOVE MK-P-FECHA-VENCIMIENTO TO CL-FECHA-VENCIMIENTO-PZ
           MOVE MK-P-INSTRUCCION       TO CL-INSTRUCCION-PZ
           MOVE MK-P-ESTADO            TO CL-ESTADO-PZ
           MOVE MK-P-USUARIO           TO CL-USUARIO-PZ
           MOVE MK-P-FECHA-HORA        TO CL-FECHA-HORA-PZ
           EXEC SQL
                INSERT INTO TAPLAZO (
                    ID_PLAZO
                   ,NUMERO_CUENTA_PZ
                   ,MONTO_PZ
                   ,TASA_PZ
                   ,PLAZO_MESES_PZ
                   ,FECHA_APERTURA_PZ
                   ,FECHA_VENCIMIENTO_PZ
                   ,INSTRUCCION_PZ
                   ,ESTADO_PZ
                   ,USUARIO_PZ
                   ,FECHA_HORA_PZ
                ) VALUES (
                    :CL-ID-PLAZO
                   ,:CL-NUMERO-CUENTA-PZ
                   ,:CL-MONTO-PZ
                   ,:CL-TASA-PZ
                   ,:CL-PLAZO-MESES-PZ
                   ,:CL-FECHA-APERTURA-PZ
                   ,:CL-FECHA-VENCIMIENTO-PZ
                   ,:CL-INSTRUCCION-PZ
                   ,:CL-ESTADO-PZ
                   ,:CL-USUARIO-PZ
                   ,:CL-FECHA-HORA-PZ
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-PLAZOS.

       265-CARGAR-TRANSACCION.
      *
      *--- REFERENCIA, TASA Y CAJA VIENEN EN CERO / BLANCO CUANDO EN
      *--- ORIGEN ERAN NULOS, Y VUELVEN A NULO AQUI
      *
           MOVE MK-T-ID-TRANSACTION TO CL-ID-TRANSACTION
           MOVE MK-T-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-T
           MOVE MK-T-TIPO           TO CL-TIPO-TRANSACCION
           MOVE MK-T-MONTO          TO CL-MONTO
           MOVE MK-T-FECHA-HORA     TO CL-FECHA-HORA
           MOVE MK-T-USUARIO        TO CL-USUARIO
           MOVE MK-T-TERMINAL       TO CL-TERMINAL
           MOVE MK-T-REFERENCIA     TO CL-REFERENCIA-TRANSFERENCIA
           MOVE MK-T-TASA-CAMBIO    TO CL-TASA-CAMBIO
           MOVE MK-T-TILL-ID        TO CL-TILL-ID-T
           MOVE MK-T-FECHA-NEGOCIO  TO CL-FECHA-NEGOCIO-T
           MOVE MK-T-SUCURSAL       TO CL-SUCURSAL-T
           MOVE MK-T-SESION-ID      TO CL-SESION-ID-T
           MOVE MK-T-PROGRAMA       TO CL-PROGRAMA-T
           EXEC SQL
                INSERT INTO TATRANS (
                    ID_TRANSACTION
                   ,NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,TASA_CAMBIO
                   ,TILL_ID_T
                   ,FECHA_NEGOCIO_T
                   ,SUCURSAL_T
                   ,SESION_ID_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-ID-TRANSACTION
                   ,:CL-NUMERO-CUENTA-T
                   ,:CL-TIPO-TRANSACCION
                   ,:CL-MONTO
                   ,:CL-FECHA-HORA
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,NULLIF(:CL-REFERENCIA-TRANSFERENCIA, 0)
                   ,NULLIF(:CL-TASA-CAMBIO, 0)
                   ,NULLIF(:CL-TILL-ID-T, ' ')
                   ,:CL-FECHA-NEGOCIO-T
                   ,:CL-SUCURSAL-T
                   ,:CL-SESION-ID-T
                   ,:CL-PROGRAMA-T
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-TRANSACCIONES.

       290-COMMIT-POR-LOTE.
           ADD 1 TO WS-DESDE-COMMIT
           IF WS-DESDE-COMMIT >= WC-LOTE-COMMIT
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-DESDE-COMMIT
           END-IF.

       300-FIN.
           EXEC SQL COMMIT END-EXEC
           MOVE 'CLIENTES (TACLIENT):'       TO WS-TITULO-CONTEO
           MOVE WS-CLIENTES                  TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           MOVE 'CONTACTOS (TACONTAC):'      TO WS-TITULO-CONTEO
           MOVE WS-CONTACTOS                 TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           MOVE 'CUENTAS (TACUENT):'         TO WS-TITULO-CONTEO
           MOVE WS-CUENTAS                   TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           MOVE 'TITULARES (TATITULAR):'     TO WS-TITULO-CONTEO
           MOVE WS-TITULARES                 TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           MOVE 'TARJETAS (TATARJ):'         TO WS-TITULO-CONTEO
           MOVE WS-TARJETAS                  TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           MOVE 'PRESTAMOS (TAPRESTA):'      TO WS-TITULO-CONTEO
           MOVE WS-PRESTAMOS                 TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           MOVE 'CDT (TAPLAZO):'             TO WS-TITULO-CONTEO
           MOVE WS-PLAZOS                    TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           MOVE 'MOVIMIENTOS (TATRANS):'     TO WS-TITULO-CONTEO
           MOVE WS-TRANSACCIONES             TO WS-CONTADOR-ED
           PERFORM 310-ESCRIBIR-CONTEO
           CLOSE RPT-FILE
           STOP RUN.

       310-ESCRIBIR-CONTEO.
           MOVE SPACES TO RPT-LINEA
           STRING WS-TITULO-CONTEO DELIMITED BY SIZE
                  WS-CONTADOR-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       COPY PARMCTPR.

       999-ERROR-DB2.
      *
      *--- LO YA CONFIRMADO QUEDA CARGADO A MEDIAS: SE CORRIGE LA
      *--- CAUSA Y SE VUELVE A CORRER LA CARGA COMPLETA (EMPIEZA
      *--- VACIANDO LAS TABLAS)
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
