      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH EXTRACTO ENMASCARADO DE UN       *
      *   SUBCONJUNTO DE PRODUCCION PARA LOS AMBIENTES    *
      *   DE PRUEBA Y ENTRENAMIENTO - SISTEMA BANCARIO    *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MSKXCOB.
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
      *--- EXTRACTO ENMASCARADO (LAYOUT MSKREGCP) QUE MSKCCOB CARGA EN
      *--- EL AMBIENTE DESTINO. NINGUN DATO PERSONAL SALE EN CLARO
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
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TATARJ END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
      *
      *--- EL SUBCONJUNTO SE ARMA POR CLIENTE: ENTRA TODO CLIENTE CUYA
      *--- CEDULA TERMINA EN UN PAR DE DIGITOS MENOR QUE EL CORTE DE LA
      *--- TARJETA (CORTE 05 = CEDULAS TERMINADAS EN 00 A 04, CERCA
      *--- DEL 5%), CON TODAS LAS CUENTAS DONDE ES TITULAR PRINCIPAL O
      *--- CONJUNTO. UNA CUENTA ASI ELEGIDA TRAE A TODOS SUS TITULARES,
      *--- AUNQUE NO HAYAN SALIDO EN LA MUESTRA, PARA QUE EN DESTINO
      *--- NINGUNA CUENTA QUEDE CON UN TITULAR QUE NO EXISTE (DE ESOS
      *--- TITULARES ARRASTRADOS NO SE TRAEN SUS OTRAS CUENTAS)
      *
      *--- LA CONDICION DE CUENTA ELEGIDA SE REPITE EN CADA CURSOR
      *--- SOBRE EL ALIAS C (TACUENT)
      *
           EXEC SQL
                DECLARE C_CLIENTES CURSOR FOR
                SELECT
                   M.CEDULA_CLIENTE_M
                  ,M.NOMBRE_LEGAL
                  ,M.TIPO_DOCUMENTO
                  ,M.FECHA_ALTA_M
                  ,M.USUARIO_ALTA_M
                  ,M.ESTADO_SUCESION
                  ,M.ACTIVIDAD_ECONOMICA
                  ,M.VOLUMEN_DECLARADO
                  ,M.RIESGO_KYC
                  ,M.FECHA_REVISION_KYC
                  ,M.CEDULA_FUSIONADA
                  ,M.OFICIAL_CUENTA
                  ,M.FECHA_NACIMIENTO
                  ,M.CEDULA_TUTOR
                FROM
                   TACLIENT M
                WHERE
                   RIGHT(RTRIM(M.CEDULA_CLIENTE_M), 2) < :WS-MX-CORTE
                   OR EXISTS
                      (SELECT 1
                       FROM   TACUENT C
                       WHERE  C.CEDULA_CLIENTE = M.CEDULA_CLIENTE_M
                         AND (RIGHT(RTRIM(C.CEDULA_CLIENTE), 2)
                                 < :WS-MX-CORTE
                              OR EXISTS
                                 (SELECT 1
                                  FROM   TATITULAR H
                                  WHERE  H.NUMERO_CUENTA_H =
                                            C.NUMERO_CUENTA
                                    AND  RIGHT(RTRIM(
                                            H.CEDULA_CLIENTE_H), 2)
                                            < :WS-MX-CORTE)))
                   OR EXISTS
                      (SELECT 1
                       FROM   TATITULAR T
                             ,TACUENT C
                       WHERE  T.CEDULA_CLIENTE_H = M.CEDULA_CLIENTE_M
                         AND  C.NUMERO_CUENTA = T.NUMERO_CUENTA_H
                         AND (RIGHT(RTRIM(C.CEDULA_CLIENTE), 2)
                                 < :WS-MX-CORTE
                              OR EXISTS
                                 (SELECT 1
                                  FROM   TATITULAR H
                                  WHERE  H.NUMERO_CUENTA_H =
                                            C.NUMERO_CUENTA
                                    AND  RIGHT(RTRIM(
                                            H.CEDULA_CLIENTE_H), 2)
                                            < :WS-MX-CORTE)))
                ORDER BY
                   M.CEDULA_CLIENTE_M
           END-EXEC.

           EXEC SQL
                DECLARE C_CUENTAS CURSOR FOR
                SELECT
                   C.NUMERO_CUENTA
                  ,C.CEDULA_CLIENTE
                  ,C.SALDO
                  ,C.ESTADO_CUENTA
                  ,C.LIMITE_SOBREGIRO
                  ,C.MONEDA_CUENTA
                  ,C.INTENTOS_FALLIDOS
                  ,C.LIMITE_RETIRO_SEMANAL
                  ,C.SALDO_MINIMO
                  ,C.SALDO_RETENIDO
                  ,C.ESTADO_DORMANTE
                  ,C.CODIGO_PRODUCTO
                  ,C.SUCURSAL_CUENTA
                  ,C.FECHA_APERTURA
                FROM
                   TACUENT C
                WHERE
                   RIGHT(RTRIM(C.CEDULA_CLIENTE), 2) < :WS-MX-CORTE
                   OR EXISTS
                      (SELECT 1
                       FROM   TATITULAR H
                       WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                         AND  RIGHT(RTRIM(H.CEDULA_CLIENTE_H), 2)
                                 < :WS-MX-CORTE)
                ORDER BY
                   C.NUMERO_CUENTA
           END-EXEC.

           EXEC SQL
                DECLARE C_TITULARES CURSOR FOR
                SELECT
                   T.NUMERO_CUENTA_H
                  ,T.CEDULA_CLIENTE_H
                  ,T.ROL_TITULAR
                FROM
                   TATITULAR T
                  ,TACUENT C
                WHERE
                   C.NUMERO_CUENTA = T.NUMERO_CUENTA_H
                   AND (RIGHT(RTRIM(C.CEDULA_CLIENTE), 2)
                           < :WS-MX-CORTE
                        OR EXISTS
                           (SELECT 1
                            FROM   TATITULAR H
                            WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                              AND  RIGHT(RTRIM(H.CEDULA_CLIENTE_H), 2)
                                      < :WS-MX-CORTE))
                ORDER BY
                   T.NUMERO_CUENTA_H
                  ,T.CEDULA_CLIENTE_H
           END-EXEC.

           EXEC SQL
                DECLARE C_TARJETAS CURSOR FOR
                SELECT
                   J.NUMERO_TARJETA
                  ,J.NUMERO_CUENTA_TJ
                  ,J.ESTADO_TJ
                  ,J.FECHA_VENCIM_TJ
                  ,J.LIMITE_ATM_TJ
                  ,J.USUARIO_ALTA_TJ
                  ,J.FECHA_ALTA_TJ
                  ,J.TARJETA_ANTERIOR_TJ
                FROM
                   TATARJ J
                  ,TACUENT C
                WHERE
                   C.NUMERO_CUENTA = J.NUMERO_CUENTA_TJ
                   AND (RIGHT(RTRIM(C.CEDULA_CLIENTE), 2)
                           < :WS-MX-CORTE
                        OR EXISTS
                           (SELECT 1
                            FROM   TATITULAR H
                            WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                              AND  RIGHT(RTRIM(H.CEDULA_CLIENTE_H), 2)
                                      < :WS-MX-CORTE))
                ORDER BY
                   J.NUMERO_TARJETA
           END-EXEC.

           EXEC SQL
                DECLARE C_PRESTAMOS CURSOR FOR
                SELECT
                   L.ID_PRESTAMO
                  ,L.NUMERO_CUENTA_LN
                  ,L.MONTO_LN
                  ,L.TASA_LN
                  ,L.PLAZO_MESES_LN
                  ,L.CUOTA_LN
                  ,L.SALDO_CAPITAL_LN
                  ,L.CUOTAS_PAGADAS_LN
                  ,L.MORA_LN
                  ,L.FECHA_DESEMBOLSO_LN
                  ,L.ESTADO_LN
                  ,L.USUARIO_LN
                  ,L.FECHA_HORA_LN
                FROM
                   TAPRESTA L
                  ,TACUENT C
                WHERE
                   C.NUMERO_CUENTA = L.NUMERO_CUENTA_LN
                   AND (RIGHT(RTRIM(C.CEDULA_CLIENTE), 2)
                           < :WS-MX-CORTE
                        OR EXISTS
                           (SELECT 1
                            FROM   TATITULAR H
                            WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                              AND  RIGHT(RTRIM(H.CEDULA_CLIENTE_H), 2)
                                      < :WS-MX-CORTE))
                ORDER BY
                   L.ID_PRESTAMO
           END-EXEC.

           EXEC SQL
                DECLARE C_PLAZOS CURSOR FOR
                SELECT
                   P.ID_PLAZO
                  ,P.NUMERO_CUENTA_PZ
                  ,P.MONTO_PZ
                  ,P.TASA_PZ
                  ,P.PLAZO_MESES_PZ
                  ,P.FECHA_APERTURA_PZ
                  ,P.FECHA_VENCIMIENTO_PZ
                  ,P.INSTRUCCION_PZ
                  ,P.ESTADO_PZ
                  ,P.USUARIO_PZ
                  ,P.FECHA_HORA_PZ
                FROM
                   TAPLAZO P
                  ,TACUENT C
                WHERE
                   C.NUMERO_CUENTA = P.NUMERO_CUENTA_PZ
                   AND (RIGHT(RTRIM(C.CEDULA_CLIENTE), 2)
                           < :WS-MX-CORTE
                        OR EXISTS
                           (SELECT 1
                            FROM   TATITULAR H
                            WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                              AND  RIGHT(RTRIM(H.CEDULA_CLIENTE_H), 2)
                                      < :WS-MX-CORTE))
                ORDER BY
                   P.ID_PLAZO
           END-EXEC.
      *
      *--- LOS NULOS DE TATRANS SALEN EN CERO / BLANCO, COMO EN EL
      *--- DETALLE DE JRNLCOB; MSKCCOB LOS VUELVE A NULO AL CARGAR
      *
           EXEC SQL
                DECLARE C_TRANSACCIONES CURSOR FOR
                SELECT
                   T.ID_TRANSACTION
                  ,T.NUMERO_CUENTA_T
                  ,T.TIPO_TRANSACCION
                  ,COALESCE(T.MONTO, 0)
                  ,T.FECHA_HORA
                  ,T.USUARIO
                  ,T.TERMINAL
                  ,COALESCE(T.REFERENCIA_TRANSFERENCIA, 0)
                  ,COALESCE(T.TASA_CAMBIO, 0)
                  ,COALESCE(T.TILL_ID_T, ' ')
                  ,T.FECHA_NEGOCIO_T
                  ,T.SUCURSAL_T
                  ,T.SESION_ID_T
                  ,T.PROGRAMA_T
                FROM
                   TATRANS T
                  ,TACUENT C
                WHERE
                   C.NUMERO_CUENTA = T.NUMERO_CUENTA_T
                   AND (RIGHT(RTRIM(C.CEDULA_CLIENTE), 2)
                           < :WS-MX-CORTE
                        OR EXISTS
                           (SELECT 1
                            FROM   TATITULAR H
                            WHERE  H.NUMERO_CUENTA_H = C.NUMERO_CUENTA
                              AND  RIGHT(RTRIM(H.CEDULA_CLIENTE_H), 2)
                                      < :WS-MX-CORTE))
                ORDER BY
                   T.ID_TRANSACTION
           END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-2  CORTE DE LA MUESTRA, 01 A 99 (PORCENTAJE
      *---           APROXIMADO DE CLIENTES); EN BLANCO 05
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-CORTE           PIC X(2).
           03 FILLER                  PIC X(78).

       01  WS-VARIABLES.
           03 WS-MX-CORTE             PIC X(2).
           03 WS-CLIENTES             PIC 9(9)        VALUE 0.
           03 WS-CONTACTOS            PIC 9(9)        VALUE 0.
           03 WS-CUENTAS              PIC 9(9)        VALUE 0.
           03 WS-TITULARES            PIC 9(9)        VALUE 0.
           03 WS-TARJETAS             PIC 9(9)        VALUE 0.
           03 WS-PRESTAMOS            PIC 9(9)        VALUE 0.
           03 WS-PLAZOS               PIC 9(9)        VALUE 0.
           03 WS-TRANSACCIONES        PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-TITULO-CONTEO        PIC X(30).
      *
      *--- CLAVE DEL ENMASCARADO: DIEZ DIGITOS LEIDOS DE TAPARAM
      *--- (CLAVE-ENMASCARADO). SOLO EXISTE EN PRODUCCION; SIN ELLA
      *--- NO SE PUEDE DEVOLVER UN DATO ENMASCARADO A SU VALOR REAL
      *
           03 WS-MX-CLAVE             PIC 9(10).
           03 WS-MX-CLAVE-DIGITOS REDEFINES WS-MX-CLAVE.
              05 WS-MX-CLAVE-DIGITO   PIC 9    OCCURS 10 TIMES.
      *
      *--- CAMPO QUE SE ENMASCARA Y SUS POSICIONES (VER
      *--- 410-ENMASCARAR-DIGITOS)
      *
           03 WS-MX-CAMPO             PIC X(16).
           03 WS-MX-CARACTERES REDEFINES WS-MX-CAMPO.
              05 WS-MX-CARACTER       PIC X    OCCURS 16 TIMES.
           03 WS-MX-DESDE             PIC 9(2).
           03 WS-MX-HASTA             PIC 9(2).
           03 WS-MX-IDX               PIC 9(2).
           03 WS-MX-IDX-CLAVE         PIC 9(2).
           03 WS-MX-ANTERIOR          PIC 9.
           03 WS-MX-DIGITO            PIC 9.
           03 WS-MX-VALOR             PIC 9(2).
           03 WS-MX-SUMA              PIC 9(4).
           03 WS-MX-COCIENTE          PIC 9(4).
           03 WS-MX-RESTO             PIC 9.
      *
      *--- DATOS FICTICIOS QUE SE ARMAN A PARTIR DE LA CEDULA YA
      *--- ENMASCARADA, IGUALES EN TODAS LAS TABLAS DONDE APARECEN
      *
           03 WS-MX-CEDULA            PIC X(10).
           03 WS-MX-NOMBRE            PIC X(50).
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'MSKXCOB'.
          03 WC-CORTE                 PIC X(2)     VALUE '05'.

       COPY FECNEGCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ESTE PROCESO SOLO LEE: NO ESCRIBE SU FILA EN TARUNCTL Y
      *--- PUEDE REPETIRSE LAS VECES QUE HAGA FALTA
      *
           PERFORM 870-LEER-FECHA-NEGOCIO
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTO ENMASCARADO PARA PRUEBAS Y ENTRENAMIENTO - '
                                              DELIMITED BY SIZE
                  WS-FN-FECHA                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF WS-PARM-CORTE = SPACES OR WS-PARM-CORTE = LOW-VALUES
              MOVE WC-CORTE TO WS-MX-CORTE
           ELSE
              MOVE WS-PARM-CORTE TO WS-MX-CORTE
           END-IF
           IF WS-MX-CORTE IS NOT NUMERIC OR WS-MX-CORTE = '00'
              MOVE 'ABORTADO: CORTE DE LA MUESTRA INVALIDO (01 A 99)'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
      *
      *--- SIN CLAVE NO SE EXTRAE: CON UNA CLAVE FIJA EL ENMASCARADO
      *--- SERIA REVERSIBLE POR CUALQUIERA QUE LEA ESTE PROGRAMA
      *
           MOVE 'CLAVE-ENMASCARADO' TO CL-PARAM-CLAVE
           MOVE 0 TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-MX-CLAVE
           IF WS-MX-CLAVE = 0
              MOVE 'ABORTADO: FALTA CLAVE-ENMASCARADO EN TAPARAM'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'CORTE DE LA MUESTRA: CEDULAS TERMINADAS EN 00 A < '
                                              DELIMITED BY SIZE
                  WS-MX-CORTE                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           OPEN OUTPUT MSK-FILE.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
      *
      *--- EL ORDEN DEL ARCHIVO ES EL DE LA CARGA: PADRES ANTES QUE
      *--- HIJOS (VER MSKREGCP)
      *
           PERFORM 210-EXTRAER-CLIENTES
           PERFORM 230-EXTRAER-CUENTAS
           PERFORM 240-EXTRAER-TITULARES
           PERFORM 250-EXTRAER-TARJETAS
           PERFORM 260-EXTRAER-PRESTAMOS
           PERFORM 270-EXTRAER-PLAZOS
           PERFORM 280-EXTRAER-TRANSACCIONES
           PERFORM 290-ESCRIBIR-CONTROL.

       210-EXTRAER-CLIENTES.
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_CLIENTES END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CLIENTES INTO
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
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 215-ESCRIBIR-CLIENTE
                        PERFORM 220-EXTRAER-CONTACTO
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CLIENTES END-EXEC.

       215-ESCRIBIR-CLIENTE.
      *
      *--- EL NOMBRE SE REEMPLAZA POR UNO FICTICIO HECHO CON LA CEDULA
      *--- ENMASCARADA Y LA FECHA DE NACIMIENTO SE LLEVA AL 1 DE ENERO
      *--- DE SU ANO (LA EDAD, QUE USAN LAS REGLAS DE MENORES, CAMBIA A
      *--- LO SUMO EN UN ANO). LAS CEDULAS DE FUSION Y DE TUTOR SE
      *--- ENMASCARAN IGUAL QUE LA DEL CLIENTE PARA QUE SIGAN CRUZANDO
      *
           MOVE SPACES TO MK-DATOS
           SET MK-ES-CLIENTE TO TRUE
           MOVE CL-CEDULA-CLIENTE-M TO WS-MX-CAMPO
           PERFORM 400-ENMASCARAR-CEDULA
           MOVE WS-MX-CEDULA           TO MK-M-CEDULA
           PERFORM 430-NOMBRE-FICTICIO
           MOVE WS-MX-NOMBRE           TO MK-M-NOMBRE-LEGAL
           MOVE CL-TIPO-DOCUMENTO      TO MK-M-TIPO-DOCUMENTO
           MOVE CL-FECHA-ALTA-M        TO MK-M-FECHA-ALTA
           MOVE CL-USUARIO-ALTA-M      TO MK-M-USUARIO-ALTA
           MOVE CL-ESTADO-SUCESION     TO MK-M-ESTADO-SUCESION
           MOVE CL-ACTIVIDAD-ECONOMICA TO MK-M-ACTIVIDAD
           MOVE CL-VOLUMEN-DECLARADO   TO MK-M-VOLUMEN
           MOVE CL-RIESGO-KYC          TO MK-M-RIESGO-KYC
           MOVE CL-FECHA-REVISION-KYC  TO MK-M-FECHA-REVISION
           MOVE CL-CEDULA-FUSIONADA    TO WS-MX-CAMPO
           PERFORM 400-ENMASCARAR-CEDULA
           MOVE WS-MX-CEDULA           TO MK-M-CEDULA-FUSIONADA
           MOVE CL-OFICIAL-CUENTA      TO MK-M-OFICIAL
           MOVE CL-FECHA-NACIMIENTO    TO MK-M-FECHA-NACIMIENTO
           MOVE '01-01'                TO MK-M-FECHA-NACIMIENTO(6:5)
           MOVE CL-CEDULA-TUTOR        TO WS-MX-CAMPO
           PERFORM 400-ENMASCARAR-CEDULA
           MOVE WS-MX-CEDULA           TO MK-M-CEDULA-TUTOR
           WRITE MSK-REGISTRO
           ADD 1 TO WS-CLIENTES.

       220-EXTRAER-CONTACTO.
      *
      *--- EL TELEFONO CONSERVA SU FORMATO CON LOS DIGITOS
      *--- ENMASCARADOS; CORREO Y DIRECCION SE ARMAN CON LA CEDULA
      *--- ENMASCARADA DEL CLIENTE (SE VUELVE A CALCULAR: 215 DEJA EN
      *--- WS-MX-CEDULA LA DEL TUTOR). LA SEGUNDA LINEA DE DIRECCION
      *--- SALE EN BLANCO Y LA CIUDAD SE CONSERVA, SOLA NO IDENTIFICA
      *--- A NADIE
      *
           EXEC SQL
                SELECT
                   TELEFONO
                  ,EMAIL
                  ,DIRECCION1
                  ,CIUDAD
                  ,CANAL_PREFERIDO
                  ,IDIOMA
                  ,FECHA_ACTUALIZACION
                  ,USUARIO_ACTUALIZA
                INTO
                   :CL-TELEFONO
                  ,:CL-EMAIL
                  ,:CL-DIRECCION1
                  ,:CL-CIUDAD
                  ,:CL-CANAL-PREFERIDO
                  ,:CL-IDIOMA
                  ,:CL-FECHA-ACTUALIZACION
                  ,:CL-USUARIO-ACTUALIZA
                FROM
                   TACONTAC
                WHERE
                   CEDULA_CLIENTE_C = :CL-CEDULA-CLIENTE-M
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SPACES TO MK-DATOS
                     SET MK-ES-CONTACTO TO TRUE
                     MOVE CL-CEDULA-CLIENTE-M TO WS-MX-CAMPO
                     PERFORM 400-ENMASCARAR-CEDULA
                     MOVE WS-MX-CEDULA        TO MK-C-CEDULA
                     MOVE CL-TELEFONO         TO WS-MX-CAMPO
                     MOVE 1                   TO WS-MX-DESDE
                     MOVE 15                  TO WS-MX-HASTA
                     PERFORM 410-ENMASCARAR-DIGITOS
                     MOVE WS-MX-CAMPO         TO MK-C-TELEFONO
                     IF CL-EMAIL NOT = SPACES
                        STRING 'C'                DELIMITED BY SIZE
                               WS-MX-CEDULA       DELIMITED BY SPACE
                               '@PRUEBA.INVALIDO' DELIMITED BY SIZE
                          INTO MK-C-EMAIL
                        END-STRING
                     END-IF
                     IF CL-DIRECCION1 NOT = SPACES
                        STRING 'CALLE DE PRUEBA ' DELIMITED BY SIZE
                               WS-MX-CEDULA       DELIMITED BY SPACE
                          INTO MK-C-DIRECCION1
                        END-STRING
                     END-IF
                     MOVE CL-CIUDAD           TO MK-C-CIUDAD
                     MOVE CL-CANAL-PREFERIDO  TO MK-C-CANAL
                     MOVE CL-IDIOMA           TO MK-C-IDIOMA
                     MOVE CL-FECHA-ACTUALIZACION
                                              TO MK-C-FECHA-ACTUALIZA
                     MOVE CL-USUARIO-ACTUALIZA
                                              TO MK-C-USUARIO-ACTUALIZA
                     WRITE MSK-REGISTRO
                     ADD 1 TO WS-CONTACTOS
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       230-EXTRAER-CUENTAS.
      *
      *--- EL NUMERO DE CUENTA NO ES DATO PERSONAL Y SE CONSERVA (CON
      *--- SU DIGITO DE VERIFICACION); EL NOMBRE DE LA CUENTA ES EL
      *--- FICTICIO DEL TITULAR PRINCIPAL, EL MISMO DE TACLIENT
      *
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_CUENTAS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CUENTAS INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-CEDULA-CLIENTE
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
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO MK-DATOS
                        SET MK-ES-CUENTA TO TRUE
                        MOVE CL-NUMERO-CUENTA  TO MK-A-NUMERO-CUENTA
                        MOVE CL-CEDULA-CLIENTE TO WS-MX-CAMPO
                        PERFORM 400-ENMASCARAR-CEDULA
                        MOVE WS-MX-CEDULA      TO MK-A-CEDULA
                        PERFORM 430-NOMBRE-FICTICIO
                        MOVE WS-MX-NOMBRE      TO MK-A-NOMBRE
                        MOVE CL-SALDO          TO MK-A-SALDO
                        MOVE CL-ESTADO-CUENTA  TO MK-A-ESTADO-CUENTA
                        MOVE CL-LIMITE-SOBREGIRO
                                               TO MK-A-LIMITE-SOBREGIRO
                        MOVE CL-MONEDA-CUENTA  TO MK-A-MONEDA
                        MOVE CL-INTENTOS-FALLIDOS TO MK-A-INTENTOS
                        MOVE CL-LIMITE-RETIRO-SEMANAL
                                               TO MK-A-LIMITE-RETIRO
                        MOVE CL-SALDO-MINIMO   TO MK-A-SALDO-MINIMO
                        MOVE CL-SALDO-RETENIDO TO MK-A-SALDO-RETENIDO
                        MOVE CL-ESTADO-DORMANTE
                                               TO MK-A-ESTADO-DORMANTE
                        MOVE CL-CODIGO-PRODUCTO TO MK-A-PRODUCTO
                        MOVE CL-SUCURSAL-CUENTA TO MK-A-SUCURSAL
                        MOVE CL-FECHA-APERTURA TO MK-A-FECHA-APERTURA
                        WRITE MSK-REGISTRO
                        ADD 1 TO WS-CUENTAS
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC.

       240-EXTRAER-TITULARES.
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_TITULARES END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TITULARES INTO
                      :CL-NUMERO-CUENTA-H
                     ,:CL-CEDULA-CLIENTE-H
                     ,:CL-ROL-TITULAR
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO MK-DATOS
                        SET MK-ES-TITULAR TO TRUE
                        MOVE CL-NUMERO-CUENTA-H  TO MK-H-NUMERO-CUENTA
                        MOVE CL-CEDULA-CLIENTE-H TO WS-MX-CAMPO
                        PERFORM 400-ENMASCARAR-CEDULA
                        MOVE WS-MX-CEDULA        TO MK-H-CEDULA
                        MOVE CL-ROL-TITULAR      TO MK-H-ROL
                        WRITE MSK-REGISTRO
                        ADD 1 TO WS-TITULARES
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TITULARES END-EXEC.

       250-EXTRAER-TARJETAS.
      *
      *--- LA TARJETA ANTERIOR SE ENMASCARA IGUAL QUE LA VIGENTE PARA
      *--- QUE LA CADENA DE REPOSICIONES SIGA ENLAZADA EN DESTINO
      *
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_TARJETAS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TARJETAS INTO
                      :CL-NUMERO-TARJETA
                     ,:CL-NUMERO-CUENTA-TJ
                     ,:CL-ESTADO-TJ
                     ,:CL-FECHA-VENCIM-TJ
                     ,:CL-LIMITE-ATM-TJ
                     ,:CL-USUARIO-ALTA-TJ
                     ,:CL-FECHA-ALTA-TJ
                     ,:CL-TARJETA-ANTERIOR-TJ
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO MK-DATOS
                        SET MK-ES-TARJETA TO TRUE
                        MOVE CL-NUMERO-TARJETA TO WS-MX-CAMPO
                        PERFORM 420-ENMASCARAR-TARJETA
                        MOVE WS-MX-CAMPO       TO MK-J-NUMERO-TARJETA
                        MOVE CL-NUMERO-CUENTA-TJ TO MK-J-NUMERO-CUENTA
                        MOVE CL-ESTADO-TJ      TO MK-J-ESTADO
                        MOVE CL-FECHA-VENCIM-TJ TO MK-J-FECHA-VENCIM
                        MOVE CL-LIMITE-ATM-TJ  TO MK-J-LIMITE-ATM
                        MOVE CL-USUARIO-ALTA-TJ TO MK-J-USUARIO-ALTA
                        MOVE CL-FECHA-ALTA-TJ  TO MK-J-FECHA-ALTA
                        MOVE CL-TARJETA-ANTERIOR-TJ TO WS-MX-CAMPO
                        PERFORM 420-ENMASCARAR-TARJETA
                        MOVE WS-MX-CAMPO     TO MK-J-TARJETA-ANTERIOR
                        WRITE MSK-REGISTRO
                        ADD 1 TO WS-TARJETAS
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TARJETAS END-EXEC.

       260-EXTRAER-PRESTAMOS.
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PRESTAMOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PRESTAMOS INTO
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
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO MK-DATOS
                        SET MK-ES-PRESTAMO TO TRUE
                        MOVE CL-ID-PRESTAMO      TO MK-L-ID-PRESTAMO
                        MOVE CL-NUMERO-CUENTA-LN TO MK-L-NUMERO-CUENTA
                        MOVE CL-MONTO-LN         TO MK-L-MONTO
                        MOVE CL-TASA-LN          TO MK-L-TASA
                        MOVE CL-PLAZO-MESES-LN   TO MK-L-PLAZO-MESES
                        MOVE CL-CUOTA-LN         TO MK-L-CUOTA
                        MOVE CL-SALDO-CAPITAL-LN TO MK-L-SALDO-CAPITAL
                        MOVE CL-CUOTAS-PAGADAS-LN
                                                 TO MK-L-CUOTAS-PAGADAS
                        MOVE CL-MORA-LN          TO MK-L-MORA
                        MOVE CL-FECHA-DESEMBOLSO-LN
                                               TO MK-L-FECHA-DESEMBOLSO
                        MOVE CL-ESTADO-LN        TO MK-L-ESTADO
                        MOVE CL-USUARIO-LN       TO MK-L-USUARIO
                        MOVE CL-FECHA-HORA-LN    TO MK-L-FECHA-HORA
                        WRITE MSK-REGISTRO
                        ADD 1 TO WS-PRESTAMOS
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PRESTAMOS END-EXEC.

       270-EXTRAER-PLAZOS.
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PLAZOS END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_PLAZOS INTO
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
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO MK-DATOS
                        SET MK-ES-PLAZO TO TRUE
                        MOVE CL-ID-PLAZO          TO MK-P-ID-PLAZO
                        MOVE CL-NUMERO-CUENTA-PZ  TO MK-P-NUMERO-CUENTA
                        MOVE CL-MONTO-PZ          TO MK-P-MONTO
                        MOVE CL-TASA-PZ           TO MK-P-TASA
                        MOVE CL-PLAZO-MESES-PZ    TO MK-P-PLAZO-MESES
                        MOVE CL-FECHA-APERTURA-PZ TO MK-P-FECHA-APERTURA
                        MOVE CL-FECHA-VENCIMIENTO-PZ
                                              TO MK-P-FECHA-VENCIMIENTO
                        MOVE CL-INSTRUCCION-PZ    TO MK-P-INSTRUCCION
                        MOVE CL-ESTADO-PZ         TO MK-P-ESTADO
                        MOVE CL-USUARIO-PZ        TO MK-P-USUARIO
                        MOVE CL-FECHA-HORA-PZ     TO MK-P-FECHA-HORA
                        WRITE MSK-REGISTRO
                        ADD 1 TO WS-PLAZOS
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PLAZOS END-EXEC.

       280-EXTRAER-TRANSACCIONES.
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_TRANSACCIONES END-EXEC
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TRANSACCIONES INTO
                      :CL-ID-TRANSACTION
                     ,:CL-NUMERO-CUENTA-T
                     ,:CL-TIPO-TRANSACCION
                     ,:CL-MONTO
                     ,:CL-FECHA-HORA
                     ,:CL-USUARIO
                     ,:CL-TERMINAL
                     ,:CL-REFERENCIA-TRANSFERENCIA
                     ,:CL-TASA-CAMBIO
                     ,:CL-TILL-ID-T
                     ,:CL-FECHA-NEGOCIO-T
                     ,:CL-SUCURSAL-T
                     ,:CL-SESION-ID-T
                     ,:CL-PROGRAMA-T
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO MK-DATOS
                        SET MK-ES-TRANSACCION TO TRUE
                        MOVE CL-ID-TRANSACTION   TO MK-T-ID-TRANSACTION
                        MOVE CL-NUMERO-CUENTA-T  TO MK-T-NUMERO-CUENTA
                        MOVE CL-TIPO-TRANSACCION TO MK-T-TIPO
                        MOVE CL-MONTO            TO MK-T-MONTO
                        MOVE CL-FECHA-HORA       TO MK-T-FECHA-HORA
                        MOVE CL-USUARIO          TO MK-T-USUARIO
                        MOVE CL-TERMINAL         TO MK-T-TERMINAL
                        MOVE CL-REFERENCIA-TRANSFERENCIA
                                                 TO MK-T-REFERENCIA
                        MOVE CL-TASA-CAMBIO      TO MK-T-TASA-CAMBIO
                        MOVE CL-TILL-ID-T        TO MK-T-TILL-ID
                        MOVE CL-FECHA-NEGOCIO-T  TO MK-T-FECHA-NEGOCIO
                        MOVE CL-SUCURSAL-T       TO MK-T-SUCURSAL
                        MOVE CL-SESION-ID-T      TO MK-T-SESION-ID
                        MOVE CL-PROGRAMA-T       TO MK-T-PROGRAMA
                        WRITE MSK-REGISTRO
                        ADD 1 TO WS-TRANSACCIONES
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TRANSACCIONES END-EXEC.

       290-ESCRIBIR-CONTROL.
           MOVE SPACES TO MK-DATOS
           SET MK-ES-CONTROL TO TRUE
           MOVE WS-FN-FECHA      TO MK-Z-FECHA-NEGOCIO
           MOVE WS-CLIENTES      TO MK-Z-CLIENTES
           MOVE WS-CONTACTOS     TO MK-Z-CONTACTOS
           MOVE WS-CUENTAS       TO MK-Z-CUENTAS
           MOVE WS-TITULARES     TO MK-Z-TITULARES
           MOVE WS-TARJETAS      TO MK-Z-TARJETAS
           MOVE WS-PRESTAMOS     TO MK-Z-PRESTAMOS
           MOVE WS-PLAZOS        TO MK-Z-PLAZOS
           MOVE WS-TRANSACCIONES TO MK-Z-TRANSACCIONES
           WRITE MSK-REGISTRO.

       300-FIN.
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
           CLOSE MSK-FILE
           CLOSE RPT-FILE
           STOP RUN.

       310-ESCRIBIR-CONTEO.
           MOVE SPACES TO RPT-LINEA
           STRING WS-TITULO-CONTEO DELIMITED BY SIZE
                  WS-CONTADOR-ED   DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       400-ENMASCARAR-CEDULA.
      *
      *--- LA CEDULA LLEGA EN WS-MX-CAMPO Y SALE ENMASCARADA EN
      *--- WS-MX-CEDULA. UNA CEDULA EN BLANCO QUEDA EN BLANCO
      *
           MOVE 1  TO WS-MX-DESDE
           MOVE 10 TO WS-MX-HASTA
           PERFORM 410-ENMASCARAR-DIGITOS
           MOVE WS-MX-CAMPO(1:10) TO WS-MX-CEDULA.

       410-ENMASCARAR-DIGITOS.
      *
      *--- REEMPLAZA CADA DIGITO DE WS-MX-CAMPO ENTRE WS-MX-DESDE Y
      *--- WS-MX-HASTA POR (DIGITO + DIGITO DE LA CLAVE DE ESA
      *--- POSICION + DIGITO ORIGINAL ANTERIOR) MODULO 10. LO QUE NO
      *--- ES DIGITO QUEDA IGUAL. EL MISMO VALOR DA SIEMPRE EL MISMO
      *--- RESULTADO (UNA CEDULA ES LA MISMA EN TODAS LAS TABLAS) Y
      *--- DOS VALORES DISTINTOS NUNCA DAN EL MISMO (NO SE PISAN LLAVES
      *--- PRIMARIAS EN DESTINO)
      *
           MOVE 0 TO WS-MX-ANTERIOR
           PERFORM VARYING WS-MX-IDX FROM WS-MX-DESDE BY 1
                   UNTIL WS-MX-IDX > WS-MX-HASTA
              IF WS-MX-CARACTER(WS-MX-IDX) IS NUMERIC
                 MOVE WS-MX-CARACTER(WS-MX-IDX) TO WS-MX-DIGITO
                 DIVIDE WS-MX-IDX BY 10
                    GIVING WS-MX-COCIENTE
                    REMAINDER WS-MX-IDX-CLAVE
                 ADD 1 TO WS-MX-IDX-CLAVE
                 COMPUTE WS-MX-VALOR = WS-MX-DIGITO
                         + WS-MX-CLAVE-DIGITO(WS-MX-IDX-CLAVE)
                         + WS-MX-ANTERIOR
                 DIVIDE WS-MX-VALOR BY 10
                    GIVING WS-MX-COCIENTE
                    REMAINDER WS-MX-RESTO
                 MOVE WS-MX-RESTO  TO WS-MX-CARACTER(WS-MX-IDX)
                 MOVE WS-MX-DIGITO TO WS-MX-ANTERIOR
              END-IF
           END-PERFORM.

       420-ENMASCARAR-TARJETA.
      *
      *--- EN UNA TARJETA DE 16 DIGITOS SE CONSERVAN LOS 6 DEL EMISOR
      *--- (BIN, QUE DEFINE EL PRODUCTO), SE ENMASCARAN LAS POSICIONES
      *--- 7 A 15 Y SE RECALCULA EL DIGITO DE VERIFICACION (LUHN) DE LA
      *--- 16 PARA QUE EL NUMERO SIGA SIENDO VALIDO. UN VALOR QUE NO
      *--- TENGA ESA FORMA SE ENMASCARA DIGITO A DIGITO, SIN LUHN
      *
           IF WS-MX-CAMPO IS NUMERIC
              MOVE 7  TO WS-MX-DESDE
              MOVE 15 TO WS-MX-HASTA
              PERFORM 410-ENMASCARAR-DIGITOS
              MOVE 0 TO WS-MX-SUMA
              PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                      UNTIL WS-MX-IDX > 15
                 MOVE WS-MX-CARACTER(WS-MX-IDX) TO WS-MX-DIGITO
                 DIVIDE WS-MX-IDX BY 2
                    GIVING WS-MX-COCIENTE
                    REMAINDER WS-MX-RESTO
                 IF WS-MX-RESTO = 1
                    COMPUTE WS-MX-VALOR = WS-MX-DIGITO * 2
                    IF WS-MX-VALOR > 9
                       SUBTRACT 9 FROM WS-MX-VALOR
                    END-IF
                 ELSE
                    MOVE WS-MX-DIGITO TO WS-MX-VALOR
                 END-IF
                 ADD WS-MX-VALOR TO WS-MX-SUMA
              END-PERFORM
              DIVIDE WS-MX-SUMA BY 10
                 GIVING WS-MX-COCIENTE
                 REMAINDER WS-MX-RESTO
              IF WS-MX-RESTO = 0
                 MOVE 0 TO WS-MX-DIGITO
              ELSE
                 COMPUTE WS-MX-DIGITO = 10 - WS-MX-RESTO
              END-IF
              MOVE WS-MX-DIGITO TO WS-MX-CARACTER(16)
           ELSE
              MOVE 1  TO WS-MX-DESDE
              MOVE 16 TO WS-MX-HASTA
              PERFORM 410-ENMASCARAR-DIGITOS
           END-IF.

       430-NOMBRE-FICTICIO.
      *
      *--- NOMBRE FICTICIO A PARTIR DE LA CEDULA YA ENMASCARADA
      *--- (WS-MX-CEDULA); EL MISMO EN TACLIENT Y EN TACUENT
      *
           MOVE SPACES TO WS-MX-NOMBRE
           STRING 'CLIENTE DE PRUEBA ' DELIMITED BY SIZE
                  WS-MX-CEDULA         DELIMITED BY SPACE
             INTO WS-MX-NOMBRE
           END-STRING.

       COPY FECNEGPR.
       COPY PARMCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE MSK-FILE
           CLOSE RPT-FILE
           STOP RUN.
