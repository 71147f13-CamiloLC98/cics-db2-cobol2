           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TARANGO END-EXEC.
           EXEC SQL INCLUDE TADOCREQ END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- PATRONES DE NOMBRE DE LA LISTA RESTRICTIVA, RECORRIDOS EN
      *--- EL TAMIZAJE DE 233-TAMIZAR-LISTA-RESTRICTIVA
           03 WS-DOCS-EXIGIDOS        PIC 9(4).
           03 WS-DIAS-SIN-REVISION    PIC S9(9)       COMP.
           03 WS-KYC-IDX              PIC 9(2).
      *
      *--- CAMPOS DE LA RESIDENCIA FISCAL (VER 238-REGISTRAR-
      *--- AUTOCERT-FISCAL Y 239-VERIFICAR-INDICIOS-FISCALES)
      *
           03 WS-INDICIO-CALC         PIC X(1).
           03 WS-TEL-CONTACTO         PIC X(15).
           03 WS-PAIS-CONTACTO        PIC X(2).
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-TAMIZ-FALG          PIC X           VALUE 'N'.
               88 WS-FIN-PATRONES                     VALUE 'Y'.
           03  WS-INDICIO-FALG        PIC X           VALUE 'N'.
               88 WS-CON-INDICIOS                     VALUE 'S'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          03 WC-IDIOMA-INGLES         PIC X(2)     VALUE 'EN'.
          03 WC-IDIOMA-PORTUGUES      PIC X(2)     VALUE 'PT'.
      *
      *--- PAIS LOCAL (ISO DE DOS LETRAS) Y SU PREFIJO TELEFONICO:
      *--- OTRO PAIS EN LA DIRECCION O UN TELEFONO CON OTRO PREFIJO
      *--- SON INDICIOS DE RESIDENCIA FISCAL EXTRANJERA (FATCA/CRS)
      *
          03 WC-PAIS-LOCAL            PIC X(2)     VALUE 'CO'.
      *
      *--- PREFERENCIA DE EXTRACTO (TACONTAC): 'C' CONSOLIDADO POR
      *--- CLIENTE (EXTCCOB); VACIO O CUALQUIER OTRO VALOR QUEDA 'I',
      *--- UN EXTRACTO POR CUENTA (EXTRCOB)
      *
          03 WC-EXTRACTO-CONSOLIDADO  PIC X(1)     VALUE 'C'.
          03 WC-EXTRACTO-POR-CUENTA   PIC X(1)     VALUE 'I'.
          03 WC-PREFIJO-LOCAL         PIC X(3)     VALUE '+57'.
          03 WC-SIN-AUTOCERT          PIC X(10)    VALUE '0001-01-01'.
      *
      *--- ASIGNAR O RESETEAR EL PIN DE UNA CUENTA (OPCION '4') ES
      *--- FUNCION DE SUPERVISOR, VER 225-ASIGNAR-PIN
      *
       COPY PINCTACP.
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
      *--- SI SE RECIBE COMMAREA (EIBCALEN > 0), SE COPIA A UNA VARIABLE
      *--- LOCAL, OCURRE CUANDO EL PROGRAMA ES LLAMADO CON XCTL O LINK
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('ALTAMP')
                MAPONLY
                ERASE
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
      *--- CONSTANCIA DE UNA REVISION KYC COMPLETADA POR CUMPLIMIENTO
      *--- (SOLO SUPERVISOR; CEDULAI = CEDULA, CARGOI POS 1 = NUEVA
      *--- CALIFICACION A/M/B OPCIONAL; VER 237-COMPLETAR-REVISION-
      *--- KYC), Y '9' REGISTRA LA AUTOCERTIFICACION DE RESIDENCIA
      *--- FISCAL (CEDULAI, PAIS Y TIN EN PFIS1I/TIN1I Y PFIS2I/TIN2I,
      *--- CARGOI = FECHA DE FIRMA AAAAMMDD, EN BLANCO HOY; VER
      *--- 238-REGISTRAR-AUTOCERT-FISCAL). CUENTAI, CEDULAI Y NOMBREI
      *--- SON OBLIGATORIOS PARA '1' Y '2'; PARA '3', '8' Y '9' SOLO
      *--- SE EXIGE CEDULAI Y PARA '4' CUENTAI Y PINNI.
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'FALTAN DATOS OBLIGATORIOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           IF CAMPO1I NOT = '3' AND CAMPO1I NOT = '4'
              AND CAMPO1I NOT = '5' AND CAMPO1I NOT = '6'
              AND CAMPO1I NOT = '7' AND CAMPO1I NOT = '8'
              AND CAMPO1I NOT = '9'
              AND (CEDULAI = LOW-VALUES OR NOMBREI = LOW-VALUES)
              MOVE 'FALTAN DATOS OBLIGATORIOS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
                     PERFORM 228-REGISTRAR-MENOR
                WHEN '8'
                     PERFORM 237-COMPLETAR-REVISION-KYC
                WHEN '9'
                     PERFORM 238-REGISTRAR-AUTOCERT-FISCAL
                WHEN OTHER
                     MOVE 'OPCION INVALIDA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
      *--- CAJERO ELIGE EL PRODUCTO, NO EL NUMERO, Y SE ACABAN LAS
      *--- COLISIONES DE CUENTA YA EXISTE
      *
           MOVE '211-CREAR-CUENTA' TO WS-AB-PARRAFO
           IF CUENTAI = LOW-VALUES OR CUENTAI = SPACES
              PERFORM 218-ASIGNAR-NUMERO-DE-RANGO
           END-IF
      *--- DE ESTA FORMA 0000000001000,00
      *-------------------------------------------------------------
       213-RELLENAR-SALDOI.
           MOVE '213-RELLENAR-SALDOI' TO WS-AB-PARRAFO
           UNSTRING SALDOI DELIMITED BY '_'
               INTO WS-SALDOI-JUST
           END-UNSTRING
      *--- AL CUMPLIR LA MAYORIA. SE ACABA EL PAPELITO CON EL NOMBRE
      *--- DEL PAPA
      *
           MOVE '228-REGISTRAR-MENOR' TO WS-AB-PARRAFO
           IF CEDULAI = LOW-VALUES OR CUENTAI = LOW-VALUES
              OR CARGOI = LOW-VALUES OR CARGOI NOT NUMERIC
              MOVE 'DIGITE CEDULA, TUTOR Y NACIMIENTO (AAAAMMDD)'
      *--- CADA UNO SE LLEVA UN NUMERO DISTINTO. SIN RANGO ACTIVO CON
      *--- NUMEROS DISPONIBLES EL ALTA SE DETIENE CON MENSAJE CLARO
      *
           MOVE '218-ASIGNAR-NUMERO-DE-RANGO' TO WS-AB-PARRAFO
           PERFORM 880-DERIVAR-SUCURSAL
           IF WS-SC-SUCURSAL = SPACES
              MOVE 'TERMINAL SIN SUCURSAL, NO HAY RANGO ASIGNABLE'
      *--- TRAIGA CUENTAI EN ESA POSICION SE IGNORA Y SE REEMPLAZA POR
      *--- EL DIGITO CALCULADO
      *
           MOVE '214-ASIGNAR-DIGITO-VERIF' TO WS-AB-PARRAFO
           MOVE CUENTAI            TO WS-VC-NUMERO
           MOVE 0                  TO WS-VC-DIGITO(10)
           PERFORM 800-VALIDAR-DIGITO-VERIF
      *--- SOLO SE CORRIGEN CEDULA_CLIENTE Y NOMBRE_CLIENTE DE UNA
      *--- CUENTA YA ABIERTA. EL SALDO Y EL ESTADO NO SE TOCAN AQUI.
      *
           MOVE '212-CORREGIR-CLIENTE' TO WS-AB-PARRAFO
           MOVE CUENTAI TO CL-NUMERO-CUENTA
           PERFORM 222-SQL-CONSULTA
           IF SQLCODE = 0
      *--- ENCONTRARIA) Y AL MENOS UN DATO DE CONTACTO EN PANTALLA
      *--- PARA NO GRABAR UNA FILA COMPLETAMENTE VACIA
      *
           MOVE '215-MANTENER-CONTACTO' TO WS-AB-PARRAFO
           IF CEDULAI = LOW-VALUES
              MOVE 'FALTA LA CEDULA DEL CLIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 217-GRABAR-CONTACTO
           PERFORM 239-VERIFICAR-INDICIOS-FISCALES
           IF WS-CON-INDICIOS
              MOVE 'CONTACTO GRABADO. INDICIO FISCAL: PIDA AUTOCERTIFICA
      -            'CION' TO MSGO
           ELSE
              MOVE 'DATOS DE CONTACTO ACTUALIZADOS' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

      *--- Y, SI NO EXISTE (SQLCODE 100), SE INSERTA. SE VALIDA EL
      *--- CANAL PREFERIDO Y SE DEJA 'C' (CORREO FISICO) CUANDO VIENE
      *--- VACIO O CON UN CODIGO DESCONOCIDO; EL IDIOMA DE IDIOMI SE
      *--- VALIDA IGUAL Y SE DEJA 'ES' POR DEFECTO. EL PAIS DE LA
      *--- DIRECCION (PAISI) VACIO QUEDA 'CO' Y LA PREFERENCIA DE
      *--- EXTRACTO (TEXTRI) QUEDA 'I' SALVO QUE PIDA EL CONSOLIDADO
      *
           MOVE '217-GRABAR-CONTACTO' TO WS-AB-PARRAFO
           MOVE CEDULAI TO CL-CEDULA-CLIENTE-C
           MOVE SPACES  TO CL-TELEFONO
           MOVE SPACES  TO CL-EMAIL
           ELSE
              MOVE WC-IDIOMA-ESPANOL TO CL-IDIOMA
           END-IF
           IF PAISI = LOW-VALUES OR PAISI = SPACES
              MOVE WC-PAIS-LOCAL TO CL-PAIS-DIRECCION
           ELSE
              MOVE PAISI TO CL-PAIS-DIRECCION
           END-IF
           IF TEXTRI = WC-EXTRACTO-CONSOLIDADO
              MOVE WC-EXTRACTO-CONSOLIDADO TO CL-TIPO-EXTRACTO
           ELSE
              MOVE WC-EXTRACTO-POR-CUENTA TO CL-TIPO-EXTRACTO
           END-IF
           MOVE EIBOPID TO CL-USUARIO-ACTUALIZA
           PERFORM 218-SQL-ACTUALIZAR-CONTACTO
           IF SQLCODE = 100
           END-IF.

       218-SQL-ACTUALIZAR-CONTACTO.
           MOVE '218-SQL-ACTUALIZAR-CONTACTO' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACONTAC
                SET    TELEFONO            = :CL-TELEFONO
                      ,IDIOMA              = :CL-IDIOMA
                      ,FECHA_ACTUALIZACION = CURRENT TIMESTAMP
                      ,USUARIO_ACTUALIZA   = :CL-USUARIO-ACTUALIZA
                      ,PAIS_DIRECCION      = :CL-PAIS-DIRECCION
                      ,TIPO_EXTRACTO       = :CL-TIPO-EXTRACTO
                WHERE  CEDULA_CLIENTE_C    = :CL-CEDULA-CLIENTE-C
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
           END-IF.

       219-SQL-INSERTAR-CONTACTO.
           MOVE '219-SQL-INSERTAR-CONTACTO' TO WS-AB-PARRAFO
           EXEC SQL
                INSERT INTO TACONTAC (
                    CEDULA_CLIENTE_C
                   ,IDIOMA
                   ,FECHA_ACTUALIZACION
                   ,USUARIO_ACTUALIZA
                   ,PAIS_DIRECCION
                   ,TIPO_EXTRACTO
                ) VALUES (
                    :CL-CEDULA-CLIENTE-C
                   ,:CL-TELEFONO
                   ,:CL-IDIOMA
                   ,CURRENT TIMESTAMP
                   ,:CL-USUARIO-ACTUALIZA
                   ,:CL-PAIS-DIRECCION
                   ,:CL-TIPO-EXTRACTO
                )
           END-EXEC
           IF SQLCODE NOT = 0
      *--- CON EL PROTOCOLO VIEJO/NUEVO/CONFIRMACION). EL PIN NUNCA SE
      *--- GUARDA EN CLARO: SE GRABA EL CIFRADO DE 830-CIFRAR-PIN
      *
           MOVE '225-ASIGNAR-PIN' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
      *--- DEJA LA CUENTA EXONERADA DEL CARGO DE CARGOI (VER TAFEESCH)
      *--- CON EL MOTIVO DIGITADO EN NOMBREI. SOLO SUPERVISOR
      *
           MOVE '226-EXONERAR-CARGO' TO WS-AB-PARRAFO
           PERFORM 228-VALIDAR-SUPERVISOR
           IF CUENTAI = LOW-VALUES OR CARGOI = LOW-VALUES
              OR NOMBREI = LOW-VALUES
           END-IF.

       227-QUITAR-EXONERACION.
           MOVE '227-QUITAR-EXONERACION' TO WS-AB-PARRAFO
           PERFORM 228-VALIDAR-SUPERVISOR
           IF CUENTAI = LOW-VALUES OR CARGOI = LOW-VALUES
              MOVE 'FALTAN CUENTA O CODIGO DE CARGO' TO MSGO
           PERFORM 300-RETURN.

       228-VALIDAR-SUPERVISOR.
           MOVE '228-VALIDAR-SUPERVISOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
           END-IF.

       229-SQL-CONSULTAR-PRODUCTO.
           MOVE '229-SQL-CONSULTAR-PRODUCTO' TO WS-AB-PARRAFO
           IF PRODI = LOW-VALUES OR PRODI = SPACES
              MOVE 'FALTA EL CODIGO DE PRODUCTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
      *--- POR CUENTA (QUE ES LO QUE ROMPIA LA BUSQUEDA POR NOMBRE DE
      *--- CLNTCOB)
      *
           MOVE '230-SINCRONIZAR-CLIENTE' TO WS-AB-PARRAFO
           MOVE CEDULAI TO CL-CEDULA-CLIENTE-M
           MOVE NOMBREI TO CL-NOMBRE-LEGAL
           MOVE EIBOPID TO CL-USUARIO-ALTA-M
      *--- DE LA REVISION CON LA OPCION '8' (237-COMPLETAR-REVISION-
      *--- KYC), QUE ES LO UNICO QUE AVANZA FECHA_REVISION_KYC
      *
           MOVE '235-VERIFICAR-REVISION-KYC' TO WS-AB-PARRAFO
           MOVE 'DIAS-REVISION-ALTO' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-REVISION-ALTO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
      *--- SOBRE EL UMBRAL MEDIO 'M'; EL RESTO 'B'. EL BATCH KYCRCOB
      *--- RECALIFICA LUEGO CONTRA EL COMPORTAMIENTO REAL DE TATRANS
      *
           MOVE '236-CALIFICAR-RIESGO-KYC' TO WS-AB-PARRAFO
           MOVE 'UMBRAL-KYC-ALTO' TO CL-PARAM-CLAVE
           MOVE WC-UMBRAL-KYC-ALTO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
      *--- TAMBIEN: BAJAR LA CALIFICACION SOLO PASA POR AQUI, EL BATCH
      *--- KYCRCOB UNICAMENTE LA SUBE
      *
           MOVE '237-COMPLETAR-REVISION-KYC' TO WS-AB-PARRAFO
           PERFORM 228-VALIDAR-SUPERVISOR
           IF CEDULAI = LOW-VALUES
              MOVE 'FALTA LA CEDULA DEL CLIENTE' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       238-REGISTRAR-AUTOCERT-FISCAL.
      *
      *--- OPCION '9': AUTOCERTIFICACION DE RESIDENCIA FISCAL FIRMADA
      *--- POR EL CLIENTE (FATCA/CRS). SE EXIGE AL MENOS UN PAIS DE
      *--- RESIDENCIA FISCAL; CADA PAIS DISTINTO DE 'CO' DEBE TRAER SU
      *--- TIN. LA FECHA DE FIRMA VA EN CARGOI (AAAAMMDD) Y EN BLANCO
      *--- SE TOMA LA DE HOY. CON LA AUTOCERTIFICACION SE LIMPIA EL
      *--- INDICIO Y SE VUELVE A EVALUAR CONTRA EL CONTACTO: UNA
      *--- DIRECCION EN UN PAIS QUE EL CLIENTE NO DECLARO LO DEJA
      *--- MARCADO OTRA VEZ
      *
           MOVE '238-REGISTRAR-AUTOCERT-FISCAL' TO WS-AB-PARRAFO
           IF CEDULAI = LOW-VALUES
              MOVE 'FALTA LA CEDULA DEL CLIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF PFIS1I = LOW-VALUES OR PFIS1I = SPACES
              MOVE 'DIGITE EL PAIS DE RESIDENCIA FISCAL' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE PFIS1I TO CL-PAIS-FISCAL-1
           MOVE SPACES TO CL-TIN-FISCAL-1
           IF TIN1I NOT = LOW-VALUES
              MOVE TIN1I TO CL-TIN-FISCAL-1
           END-IF
           MOVE SPACES TO CL-PAIS-FISCAL-2
           MOVE SPACES TO CL-TIN-FISCAL-2
           IF PFIS2I NOT = LOW-VALUES
              MOVE PFIS2I TO CL-PAIS-FISCAL-2
           END-IF
           IF TIN2I NOT = LOW-VALUES AND CL-PAIS-FISCAL-2 NOT = SPACES
              MOVE TIN2I TO CL-TIN-FISCAL-2
           END-IF
           IF (CL-PAIS-FISCAL-1 NOT = WC-PAIS-LOCAL
               AND CL-TIN-FISCAL-1 = SPACES)
              OR (CL-PAIS-FISCAL-2 NOT = SPACES
                  AND CL-PAIS-FISCAL-2 NOT = WC-PAIS-LOCAL
                  AND CL-TIN-FISCAL-2 = SPACES)
              MOVE 'FALTA EL TIN DEL PAIS DE RESIDENCIA FISCAL' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CARGOI = LOW-VALUES OR CARGOI = SPACES
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO   :CL-FECHA-AUTOCERT-FISCAL
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           ELSE
              IF CARGOI NOT NUMERIC
                 MOVE 'FECHA DE AUTOCERTIFICACION INVALIDA (AAAAMMDD)'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE SPACES TO CL-FECHA-AUTOCERT-FISCAL
              STRING CARGOI(1:4) '-' CARGOI(5:2) '-' CARGOI(7:2)
                     DELIMITED BY SIZE
                INTO CL-FECHA-AUTOCERT-FISCAL
              END-STRING
           END-IF
           MOVE CEDULAI TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                UPDATE TACLIENT
                SET    PAIS_FISCAL_1 = :CL-PAIS-FISCAL-1
                      ,TIN_FISCAL_1  = :CL-TIN-FISCAL-1
                      ,PAIS_FISCAL_2 = :CL-PAIS-FISCAL-2
                      ,TIN_FISCAL_2  = :CL-TIN-FISCAL-2
                      ,FECHA_AUTOCERT_FISCAL =
                           DATE(:CL-FECHA-AUTOCERT-FISCAL)
                      ,INDICIO_FISCAL = 'N'
                WHERE  CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CLIENTE NO EXISTE EN EL MAESTRO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           PERFORM 239-VERIFICAR-INDICIOS-FISCALES
           IF WS-CON-INDICIOS
              MOVE 'AUTOCERTIFICACION GRABADA. PAIS DE DIRECCION NO DECL
      -            'ARADO' TO MSGO
           ELSE
              MOVE 'AUTOCERTIFICACION FISCAL REGISTRADA' TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       239-VERIFICAR-INDICIOS-FISCALES.
      *
      *--- INDICIOS DE RESIDENCIA FISCAL EXTRANJERA DEL CLIENTE DE
      *--- CEDULAI CONTRA SU CONTACTO EN TACONTAC: UN PAIS DE
      *--- DIRECCION DISTINTO DE 'CO' QUE NO ESTE ENTRE LOS PAISES
      *--- AUTOCERTIFICADOS, O, SIN AUTOCERTIFICACION, UN TELEFONO CON
      *--- PREFIJO INTERNACIONAL DISTINTO DE +57. EL RESULTADO QUEDA
      *--- EN INDICIO_FISCAL ('S' LO REPORTA FCRSCOB COMO CUENTA NO
      *--- DOCUMENTADA HASTA QUE SE REGISTRE LA OPCION '9') Y EN
      *--- WS-INDICIO-FALG PARA EL MENSAJE AL CAJERO
      *
           MOVE '239-VERIFICAR-INDICIOS-FISCALES' TO WS-AB-PARRAFO
           MOVE 'N' TO WS-INDICIO-FALG
           MOVE CEDULAI TO CL-CEDULA-CLIENTE-M
           EXEC SQL
                SELECT
                   PAIS_FISCAL_1
                  ,PAIS_FISCAL_2
                  ,FECHA_AUTOCERT_FISCAL
                  ,INDICIO_FISCAL
                INTO
                   :CL-PAIS-FISCAL-1
                  ,:CL-PAIS-FISCAL-2
                  ,:CL-FECHA-AUTOCERT-FISCAL
                  ,:CL-INDICIO-FISCAL
                FROM
                   TACLIENT
                WHERE
                   CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                   SELECT
                      TELEFONO
                     ,PAIS_DIRECCION
                   INTO
                      :WS-TEL-CONTACTO
                     ,:WS-PAIS-CONTACTO
                   FROM
                      TACONTAC
                   WHERE
                      CEDULA_CLIENTE_C = :CL-CEDULA-CLIENTE-M
              END-EXEC
              IF SQLCODE = 100
                 MOVE SPACES TO WS-TEL-CONTACTO
                 MOVE SPACES TO WS-PAIS-CONTACTO
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE 'N' TO WS-INDICIO-CALC
              IF WS-PAIS-CONTACTO NOT = SPACES
                 AND WS-PAIS-CONTACTO NOT = WC-PAIS-LOCAL
                 AND WS-PAIS-CONTACTO NOT = CL-PAIS-FISCAL-1
                 AND WS-PAIS-CONTACTO NOT = CL-PAIS-FISCAL-2
                 MOVE 'S' TO WS-INDICIO-CALC
              END-IF
              IF CL-FECHA-AUTOCERT-FISCAL = WC-SIN-AUTOCERT
                 AND WS-TEL-CONTACTO(1:1) = '+'
                 AND WS-TEL-CONTACTO(1:3) NOT = WC-PREFIJO-LOCAL
                 MOVE 'S' TO WS-INDICIO-CALC
              END-IF
              IF WS-INDICIO-CALC NOT = CL-INDICIO-FISCAL
                 MOVE WS-INDICIO-CALC TO CL-INDICIO-FISCAL
                 EXEC SQL
                      UPDATE TACLIENT
                      SET    INDICIO_FISCAL   = :CL-INDICIO-FISCAL
                      WHERE  CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
              MOVE WS-INDICIO-CALC TO WS-INDICIO-FALG
           END-IF.

       233-TAMIZAR-LISTA-RESTRICTIVA.
           MOVE '233-TAMIZAR-LISTA-RESTRICTIVA' TO WS-AB-PARRAFO
           MOVE CEDULAI TO CL-CEDULA-WL
           EXEC SQL
                SELECT COUNT(*)
      *--- ALERTA 'W' (LISTA RESTRICTIVA) EN LA MISMA COLA DE REVISION
      *--- DE FRAUDE: EL SUPERVISOR LA TRABAJA EN REVQCOB
      *
           MOVE '234-SQL-ENCOLAR-REVISION' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-V
           MOVE 'W'              TO CL-TIPO-ALERTA
           MOVE SPACES           TO CL-DETALLE-V
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('ALTAMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       222-SQL-CONSULTA.
           MOVE '222-SQL-CONSULTA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA
      *--- EL PISO MINIMO Y EL TOPE SEMANAL DE RETIRO SE HEREDAN DEL
      *--- PRODUCTO ELEGIDO (VER 229-SQL-CONSULTAR-PRODUCTO)
      *
           MOVE '223-SQL-INSERTAR-CUENTA' TO WS-AB-PARRAFO
           MOVE 0 TO CL-INTENTOS-FALLIDOS
           MOVE CL-LIMITE-RETIRO-SEM-PR TO CL-LIMITE-RETIRO-SEMANAL
           MOVE CL-SALDO-MINIMO-PR      TO CL-SALDO-MINIMO
              END-IF
              PERFORM 230-SINCRONIZAR-CLIENTE
              PERFORM 236-CALIFICAR-RIESGO-KYC
              PERFORM 239-VERIFICAR-INDICIOS-FISCALES
              IF WS-CON-INDICIOS
                 MOVE 'CUENTA CREADA. INDICIO FISCAL: PIDA AUTOCERTIFICA
      -               'CION' TO MSGO
              ELSE
                 MOVE 'CUENTA CREADA' TO MSGO
              END-IF
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           ELSE
           END-IF.

       224-SQL-ACTUALIZAR-CLIENTE.
           MOVE '224-SQL-ACTUALIZAR-CLIENTE' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    CEDULA_CLIENTE = :CL-CEDULA-CLIENTE
                 PERFORM 217-GRABAR-CONTACTO
              END-IF
              PERFORM 230-SINCRONIZAR-CLIENTE
              PERFORM 239-VERIFICAR-INDICIOS-FISCALES
              IF WS-CON-INDICIOS
                 MOVE 'DATOS ACTUALIZADOS. INDICIO FISCAL: PIDA AUTOCERT
      -               'IFICACION' TO MSGO
              ELSE
                 MOVE 'DATOS ACTUALIZADOS' TO MSGO
              END-IF
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           ELSE
           END-IF.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('ALTA')
                COMMAREA(CH-COMMAREA)
       COPY SUCTRMPR.

       999-FALLO-FICHERO.
           MOVE '999-FALLO-FICHERO' TO WS-AB-PARRAFO
           IF SQLCODE >= 100
              MOVE 'CUENTA NO ENCONTRADA' TO  MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 999-ERROR-DB2
           END-IF.

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
