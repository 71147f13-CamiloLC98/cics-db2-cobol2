      *****************************************************
      *                                                   *
      *   PROGRAMA REGISTRO DE GARANTIAS Y CODEUDORES DE  *
      *   PRESTAMOS (TAGARANT/TAPRESTA/TAPLAZO)           *
      *   CICS-DB2 SISTEMA BANCARIO                       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GARACOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAGARANT END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-DATO-JUST            PIC X(10)   JUST RIGHT.
           03 WS-DATO-NUM             PIC 9(10).
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13).
           03 WS-FECHA-ENTRADA        PIC X(8).
           03 WS-FECHA-ENTRADA-R REDEFINES WS-FECHA-ENTRADA.
              05 WS-FE-ANO            PIC 9(4).
              05 WS-FE-MES            PIC 9(2).
              05 WS-FE-DIA            PIC 9(2).
           03 WS-FECHA-AVALUO         PIC X(10).
           03 WS-FECHA-FUTURA         PIC S9(4)       COMP.
           03 WS-CONTADOR             PIC S9(9)       COMP.
           03 WS-VALOR-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-COBERTURA-ED         PIC ZZZZ9,99.
           03 WS-CONTADOR-ED          PIC ZZZ9.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'GARACOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'GARA'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY GARCTCP.
       COPY GARAMPCP.
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
              MOVE LOW-VALUES TO GARAMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'GARA'
              MOVE LOW-VALUES TO GARAMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('GARAMP')
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
                   MAP('GARAMP')
                   INTO(GARAMPI)
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
      *--- CAMPO1I ID DEL PRESTAMO, CAMPO2I ACCION: C CONSULTAR,
      *--- D AGREGAR CODEUDOR (CAMPO3I CEDULA), P PIGNORAR CDT
      *--- (CAMPO3I TITULO), V VEHICULO / I INMUEBLE (CAMPO4I
      *--- DESCRIPCION, CAMPO5I AVALUO, CAMPO6I VENCIMIENTO DEL
      *--- AVALUO YYYYMMDD), L LIBERAR GARANTIA (CAMPO3I ID DE LA
      *--- GARANTIA, SUPERVISOR MIENTRAS EL PRESTAMO NO ESTE PAGADO).
      *--- CAMPO7O-CAMPO10O DEVUELVEN SALDO DE CAPITAL, VALOR DE LAS
      *--- GARANTIAS REALES, COBERTURA % Y GARANTIAS ACTIVAS;
      *--- CAMPO11O EL ID DE LA GARANTIA REGISTRADA O LIBERADA
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ID DE PRESTAMO Y ACCION (C/D/P/V/I/L)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO1I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE PRESTAMO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-PRESTAMO
           PERFORM 230-LEER-PRESTAMO
           EVALUATE CAMPO2I
                WHEN 'C'
                     PERFORM 245-MOSTRAR-COBERTURA
                     MOVE 'CONSULTA DE GARANTIAS' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN 'D'
                     PERFORM 235-VALIDAR-VIGENTE
                     PERFORM 250-AGREGAR-CODEUDOR
                WHEN 'P'
                     PERFORM 235-VALIDAR-VIGENTE
                     PERFORM 255-PIGNORAR-CDT
                WHEN 'V'
                WHEN 'I'
                     PERFORM 235-VALIDAR-VIGENTE
                     PERFORM 260-AGREGAR-GARANTIA-REAL
                WHEN 'L'
                     PERFORM 270-LIBERAR-GARANTIA
                WHEN OTHER
                     MOVE 'ACCION INVALIDA (C/D/P/V/I/L)' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

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
              MOVE 'LIBERAR GARANTIA DE PRESTAMO VIVO ES DE SUPERVISOR'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       230-LEER-PRESTAMO.
           MOVE '230-LEER-PRESTAMO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   P.NUMERO_CUENTA_LN
                  ,P.SALDO_CAPITAL_LN
                  ,P.ESTADO_LN
                  ,C.CEDULA_CLIENTE
                INTO
                   :CL-NUMERO-CUENTA-LN
                  ,:CL-SALDO-CAPITAL-LN
                  ,:CL-ESTADO-LN
                  ,:CL-CEDULA-CLIENTE
                FROM
                   TAPRESTA P
                   INNER JOIN TACUENT C
                      ON C.NUMERO_CUENTA = P.NUMERO_CUENTA_LN
                WHERE
                   P.ID_PRESTAMO = :CL-ID-PRESTAMO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'PRESTAMO NO ENCONTRADO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       235-VALIDAR-VIGENTE.
           MOVE '235-VALIDAR-VIGENTE' TO WS-AB-PARRAFO
           IF CL-ESTADO-LN NOT = 'V'
              MOVE 'SOLO SE REGISTRAN GARANTIAS DE PRESTAMOS VIGENTES'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       240-LEER-DATO.
           MOVE '240-LEER-DATO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              MOVE 'DIGITE CEDULA, TITULO O ID DE GARANTIA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-DATO-JUST
           INSPECT WS-DATO-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-DATO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-DATO-JUST NOT NUMERIC
              MOVE 'CEDULA, TITULO O ID DE GARANTIA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-DATO-JUST TO WS-DATO-NUM.

       245-MOSTRAR-COBERTURA.
           MOVE '245-MOSTRAR-COBERTURA' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO WS-GR-ID-PRESTAMO
           MOVE WS-FN-FECHA    TO WS-GR-FECHA
           PERFORM 847-CALCULAR-COBERTURA
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-GR
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CONTADOR
                FROM   TAGARANT
                WHERE  ID_PRESTAMO_GR = :CL-ID-PRESTAMO-GR
                       AND ESTADO_GR = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-GR-SALDO     TO WS-VALOR-ED
           MOVE WS-VALOR-ED     TO CAMPO7O
           MOVE WS-GR-VALOR     TO WS-VALOR-ED
           MOVE WS-VALOR-ED     TO CAMPO8O
           MOVE WS-GR-COBERTURA TO WS-COBERTURA-ED
           MOVE WS-COBERTURA-ED TO CAMPO9O
           MOVE WS-CONTADOR     TO WS-CONTADOR-ED
           MOVE WS-CONTADOR-ED  TO CAMPO10O.

       250-AGREGAR-CODEUDOR.
      *
      *--- EL CODEUDOR DEBE ESTAR MATRICULADO EN TACLIENT (ALTACOB),
      *--- NO PUEDE SER EL MISMO DEUDOR NI ESTAR YA ACTIVO EN EL
      *--- PRESTAMO. SU CONTACTO EN TACONTAC ES EL QUE USA NOTDCOB
      *--- PARA AVISARLE CUANDO EL PRESTAMO ENTRA EN MORA
      *
           MOVE '250-AGREGAR-CODEUDOR' TO WS-AB-PARRAFO
           PERFORM 240-LEER-DATO
           MOVE WS-DATO-NUM TO CL-CEDULA-CLIENTE-M
           IF CL-CEDULA-CLIENTE-M = CL-CEDULA-CLIENTE
              MOVE 'EL DEUDOR NO PUEDE SER SU PROPIO CODEUDOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           EXEC SQL
                SELECT NOMBRE_LEGAL
                INTO   :CL-NOMBRE-LEGAL
                FROM   TACLIENT
                WHERE  CEDULA_CLIENTE_M = :CL-CEDULA-CLIENTE-M
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CODEUDOR SIN REGISTRO EN TACLIENT'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-ID-PRESTAMO      TO CL-ID-PRESTAMO-GR
           MOVE CL-CEDULA-CLIENTE-M TO CL-CEDULA-CODEUDOR-GR
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-CONTADOR
                FROM   TAGARANT
                WHERE  ID_PRESTAMO_GR = :CL-ID-PRESTAMO-GR
                       AND TIPO_GARANTIA_GR = 'D'
                       AND CEDULA_CODEUDOR_GR = :CL-CEDULA-CODEUDOR-GR
                       AND ESTADO_GR = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-CONTADOR > 0
              MOVE 'EL CODEUDOR YA ESTA REGISTRADO EN EL PRESTAMO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'D'    TO CL-TIPO-GARANTIA-GR
           MOVE 0      TO CL-ID-PLAZO-GR
           MOVE CL-NOMBRE-LEGAL TO CL-DESCRIPCION-GR
           MOVE 0      TO CL-VALOR-AVALUO-GR
           MOVE '0001-01-01' TO CL-FECHA-VENCE-AVALUO-GR
           PERFORM 280-SQL-INSERTAR-GARANTIA
           MOVE 'CODEUDOR REGISTRADO, ID DE GARANTIA EN PANTALLA'
                TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-PIGNORAR-CDT.
      *
      *--- EL TITULO DEBE ESTAR VIGENTE Y NO RESPALDAR YA OTRO
      *--- PRESTAMO VIVO. MIENTRAS EL PRESTAMO NO SE PAGUE EL CDT NO
      *--- SE QUIEBRA (CDTACOB) NI SE PAGA AL VENCER (CDTMCOB)
      *
           MOVE '255-PIGNORAR-CDT' TO WS-AB-PARRAFO
           PERFORM 240-LEER-DATO
           MOVE WS-DATO-NUM TO CL-ID-PLAZO
           EXEC SQL
                SELECT
                   MONTO_PZ
                  ,ESTADO_PZ
                INTO
                   :CL-MONTO-PZ
                  ,:CL-ESTADO-PZ
                FROM
                   TAPLAZO
                WHERE
                   ID_PLAZO = :CL-ID-PLAZO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'TITULO NO ENCONTRADO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-PZ NOT = 'V'
              MOVE 'EL TITULO NO ESTA VIGENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-ID-PLAZO TO WS-GR-ID-PLAZO
           PERFORM 846-VERIFICAR-PIGNORACION
           IF WS-GR-PIGNORADO
              MOVE 'EL TITULO YA ESTA PIGNORADO A OTRO PRESTAMO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-GR
           MOVE 'C'            TO CL-TIPO-GARANTIA-GR
           MOVE SPACES         TO CL-CEDULA-CODEUDOR-GR
           MOVE CL-ID-PLAZO    TO CL-ID-PLAZO-GR
           MOVE 'CDT PIGNORADO' TO CL-DESCRIPCION-GR
           MOVE CL-MONTO-PZ    TO CL-VALOR-AVALUO-GR
           MOVE '0001-01-01'   TO CL-FECHA-VENCE-AVALUO-GR
           PERFORM 280-SQL-INSERTAR-GARANTIA
           MOVE 'CDT PIGNORADO, ID DE GARANTIA EN PANTALLA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       260-AGREGAR-GARANTIA-REAL.
      *
      *--- VEHICULO O INMUEBLE CON SU AVALUO; SOLO CUENTA PARA LA
      *--- COBERTURA MIENTRAS EL AVALUO NO ESTE VENCIDO, POR ESO SE
      *--- EXIGE UNA FECHA DE VENCIMIENTO POSTERIOR A LA DE NEGOCIO
      *
           MOVE '260-AGREGAR-GARANTIA-REAL' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              MOVE 'DIGITE LA DESCRIPCION DEL BIEN' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE 'DIGITE EL VALOR DEL AVALUO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           UNSTRING CAMPO5I DELIMITED BY '_'
               INTO WS-MONTO-JUST
           END-UNSTRING
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'VALOR DEL AVALUO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM
           IF WS-MONTO-NUM = 0
              MOVE 'VALOR DEL AVALUO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO6I TO WS-FECHA-ENTRADA
           IF WS-FECHA-ENTRADA NOT NUMERIC
              OR WS-FE-MES < 1 OR WS-FE-MES > 12
              OR WS-FE-DIA < 1 OR WS-FE-DIA > 31
              MOVE 'FECHA DE VENCIMIENTO DEL AVALUO INVALIDA (YYYYMMDD)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE SPACES TO WS-FECHA-AVALUO
           STRING WS-FECHA-ENTRADA(1:4) '-' WS-FECHA-ENTRADA(5:2) '-'
                  WS-FECHA-ENTRADA(7:2)
                  DELIMITED BY SIZE
             INTO WS-FECHA-AVALUO
           END-STRING
           EXEC SQL
                SELECT CASE WHEN DATE(:WS-FECHA-AVALUO)
                                 > DATE(:WS-FN-FECHA)
                            THEN 1 ELSE 0 END
                INTO   :WS-FECHA-FUTURA
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-FECHA-FUTURA = 0
              MOVE 'EL AVALUO DEBE VENCER DESPUES DE LA FECHA DE HOY'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-ID-PRESTAMO  TO CL-ID-PRESTAMO-GR
           MOVE CAMPO2I         TO CL-TIPO-GARANTIA-GR
           MOVE SPACES          TO CL-CEDULA-CODEUDOR-GR
           MOVE 0               TO CL-ID-PLAZO-GR
           MOVE CAMPO4I         TO CL-DESCRIPCION-GR
           MOVE WS-MONTO-NUM    TO CL-VALOR-AVALUO-GR
           MOVE WS-FECHA-AVALUO TO CL-FECHA-VENCE-AVALUO-GR
           PERFORM 280-SQL-INSERTAR-GARANTIA
           MOVE 'GARANTIA REAL REGISTRADA, ID DE GARANTIA EN PANTALLA'
                TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-LIBERAR-GARANTIA.
      *
      *--- CON EL PRESTAMO PAGADO CUALQUIER OPERADOR LIBERA; MIENTRAS
      *--- SIGA VIGENTE O CASTIGADO SOLO EL SUPERVISOR (SE PIERDE
      *--- RESPALDO DE UNA DEUDA VIVA)
      *
           MOVE '270-LIBERAR-GARANTIA' TO WS-AB-PARRAFO
           PERFORM 240-LEER-DATO
           IF CL-ESTADO-LN NOT = 'P'
              PERFORM 228-VALIDAR-SUPERVISOR
           END-IF
           MOVE WS-DATO-NUM    TO CL-ID-GARANTIA
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-GR
           EXEC SQL
                UPDATE TAGARANT
                SET    ESTADO_GR = 'L'
                      ,FECHA_HORA_GR = CURRENT TIMESTAMP
                WHERE  ID_GARANTIA = :CL-ID-GARANTIA
                       AND ID_PRESTAMO_GR = :CL-ID-PRESTAMO-GR
                       AND ESTADO_GR = 'A'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'GARANTIA NO ACTIVA EN ESTE PRESTAMO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 245-MOSTRAR-COBERTURA
           MOVE CL-ID-GARANTIA TO WS-ID-ED
           MOVE WS-ID-ED       TO CAMPO11O
           MOVE 'GARANTIA LIBERADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       280-SQL-INSERTAR-GARANTIA.
           MOVE '280-SQL-INSERTAR-GARANTIA' TO WS-AB-PARRAFO
           MOVE 'A'     TO CL-ESTADO-GR
           MOVE EIBOPID TO CL-USUARIO-GR
           EXEC SQL
                INSERT INTO TAGARANT (
                    ID_PRESTAMO_GR
                   ,TIPO_GARANTIA_GR
                   ,CEDULA_CODEUDOR_GR
                   ,ID_PLAZO_GR
                   ,DESCRIPCION_GR
                   ,VALOR_AVALUO_GR
                   ,FECHA_VENCE_AVALUO_GR
                   ,ESTADO_GR
                   ,USUARIO_GR
                   ,FECHA_HORA_GR
                ) VALUES (
                    :CL-ID-PRESTAMO-GR
                   ,:CL-TIPO-GARANTIA-GR
                   ,:CL-CEDULA-CODEUDOR-GR
                   ,:CL-ID-PLAZO-GR
                   ,:CL-DESCRIPCION-GR
                   ,:CL-VALOR-AVALUO-GR
                   ,DATE(:CL-FECHA-VENCE-AVALUO-GR)
                   ,:CL-ESTADO-GR
                   ,:CL-USUARIO-GR
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-GARANTIA
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 245-MOSTRAR-COBERTURA
           MOVE CL-ID-GARANTIA TO WS-ID-ED
           MOVE WS-ID-ED       TO CAMPO11O.

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
                MAP('GARAMP')
                ERASE
                FROM(GARAMPO)
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
                TRANSID('GARA')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY FECNEGPR.
       COPY GARCTPR.
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
