      *****************************************************
      *                                                   *
      *   PROGRAMA COLA DE COBRANZA DE PRESTAMOS EN MORA  *
      *   (TACOBRO/TAGESTCO) CICS-DB2 SISTEMA BANCARIO    *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. COBRCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TACOBRO END-EXEC.
           EXEC SQL INCLUDE TAGESTCO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- COLA DE COBRANZA: PRESTAMOS VIGENTES CON CUOTAS VENCIDAS,
      *--- CON SU CASO (SI YA TIENE). PRIMERO LOS QUE YA TOCA
      *--- SEGUIR, Y ENTRE ELLOS LOS ESCALADOS; LUEGO POR DIAS DE
      *--- MORA Y MONTO ADEUDADO DE MAYOR A MENOR. CON COBRADOR EN
      *--- WS-FILTRO-COBRADOR SOLO SALEN LOS CASOS DE ESE COBRADOR
      *
           EXEC SQL
                DECLARE C_COLA CURSOR FOR
                SELECT
                   P.ID_PRESTAMO
                  ,P.NUMERO_CUENTA_LN
                  ,P.MORA_LN
                  ,DAYS(DATE(:WS-FN-FECHA))
                   - DAYS(MIN(S.FECHA_CUOTA_SC))
                  ,COALESCE(K.COBRADOR_CO, ' ')
                  ,COALESCE(K.ESCALADO_CO, ' ')
                  ,COALESCE(CHAR(K.FECHA_PROXIMA_CO, ISO), ' ')
                FROM
                   TAPRESTA P
                   INNER JOIN TAPRSCHD S
                      ON S.ID_PRESTAMO_SC = P.ID_PRESTAMO
                   LEFT OUTER JOIN TACOBRO K
                      ON K.ID_PRESTAMO_CO = P.ID_PRESTAMO
                WHERE
                   P.ESTADO_LN = 'V'
                   AND S.ESTADO_SC IN ('P', 'A')
                   AND S.FECHA_CUOTA_SC < DATE(:WS-FN-FECHA)
                   AND (:WS-FILTRO-COBRADOR = ' '
                        OR K.COBRADOR_CO = :WS-FILTRO-COBRADOR)
                GROUP BY
                   P.ID_PRESTAMO
                  ,P.NUMERO_CUENTA_LN
                  ,P.MORA_LN
                  ,K.COBRADOR_CO
                  ,K.ESCALADO_CO
                  ,K.FECHA_PROXIMA_CO
                ORDER BY
                   CASE WHEN K.FECHA_PROXIMA_CO > DATE(:WS-FN-FECHA)
                        THEN 1 ELSE 0 END
                  ,CASE WHEN K.ESCALADO_CO = 'S' THEN 0 ELSE 1 END
                  ,4 DESC
                  ,P.MORA_LN DESC
           END-EXEC.
      *
      *--- ULTIMAS GESTIONES DEL PRESTAMO, LA MAS RECIENTE PRIMERO
      *
           EXEC SQL
                DECLARE C_GESTIONES CURSOR FOR
                SELECT
                   FECHA_NEGOCIO_GC
                  ,COBRADOR_GC
                  ,RESULTADO_GC
                  ,ESTADO_PROMESA_GC
                  ,FECHA_PROMESA_GC
                  ,MONTO_PROMESA_GC
                  ,MONTO_PAGADO_GC
                FROM
                   TAGESTCO
                WHERE
                   ID_PRESTAMO_GC = :CL-ID-PRESTAMO-GC
                ORDER BY
                   ID_GESTION DESC
           END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13).
           03 WS-FECHA-ENTRADA        PIC X(8).
           03 WS-FECHA-ENTRADA-R REDEFINES WS-FECHA-ENTRADA.
              05 WS-FE-ANO            PIC 9(4).
              05 WS-FE-MES            PIC 9(2).
              05 WS-FE-DIA            PIC 9(2).
           03 WS-FECHA-DB2            PIC X(10).
           03 WS-FECHA-PROMESA        PIC X(10).
           03 WS-FECHA-PROXIMA        PIC X(10).
           03 WS-FECHA-VALIDA         PIC S9(4)       COMP.
           03 WS-FILTRO-COBRADOR      PIC X(3).
           03 WS-COBRADOR-DESTINO     PIC X(3).
           03 WS-DIAS-MORA            PIC S9(9)       COMP.
           03 WS-DIAS-PROMESA         PIC S9(4)       COMP.
           03 WS-PROMESAS-VIGENTES    PIC S9(9)       COMP.
           03 WS-LINEA-COLA           PIC X(70).
           03 WS-FILAS-LEIDAS         PIC 9(2).
           03 WS-DIAS-ED              PIC ZZZ9.
           03 WS-MORA-ED              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-PAGADO-ED            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-ROTAS-ED             PIC Z9.
           03 WS-RESULTADO            PIC X(2).
              88 WS-RESULTADO-VALIDO  VALUES 'NC' 'NL' 'MS' 'PP'
                                             'RH' 'YP'.
              88 WS-RESULTADO-PROMESA VALUE 'PP'.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CONTINUAR           PIC X           VALUE 'N'.
               88 WS-EXIT                             VALUE 'Y'.
           03  WS-SUPERVISOR-FALG     PIC X           VALUE 'N'.
               88 WS-ES-SUPERVISOR                    VALUE 'Y'.
           03  WS-CASO-FALG           PIC X           VALUE 'N'.
               88 WS-CASO-EXISTE                      VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'COBRCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'COBR'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.
          03 WC-DIAS-PROMESA-DEF      PIC 9(3)     VALUE 30.
      *
      *--- TOPE DE FILAS, DEBE COINCIDIR CON LAS 5 LINEAS CAMPO9-13
      *
          03 WC-MAX-FILAS             PIC S9(4)    COMP  VALUE 5.

       COPY ERRCTACP.
       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY COBRMPCP.
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
              MOVE LOW-VALUES TO COBRMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'COBR'
              MOVE LOW-VALUES TO COBRMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('COBRMP')
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
                   MAP('COBRMP')
                   INTO(COBRMPI)
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
      *--- 'L' LISTAR LA COLA (CAMPO3 COBRADOR OPCIONAL COMO FILTRO)
      *--- 'T' TOMAR EL PRESTAMO CAMPO2 (EL SUPERVISOR PUEDE ASIGNARLO
      *---     AL COBRADOR DE CAMPO3)
      *--- 'G' REGISTRAR GESTION SOBRE EL PRESTAMO CAMPO2: CAMPO4
      *---     RESULTADO (NC/NL/MS/PP/RH/YP), CAMPO5 FECHA Y CAMPO6
      *---     MONTO DE LA PROMESA (SOLO 'PP', FECHA YYYYMMDD), CAMPO7
      *---     PROXIMO SEGUIMIENTO YYYYMMDD (EN BLANCO: DIA SIGUIENTE A
      *---     LA PROMESA, O DIA SIGUIENTE SIN PROMESA), CAMPO8 NOTA
      *--- 'Q' CONSULTAR EL CASO DEL PRESTAMO CAMPO2 CON SUS ULTIMAS
      *---     GESTIONES
      *--- LAS LINEAS CAMPO9O-CAMPO13O DEVUELVEN LA COLA O LAS
      *--- GESTIONES
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (L/T/G/Q)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 228-LEER-ROL
           EVALUATE CAMPO1I
                WHEN 'L'
                     PERFORM 230-LISTAR-COLA
                WHEN 'T'
                     PERFORM 240-ASIGNAR-CASO
                WHEN 'G'
                     PERFORM 250-REGISTRAR-GESTION
                WHEN 'Q'
                     PERFORM 260-CONSULTAR-CASO
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE L/T/G/Q' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       212-PARSEAR-ID.
           MOVE '212-PARSEAR-ID' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ID DE PRESTAMO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE PRESTAMO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-PRESTAMO.

       228-LEER-ROL.
           MOVE '228-LEER-ROL' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
                INTO   :CL-ROL-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
                       AND ESTADO_OPERADOR = 'A'
           END-EXEC
           IF SQLCODE = 0
              AND CL-ROL-OPERADOR = WC-ROL-SUPERVISOR
              SET WS-ES-SUPERVISOR TO TRUE
           END-IF.

       230-LISTAR-COLA.
           MOVE '230-LISTAR-COLA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-FILTRO-COBRADOR
           IF CAMPO3I NOT = LOW-VALUES
              MOVE CAMPO3I TO WS-FILTRO-COBRADOR
           END-IF
           MOVE SPACES TO CAMPO9O
           MOVE SPACES TO CAMPO10O
           MOVE SPACES TO CAMPO11O
           MOVE SPACES TO CAMPO12O
           MOVE SPACES TO CAMPO13O
           MOVE 0 TO WS-FILAS-LEIDAS
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_COLA END-EXEC
           PERFORM UNTIL WS-EXIT
                   OR WS-FILAS-LEIDAS >= WC-MAX-FILAS
              EXEC SQL
                   FETCH C_COLA INTO
                      :CL-ID-PRESTAMO
                     ,:CL-NUMERO-CUENTA-LN
                     ,:CL-MORA-LN
                     ,:WS-DIAS-MORA
                     ,:CL-COBRADOR-CO
                     ,:CL-ESCALADO-CO
                     ,:CL-FECHA-PROXIMA-CO
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-FILAS-LEIDAS
                 MOVE CL-ID-PRESTAMO TO WS-ID-ED
                 MOVE WS-DIAS-MORA   TO WS-DIAS-ED
                 MOVE CL-MORA-LN     TO WS-MORA-ED
                 MOVE SPACES TO WS-LINEA-COLA
                 STRING WS-ID-ED            DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-NUMERO-CUENTA-LN DELIMITED BY SIZE
                        ' DIAS='            DELIMITED BY SIZE
                        WS-DIAS-ED          DELIMITED BY SIZE
                        ' MORA='            DELIMITED BY SIZE
                        WS-MORA-ED          DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-COBRADOR-CO      DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-ESCALADO-CO      DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        CL-FECHA-PROXIMA-CO DELIMITED BY SIZE
                   INTO WS-LINEA-COLA
                 END-STRING
                 PERFORM 235-MOVER-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    EXEC SQL CLOSE C_COLA END-EXEC
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_COLA END-EXEC
           IF WS-FILAS-LEIDAS = 0
              MOVE 'NO HAY PRESTAMOS EN MORA EN LA COLA' TO MSGO
           ELSE
              MOVE 'PRESTAMO CUENTA DIAS MORA COBRADOR ESCALADO PROXIMO'
                   TO MSGO
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       235-MOVER-LINEA.
           MOVE '235-MOVER-LINEA' TO WS-AB-PARRAFO
           EVALUATE WS-FILAS-LEIDAS
                WHEN 1
                     MOVE WS-LINEA-COLA TO CAMPO9O
                WHEN 2
                     MOVE WS-LINEA-COLA TO CAMPO10O
                WHEN 3
                     MOVE WS-LINEA-COLA TO CAMPO11O
                WHEN 4
                     MOVE WS-LINEA-COLA TO CAMPO12O
                WHEN 5
                     MOVE WS-LINEA-COLA TO CAMPO13O
           END-EVALUATE.

       240-ASIGNAR-CASO.
      *
      *--- EL COBRADOR TOMA EL PRESTAMO PARA SI; ASIGNARLO A OTRO O
      *--- QUITARSELO A SU COBRADOR ES FUNCION DE SUPERVISOR, Y AL
      *--- HACERLO SE LIMPIA LA MARCA DE ESCALAMIENTO
      *
           MOVE '240-ASIGNAR-CASO' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           PERFORM 245-VERIFICAR-MORA
           PERFORM 247-LEER-CASO
           MOVE EIBOPID TO WS-COBRADOR-DESTINO
           IF CAMPO3I NOT = LOW-VALUES AND CAMPO3I NOT = SPACES
              MOVE CAMPO3I TO WS-COBRADOR-DESTINO
           END-IF
           IF NOT WS-ES-SUPERVISOR
              IF WS-COBRADOR-DESTINO NOT = EIBOPID
                 OR (WS-CASO-EXISTE AND CL-COBRADOR-CO NOT = SPACES
                     AND CL-COBRADOR-CO NOT = EIBOPID)
                 MOVE 'REASIGNAR CASOS ES FUNCION DE SUPERVISOR'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF
           MOVE WS-COBRADOR-DESTINO TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ESTADO_OPERADOR
                INTO   :CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-OPERADOR NOT = 'A'
              MOVE 'EL COBRADOR NO EXISTE O NO ESTA ACTIVO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-COBRADOR-DESTINO TO CL-COBRADOR-CO
           IF WS-ES-SUPERVISOR
              MOVE SPACES TO CL-ESCALADO-CO
           END-IF
           IF WS-CASO-EXISTE
              EXEC SQL
                   UPDATE TACOBRO
                   SET    COBRADOR_CO = :CL-COBRADOR-CO
                         ,ESCALADO_CO = :CL-ESCALADO-CO
                         ,FECHA_HORA_CO = CURRENT TIMESTAMP
                   WHERE  ID_PRESTAMO_CO = :CL-ID-PRESTAMO-CO
              END-EXEC
           ELSE
              MOVE WS-FN-FECHA TO CL-FECHA-PROXIMA-CO
              PERFORM 270-SQL-INSERTAR-CASO
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-PRESTAMO TO WS-ID-ED
           MOVE SPACES TO MSGO
           STRING 'PRESTAMO ' DELIMITED BY SIZE
                  WS-ID-ED    DELIMITED BY SIZE
                  ' ASIGNADO AL COBRADOR ' DELIMITED BY SIZE
                  CL-COBRADOR-CO DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       245-VERIFICAR-MORA.
           MOVE '245-VERIFICAR-MORA' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   P.NUMERO_CUENTA_LN
                  ,P.MORA_LN
                  ,DAYS(DATE(:WS-FN-FECHA))
                   - DAYS(MIN(S.FECHA_CUOTA_SC))
                INTO
                   :CL-NUMERO-CUENTA-LN
                  ,:CL-MORA-LN
                  ,:WS-DIAS-MORA
                FROM
                   TAPRESTA P
                  ,TAPRSCHD S
                WHERE
                   P.ID_PRESTAMO = :CL-ID-PRESTAMO
                   AND S.ID_PRESTAMO_SC = P.ID_PRESTAMO
                   AND P.ESTADO_LN = 'V'
                   AND S.ESTADO_SC IN ('P', 'A')
                   AND S.FECHA_CUOTA_SC < DATE(:WS-FN-FECHA)
                GROUP BY
                   P.NUMERO_CUENTA_LN
                  ,P.MORA_LN
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'EL PRESTAMO NO EXISTE O NO ESTA EN MORA'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       247-LEER-CASO.
           MOVE '247-LEER-CASO' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-CO
           MOVE 'N' TO WS-CASO-FALG
           MOVE SPACES TO CL-COBRADOR-CO
           MOVE SPACES TO CL-ESCALADO-CO
           MOVE 0      TO CL-PROMESAS-ROTAS-CO
           EXEC SQL
                SELECT
                   COBRADOR_CO
                  ,ESTADO_CO
                  ,ESCALADO_CO
                  ,PROMESAS_ROTAS_CO
                  ,FECHA_PROXIMA_CO
                INTO
                   :CL-COBRADOR-CO
                  ,:CL-ESTADO-CO
                  ,:CL-ESCALADO-CO
                  ,:CL-PROMESAS-ROTAS-CO
                  ,:CL-FECHA-PROXIMA-CO
                FROM
                   TACOBRO
                WHERE
                   ID_PRESTAMO_CO = :CL-ID-PRESTAMO-CO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-CASO-EXISTE TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       250-REGISTRAR-GESTION.
      *
      *--- LA GESTION LA REGISTRA EL COBRADOR DEL CASO O UN
      *--- SUPERVISOR; UN CASO SIN COBRADOR QUEDA DE QUIEN LO GESTIONA.
      *--- UNA PROMESA ('PP') EXIGE FECHA ENTRE HOY Y COB-DIAS-PROMESA
      *--- DIAS Y MONTO, Y NO PUEDE HABER OTRA PENDIENTE EN EL PRESTAMO
      *
           MOVE '250-REGISTRAR-GESTION' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           PERFORM 245-VERIFICAR-MORA
           PERFORM 247-LEER-CASO
           IF WS-CASO-EXISTE AND CL-COBRADOR-CO NOT = SPACES
              AND CL-COBRADOR-CO NOT = EIBOPID
              AND NOT WS-ES-SUPERVISOR
              MOVE 'EL CASO ESTA ASIGNADO A OTRO COBRADOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO4I = LOW-VALUES
              MOVE 'DIGITE EL RESULTADO (NC/NL/MS/PP/RH/YP)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-RESULTADO
           IF NOT WS-RESULTADO-VALIDO
              MOVE 'RESULTADO INVALIDO (NC/NL/MS/PP/RH/YP)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 0 TO CL-MONTO-PROMESA-GC
           MOVE '0001-01-01' TO CL-FECHA-PROMESA-GC
           MOVE SPACES TO CL-ESTADO-PROMESA-GC
           IF WS-RESULTADO-PROMESA
              PERFORM 255-VALIDAR-PROMESA
           END-IF
           PERFORM 257-FECHA-PROXIMA
           IF CAMPO8I = LOW-VALUES
              MOVE SPACES  TO CL-NOTA-GC
           ELSE
              MOVE CAMPO8I TO CL-NOTA-GC
           END-IF
           MOVE CL-ID-PRESTAMO   TO CL-ID-PRESTAMO-GC
           MOVE EIBOPID          TO CL-COBRADOR-GC
           MOVE WS-RESULTADO     TO CL-RESULTADO-GC
           MOVE WS-FECHA-PROXIMA TO CL-FECHA-PROXIMA-GC
           EXEC SQL
                INSERT INTO TAGESTCO (
                    ID_PRESTAMO_GC
                   ,COBRADOR_GC
                   ,RESULTADO_GC
                   ,ESTADO_PROMESA_GC
                   ,FECHA_PROMESA_GC
                   ,MONTO_PROMESA_GC
                   ,FECHA_PROXIMA_GC
                   ,NOTA_GC
                   ,FECHA_NEGOCIO_GC
                   ,FECHA_HORA_GC
                ) VALUES (
                    :CL-ID-PRESTAMO-GC
                   ,:CL-COBRADOR-GC
                   ,:CL-RESULTADO-GC
                   ,:CL-ESTADO-PROMESA-GC
                   ,DATE(:CL-FECHA-PROMESA-GC)
                   ,:CL-MONTO-PROMESA-GC
                   ,DATE(:CL-FECHA-PROXIMA-GC)
                   ,:CL-NOTA-GC
                   ,DATE(:WS-FN-FECHA)
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
      *
      *--- EL CASO QUEDA CON EL PROXIMO SEGUIMIENTO DE ESTA GESTION
      *
           MOVE WS-FECHA-PROXIMA TO CL-FECHA-PROXIMA-CO
           IF NOT WS-CASO-EXISTE OR CL-COBRADOR-CO = SPACES
              MOVE EIBOPID TO CL-COBRADOR-CO
           END-IF
           IF WS-ES-SUPERVISOR
              MOVE SPACES TO CL-ESCALADO-CO
           END-IF
           IF WS-CASO-EXISTE
              EXEC SQL
                   UPDATE TACOBRO
                   SET    COBRADOR_CO = :CL-COBRADOR-CO
                         ,ESCALADO_CO = :CL-ESCALADO-CO
                         ,FECHA_PROXIMA_CO = DATE(:CL-FECHA-PROXIMA-CO)
                         ,FECHA_HORA_CO = CURRENT TIMESTAMP
                   WHERE  ID_PRESTAMO_CO = :CL-ID-PRESTAMO-CO
              END-EXEC
           ELSE
              PERFORM 270-SQL-INSERTAR-CASO
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE SPACES TO MSGO
           IF WS-RESULTADO-PROMESA
              STRING 'PROMESA REGISTRADA, SEGUIMIENTO EL '
                                         DELIMITED BY SIZE
                     WS-FECHA-PROXIMA    DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           ELSE
              STRING 'GESTION REGISTRADA, SEGUIMIENTO EL '
                                         DELIMITED BY SIZE
                     WS-FECHA-PROXIMA    DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       255-VALIDAR-PROMESA.
           MOVE '255-VALIDAR-PROMESA' TO WS-AB-PARRAFO
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-GC
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-PROMESAS-VIGENTES
                FROM   TAGESTCO
                WHERE  ID_PRESTAMO_GC = :CL-ID-PRESTAMO-GC
                       AND ESTADO_PROMESA_GC = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-PROMESAS-VIGENTES > 0
              MOVE 'EL PRESTAMO YA TIENE UNA PROMESA PENDIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              MOVE 'DIGITE EL MONTO PROMETIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO6I TO WS-MONTO-JUST
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'MONTO PROMETIDO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM
           IF WS-MONTO-NUM = 0
              MOVE 'MONTO PROMETIDO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO5I TO WS-FECHA-ENTRADA
           PERFORM 258-ARMAR-FECHA
           IF WS-FECHA-DB2 = SPACES
              MOVE 'FECHA DE LA PROMESA INVALIDA (YYYYMMDD)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-FECHA-DB2 TO WS-FECHA-PROMESA
           MOVE 'COB-DIAS-PROMESA'  TO CL-PARAM-CLAVE
           MOVE WC-DIAS-PROMESA-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR         TO WS-DIAS-PROMESA
           EXEC SQL
                SELECT CASE WHEN DATE(:WS-FECHA-PROMESA)
                                 >= DATE(:WS-FN-FECHA)
                             AND DATE(:WS-FECHA-PROMESA)
                                 <= DATE(:WS-FN-FECHA)
                                    + :WS-DIAS-PROMESA DAYS
                            THEN 1 ELSE 0 END
                INTO   :WS-FECHA-VALIDA
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-FECHA-VALIDA = 0
              MOVE 'LA PROMESA DEBE VENCER ENTRE HOY Y EL PLAZO MAXIMO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 'P'              TO CL-ESTADO-PROMESA-GC
           MOVE WS-FECHA-PROMESA TO CL-FECHA-PROMESA-GC
           MOVE WS-MONTO-NUM     TO CL-MONTO-PROMESA-GC.

       257-FECHA-PROXIMA.
      *
      *--- PROXIMO SEGUIMIENTO DIGITADO (POSTERIOR A HOY) O, EN
      *--- BLANCO, EL DIA SIGUIENTE A LA PROMESA O A HOY
      *
           MOVE '257-FECHA-PROXIMA' TO WS-AB-PARRAFO
           IF CAMPO7I = LOW-VALUES OR CAMPO7I = SPACES
              IF WS-RESULTADO-PROMESA
                 MOVE WS-FECHA-PROMESA TO WS-FECHA-DB2
              ELSE
                 MOVE WS-FN-FECHA      TO WS-FECHA-DB2
              END-IF
              EXEC SQL
                   SELECT CHAR(DATE(:WS-FECHA-DB2) + 1 DAY, ISO)
                   INTO   :WS-FECHA-PROXIMA
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           ELSE
              MOVE CAMPO7I TO WS-FECHA-ENTRADA
              PERFORM 258-ARMAR-FECHA
              IF WS-FECHA-DB2 = SPACES
                 MOVE 'FECHA DE SEGUIMIENTO INVALIDA (YYYYMMDD)'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE WS-FECHA-DB2 TO WS-FECHA-PROXIMA
              EXEC SQL
                   SELECT CASE WHEN DATE(:WS-FECHA-PROXIMA)
                                    > DATE(:WS-FN-FECHA)
                               THEN 1 ELSE 0 END
                   INTO   :WS-FECHA-VALIDA
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-FECHA-VALIDA = 0
                 MOVE 'EL SEGUIMIENTO DEBE SER POSTERIOR A HOY' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF.

       258-ARMAR-FECHA.
           MOVE '258-ARMAR-FECHA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-FECHA-DB2
           IF WS-FECHA-ENTRADA NUMERIC
              AND WS-FE-MES >= 1 AND WS-FE-MES <= 12
              AND WS-FE-DIA >= 1 AND WS-FE-DIA <= 31
              STRING WS-FECHA-ENTRADA(1:4) '-' WS-FECHA-ENTRADA(5:2)
                     '-' WS-FECHA-ENTRADA(7:2)
                     DELIMITED BY SIZE
                INTO WS-FECHA-DB2
              END-STRING
           END-IF.

       260-CONSULTAR-CASO.
           MOVE '260-CONSULTAR-CASO' TO WS-AB-PARRAFO
           PERFORM 212-PARSEAR-ID
           PERFORM 247-LEER-CASO
           IF NOT WS-CASO-EXISTE
              MOVE 'EL PRESTAMO NO TIENE CASO DE COBRANZA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-COBRADOR-CO TO CAMPO3O
           MOVE SPACES TO CAMPO9O
           MOVE SPACES TO CAMPO10O
           MOVE SPACES TO CAMPO11O
           MOVE SPACES TO CAMPO12O
           MOVE SPACES TO CAMPO13O
           MOVE 0 TO WS-FILAS-LEIDAS
           MOVE 'N' TO WS-CONTINUAR
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-GC
           EXEC SQL OPEN C_GESTIONES END-EXEC
           PERFORM UNTIL WS-EXIT
                   OR WS-FILAS-LEIDAS >= WC-MAX-FILAS
              EXEC SQL
                   FETCH C_GESTIONES INTO
                      :CL-FECHA-NEGOCIO-GC
                     ,:CL-COBRADOR-GC
                     ,:CL-RESULTADO-GC
                     ,:CL-ESTADO-PROMESA-GC
                     ,:CL-FECHA-PROMESA-GC
                     ,:CL-MONTO-PROMESA-GC
                     ,:CL-MONTO-PAGADO-GC
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-FILAS-LEIDAS
                 MOVE SPACES TO WS-LINEA-COLA
                 IF CL-ESTADO-PROMESA-GC = SPACES
                    STRING CL-FECHA-NEGOCIO-GC  DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           CL-COBRADOR-GC       DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           CL-RESULTADO-GC      DELIMITED BY SIZE
                      INTO WS-LINEA-COLA
                    END-STRING
                 ELSE
                    MOVE CL-MONTO-PROMESA-GC TO WS-MORA-ED
                    MOVE CL-MONTO-PAGADO-GC  TO WS-PAGADO-ED
                    STRING CL-FECHA-NEGOCIO-GC  DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           CL-COBRADOR-GC       DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           CL-RESULTADO-GC      DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           CL-ESTADO-PROMESA-GC DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           CL-FECHA-PROMESA-GC  DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           WS-MORA-ED           DELIMITED BY SIZE
                           ' '                  DELIMITED BY SIZE
                           WS-PAGADO-ED         DELIMITED BY SIZE
                      INTO WS-LINEA-COLA
                    END-STRING
                 END-IF
                 PERFORM 235-MOVER-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    EXEC SQL CLOSE C_GESTIONES END-EXEC
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_GESTIONES END-EXEC
           MOVE CL-PROMESAS-ROTAS-CO TO WS-ROTAS-ED
           MOVE SPACES TO MSGO
           STRING 'CASO ' CL-ESTADO-CO
                  ' ESCALADO=' CL-ESCALADO-CO
                  ' PROMESAS ROTAS=' WS-ROTAS-ED
                  ' PROXIMO=' CL-FECHA-PROXIMA-CO
                  DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-SQL-INSERTAR-CASO.
           MOVE '270-SQL-INSERTAR-CASO' TO WS-AB-PARRAFO
           EXEC SQL
                INSERT INTO TACOBRO (
                    ID_PRESTAMO_CO
                   ,COBRADOR_CO
                   ,ESTADO_CO
                   ,ESCALADO_CO
                   ,FECHA_PROXIMA_CO
                   ,FECHA_APERTURA_CO
                   ,FECHA_HORA_CO
                ) VALUES (
                    :CL-ID-PRESTAMO-CO
                   ,:CL-COBRADOR-CO
                   ,'A'
                   ,' '
                   ,DATE(:CL-FECHA-PROXIMA-CO)
                   ,DATE(:WS-FN-FECHA)
                   ,CURRENT TIMESTAMP
                )
           END-EXEC.

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
                MAP('COBRMP')
                ERASE
                FROM(COBRMPO)
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
                TRANSID('COBR')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

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
