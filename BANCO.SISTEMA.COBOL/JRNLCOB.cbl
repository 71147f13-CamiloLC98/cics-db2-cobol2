      *****************************************************
      *                                                   *
      *   PROGRAMA DIARIO ELECTRONICO: BUSQUEDA DE        *
      *   TRANSACCIONES (TATRANS) POR FECHA, SUCURSAL,    *
      *   OPERADOR, TERMINAL, CAJA, SESION, TIPO Y MONTO  *
      *   CICS-DB2 SISTEMA BANCARIO                       *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. JRNLCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TARECIBO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- CURSOR PAGINADO DEL DIARIO ELECTRONICO. LA FECHA DE NEGOCIO
      *--- ES OBLIGATORIA (SI SE DEJA EN BLANCO SE TOMA LA DEL DIA,
      *--- VER 870-LEER-FECHA-NEGOCIO) Y ACOTA LA BUSQUEDA A UN SOLO
      *--- DIA; LOS DEMAS FILTROS SON OPCIONALES Y SE IGNORAN SI EL
      *--- HOST-VARIABLE VIENE EN BLANCO (O EN CERO LA SESION), EL
      *--- MISMO PATRON DE C_TAAUDIT EN AUDICOB. EL RANGO DE HORA
      *--- COMPARA LA HORA DE FECHA_HORA Y EL RANGO DE MONTO EL VALOR
      *--- ABSOLUTO, PORQUE VARIOS TIPOS ('T', 'E', 'V') GUARDAN EL
      *--- SIGNO EN EL MONTO. SE TRAE SOLO LA PAGINA VISIBLE CON
      *--- OFFSET/FETCH FIRST, EN ORDEN CRONOLOGICO
      *
      *--- REQUIERE EL SIGUIENTE INDICE EN TATRANS, A CREAR POR EL DBA
      *--- FUERA DE ESTE PROGRAMA (NO HAY DDL EN ESTE REPOSITORIO):
      *
      *        CREATE INDEX IXTATR05 ON TATRANS
      *               (FECHA_NEGOCIO_T, SUCURSAL_T, USUARIO)
      *
           EXEC SQL
                DECLARE C_DIARIO CURSOR FOR
                SELECT
                   ID_TRANSACTION
                  ,NUMERO_CUENTA_T
                  ,TIPO_TRANSACCION
                  ,COALESCE(MONTO, 0)
                  ,FECHA_HORA
                  ,USUARIO
                  ,TERMINAL
                  ,COALESCE(TILL_ID_T, ' ')
                FROM
                   TATRANS
                WHERE
                   FECHA_NEGOCIO_T = :WS-FILTRO-FECHA
                   AND TIME(FECHA_HORA) >= :WS-FILTRO-HORA-INI
                   AND TIME(FECHA_HORA) <= :WS-FILTRO-HORA-FIN
                   AND (:WS-FILTRO-SUCURSAL = SPACES
                        OR SUCURSAL_T = :WS-FILTRO-SUCURSAL)
                   AND (:WS-FILTRO-USUARIO = SPACES
                        OR USUARIO = :WS-FILTRO-USUARIO)
                   AND (:WS-FILTRO-TERMINAL = SPACES
                        OR TERMINAL = :WS-FILTRO-TERMINAL)
                   AND (:WS-FILTRO-TILL = SPACES
                        OR TILL_ID_T = :WS-FILTRO-TILL)
                   AND (:WS-FILTRO-SESION = 0
                        OR SESION_ID_T = :WS-FILTRO-SESION)
                   AND (:WS-FILTRO-TIPO = ' '
                        OR TIPO_TRANSACCION = :WS-FILTRO-TIPO)
                   AND ABS(COALESCE(MONTO, 0)) >= :WS-FILTRO-MONTO-MIN
                   AND ABS(COALESCE(MONTO, 0)) <= :WS-FILTRO-MONTO-MAX
                ORDER BY
                   FECHA_HORA
                  ,ID_TRANSACTION
                OFFSET
                   :WS-OFFSET-ACTUAL ROWS
                FETCH FIRST
                   :WS-LIMITE-FETCH ROWS ONLY
                OPTIMIZE FOR
                   :WS-LIMITE-FETCH ROWS
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-FILTRO-FECHA         PIC X(10).
           03 WS-FILTRO-HORA-INI      PIC X(8).
           03 WS-FILTRO-HORA-FIN      PIC X(8).
           03 WS-FILTRO-SUCURSAL      PIC X(4).
           03 WS-FILTRO-USUARIO       PIC X(3).
           03 WS-FILTRO-TERMINAL      PIC X(4).
           03 WS-FILTRO-TILL          PIC X(4).
           03 WS-FILTRO-SESION        PIC S9(9)      COMP.
           03 WS-FILTRO-TIPO          PIC X(1).
           03 WS-FILTRO-MONTO-MIN     PIC S9(13)V9(2) COMP-3.
           03 WS-FILTRO-MONTO-MAX     PIC S9(13)V9(2) COMP-3.
           03 WS-OFFSET-ACTUAL        PIC S9(9)      COMP.
           03 WS-LIMITE-FETCH         PIC S9(4)      COMP.
           03 WS-OFFSET-CHAR          PIC 9(9).
           03 WS-LINEA-DIARIO         PIC X(70).
           03 WS-DIARIO-LEIDAS        PIC 9(2).
           03 WS-LINEA-SEL            PIC 9(1).
           03 WS-SESION-JUST          PIC X(9)    JUST RIGHT.
           03 WS-SESION-NUM           PIC 9(9).
           03 WS-MONTO-JUST           PIC X(13)   JUST RIGHT.
           03 WS-MONTO-NUM            PIC 9(13).
           03 WS-HORA-DIGITADA        PIC X(4).
           03 WS-ID-ED                PIC ZZZZZZZZ9.
           03 WS-ID-REVERSA           PIC S9(9)      COMP.
           03 WS-ID-REVERSA-ED        PIC ZZZZZZZZ9.
           03 WS-SESION-ED            PIC ZZZZZZZZ9.
           03 WS-COPIAS-ED            PIC ZZZZ9.
           03 WS-VALOR-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-TASA-ED              PIC ZZZZ9,9999.
      *
      *--- IDS DE LAS FILAS DE LA PAGINA VISIBLE, EN EL ORDEN DE LAS
      *--- LINEAS CAMPO13-17, PARA RESOLVER LA LINEA ELEGIDA
      *
       01  WS-PAGINA-IDS.
           03 WS-ID-LINEA             OCCURS 5 TIMES
                                      PIC S9(9)      COMP.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
           03  WS-CONTINUAR           PIC X           VALUE 'N'.
               88 WS-EXIT                             VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'JRNLCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'JRNL'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.
      *
      *--- TAMANO DE PAGINA, DEBE COINCIDIR CON LAS 5 LINEAS CAMPO13-17
      *--- DEL MAPA Y CON EL OCCURS DE WS-PAGINA-IDS
      *
          03 WC-FILAS-PAGINA          PIC S9(4)    COMP  VALUE 5.
          03 WC-MONTO-TOPE            PIC S9(13)V9(2) COMP-3
                                      VALUE 9999999999999,99.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY JRNLMPCP.
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
              MOVE LOW-VALUES TO JRNLMPI
              MOVE ZEROES TO CH-COMUN(1:9)
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'JRNL'
              MOVE LOW-VALUES TO JRNLMPI
              MOVE ZEROES TO CH-COMUN(1:9)
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('JRNLMP')
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
                   MAP('JRNLMP')
                   INTO(JRNLMPI)
                   NOHANDLE
              END-EXEC
      *
      *--- ENTER: PRIMERA PAGINA CON LOS FILTROS DIGITADOS, O EL
      *---        DETALLE DE LA LINEA ELEGIDA EN CAMPO12 (1-5)
      *--- PF4  : PAGINA ANTERIOR     PF5: PAGINA SIGUIENTE
      *--- EL OFFSET DE LA PAGINA ACTUAL VIAJA EN CH-COMUN(1:9), IGUAL
      *--- QUE EN AUDICOB; LOS FILTROS SE RELEEN DE LA PANTALLA
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
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO12I = LOW-VALUES OR CAMPO12I = SPACES
              MOVE 0 TO WS-OFFSET-ACTUAL
              PERFORM 212-CONSULTAR-PAGINA
           ELSE
              PERFORM 240-DETALLE-TRANSACCION
           END-IF.

       214-PAGINA-ANTERIOR.
           MOVE '214-PAGINA-ANTERIOR' TO WS-AB-PARRAFO
           MOVE CH-COMUN(1:9) TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR TO WS-OFFSET-ACTUAL
           SUBTRACT WC-FILAS-PAGINA FROM WS-OFFSET-ACTUAL
           IF WS-OFFSET-ACTUAL < 0
              MOVE 0 TO WS-OFFSET-ACTUAL
           END-IF
           PERFORM 212-CONSULTAR-PAGINA.

       215-PAGINA-SIGUIENTE.
           MOVE '215-PAGINA-SIGUIENTE' TO WS-AB-PARRAFO
           MOVE CH-COMUN(1:9) TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR TO WS-OFFSET-ACTUAL
           ADD WC-FILAS-PAGINA TO WS-OFFSET-ACTUAL
           PERFORM 212-CONSULTAR-PAGINA.

       212-CONSULTAR-PAGINA.
           MOVE '212-CONSULTAR-PAGINA' TO WS-AB-PARRAFO
           PERFORM 228-VALIDAR-SUPERVISOR
           PERFORM 211-CARGAR-FILTROS
           MOVE WC-FILAS-PAGINA TO WS-LIMITE-FETCH
           PERFORM 213-LEER-PAGINA
           IF WS-DIARIO-LEIDAS = 0
              MOVE 'NO HAY MAS TRANSACCIONES PARA ESOS FILTROS'
                   TO MSGO
           ELSE
              MOVE 'PF4/PF5=PAGINA  LINEA 1-5 + ENTER=DETALLE' TO MSGO
           END-IF
           MOVE WS-OFFSET-ACTUAL TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR   TO CH-COMUN(1:9)
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       211-CARGAR-FILTROS.
      *
      *--- CAMPO1 FECHA DE NEGOCIO YYYYMMDD (EN BLANCO = LA DEL DIA)
      *--- CAMPO2/3 HORA DESDE/HASTA HHMM   CAMPO4 SUCURSAL
      *--- CAMPO5 OPERADOR  CAMPO6 TERMINAL  CAMPO7 CAJA (TILL)
      *--- CAMPO8 SESION    CAMPO9 TIPO      CAMPO10/11 MONTO DESDE/
      *--- HASTA EN PESOS ENTEROS
      *
           MOVE '211-CARGAR-FILTROS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO1I = SPACES
              MOVE WS-FN-FECHA TO WS-FILTRO-FECHA
           ELSE
              IF CAMPO1I NOT NUMERIC
                 MOVE 'FECHA INVALIDA, USE YYYYMMDD' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE SPACES TO WS-FILTRO-FECHA
              STRING CAMPO1I(1:4) '-' CAMPO1I(5:2) '-' CAMPO1I(7:2)
                     DELIMITED BY SIZE
                INTO WS-FILTRO-FECHA
              END-STRING
           END-IF
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE '00.00.00' TO WS-FILTRO-HORA-INI
           ELSE
              MOVE CAMPO2I TO WS-HORA-DIGITADA
              PERFORM 217-VALIDAR-HORA
              MOVE SPACES TO WS-FILTRO-HORA-INI
              STRING WS-HORA-DIGITADA(1:2) '.' WS-HORA-DIGITADA(3:2)
                     '.00' DELIMITED BY SIZE
                INTO WS-FILTRO-HORA-INI
              END-STRING
           END-IF
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              MOVE '23.59.59' TO WS-FILTRO-HORA-FIN
           ELSE
              MOVE CAMPO3I TO WS-HORA-DIGITADA
              PERFORM 217-VALIDAR-HORA
              MOVE SPACES TO WS-FILTRO-HORA-FIN
              STRING WS-HORA-DIGITADA(1:2) '.' WS-HORA-DIGITADA(3:2)
                     '.59' DELIMITED BY SIZE
                INTO WS-FILTRO-HORA-FIN
              END-STRING
           END-IF
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              MOVE SPACES TO WS-FILTRO-SUCURSAL
           ELSE
              MOVE CAMPO4I TO WS-FILTRO-SUCURSAL
           END-IF
           IF CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              MOVE SPACES TO WS-FILTRO-USUARIO
           ELSE
              MOVE CAMPO5I TO WS-FILTRO-USUARIO
           END-IF
           IF CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              MOVE SPACES TO WS-FILTRO-TERMINAL
           ELSE
              MOVE CAMPO6I TO WS-FILTRO-TERMINAL
           END-IF
           IF CAMPO7I = LOW-VALUES OR CAMPO7I = SPACES
              MOVE SPACES TO WS-FILTRO-TILL
           ELSE
              MOVE CAMPO7I TO WS-FILTRO-TILL
           END-IF
           IF CAMPO8I = LOW-VALUES OR CAMPO8I = SPACES
              MOVE 0 TO WS-FILTRO-SESION
           ELSE
              MOVE CAMPO8I TO WS-SESION-JUST
              INSPECT WS-SESION-JUST REPLACING ALL '_' BY ZEROES
              INSPECT WS-SESION-JUST REPLACING ALL ' ' BY ZEROES
              IF WS-SESION-JUST NOT NUMERIC
                 MOVE 'NUMERO DE SESION INVALIDO' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE WS-SESION-JUST TO WS-SESION-NUM
              MOVE WS-SESION-NUM  TO WS-FILTRO-SESION
           END-IF
           IF CAMPO9I = LOW-VALUES OR CAMPO9I = SPACES
              MOVE SPACE TO WS-FILTRO-TIPO
           ELSE
              MOVE CAMPO9I TO WS-FILTRO-TIPO
           END-IF
           IF CAMPO10I = LOW-VALUES OR CAMPO10I = SPACES
              MOVE 0 TO WS-FILTRO-MONTO-MIN
           ELSE
              MOVE CAMPO10I TO WS-MONTO-JUST
              PERFORM 218-VALIDAR-MONTO
              MOVE WS-MONTO-NUM TO WS-FILTRO-MONTO-MIN
           END-IF
           IF CAMPO11I = LOW-VALUES OR CAMPO11I = SPACES
              MOVE WC-MONTO-TOPE TO WS-FILTRO-MONTO-MAX
           ELSE
              MOVE CAMPO11I TO WS-MONTO-JUST
              PERFORM 218-VALIDAR-MONTO
              MOVE WS-MONTO-NUM TO WS-FILTRO-MONTO-MAX
           END-IF
           IF WS-FILTRO-MONTO-MIN > WS-FILTRO-MONTO-MAX
              MOVE 'EL MONTO DESDE SUPERA EL MONTO HASTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       217-VALIDAR-HORA.
           MOVE '217-VALIDAR-HORA' TO WS-AB-PARRAFO
           IF WS-HORA-DIGITADA NOT NUMERIC
              OR WS-HORA-DIGITADA(1:2) > '23'
              OR WS-HORA-DIGITADA(3:2) > '59'
              MOVE 'HORA INVALIDA, USE HHMM (0000-2359)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       218-VALIDAR-MONTO.
           MOVE '218-VALIDAR-MONTO' TO WS-AB-PARRAFO
           INSPECT WS-MONTO-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-MONTO-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-MONTO-JUST NOT NUMERIC
              MOVE 'MONTO INVALIDO, DIGITE PESOS ENTEROS' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-MONTO-JUST TO WS-MONTO-NUM.

       228-VALIDAR-SUPERVISOR.
      *
      *--- EL DIARIO ELECTRONICO ABARCA TODAS LAS CUENTAS Y TODOS LOS
      *--- CAJEROS: ES CONSULTA DE SUPERVISOR, COMO EL LOG DE SESIONES
      *--- DE AUDICOB
      *
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
              MOVE 'CONSULTA RESERVADA AL SUPERVISOR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       213-LEER-PAGINA.
           MOVE '213-LEER-PAGINA' TO WS-AB-PARRAFO
           MOVE SPACES TO CAMPO13O
           MOVE SPACES TO CAMPO14O
           MOVE SPACES TO CAMPO15O
           MOVE SPACES TO CAMPO16O
           MOVE SPACES TO CAMPO17O
           MOVE ZEROES TO WS-PAGINA-IDS
           MOVE 0 TO WS-DIARIO-LEIDAS
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_DIARIO END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_DIARIO INTO
                      :CL-ID-TRANSACTION
                     ,:CL-NUMERO-CUENTA-T
                     ,:CL-TIPO-TRANSACCION
                     ,:CL-MONTO
                     ,:CL-FECHA-HORA
                     ,:CL-USUARIO
                     ,:CL-TERMINAL
                     ,:CL-TILL-ID-T
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-DIARIO-LEIDAS
                 MOVE CL-ID-TRANSACTION
                                   TO WS-ID-LINEA(WS-DIARIO-LEIDAS)
                 PERFORM 219-FORMATEAR-LINEA
                 PERFORM 235-MOVER-LINEA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    EXEC SQL CLOSE C_DIARIO END-EXEC
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_DIARIO END-EXEC.

       219-FORMATEAR-LINEA.
           MOVE '219-FORMATEAR-LINEA' TO WS-AB-PARRAFO
           MOVE CL-ID-TRANSACTION TO WS-ID-ED
           MOVE CL-MONTO          TO WS-VALOR-ED
           MOVE SPACES TO WS-LINEA-DIARIO
           STRING CL-FECHA-HORA(12:8)  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-ID-ED             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-T   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CL-TIPO-TRANSACCION  DELIMITED BY SIZE
                  WS-VALOR-ED          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CL-USUARIO           DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CL-TERMINAL          DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  CL-TILL-ID-T         DELIMITED BY SIZE
             INTO WS-LINEA-DIARIO
           END-STRING.

       235-MOVER-LINEA.
           MOVE '235-MOVER-LINEA' TO WS-AB-PARRAFO
           EVALUATE WS-DIARIO-LEIDAS
                WHEN 1
                     MOVE WS-LINEA-DIARIO TO CAMPO13O
                WHEN 2
                     MOVE WS-LINEA-DIARIO TO CAMPO14O
                WHEN 3
                     MOVE WS-LINEA-DIARIO TO CAMPO15O
                WHEN 4
                     MOVE WS-LINEA-DIARIO TO CAMPO16O
                WHEN 5
                     MOVE WS-LINEA-DIARIO TO CAMPO17O
           END-EVALUATE.

       240-DETALLE-TRANSACCION.
      *
      *--- LA LINEA ELEGIDA SE RESUELVE RELEYENDO LA PAGINA ACTUAL CON
      *--- LOS MISMOS FILTROS Y EL OFFSET DE CH-COMUN, ASI NO HACE
      *--- FALTA GUARDAR LOS IDS DE LA PAGINA EN EL COMMAREA. EL
      *--- DETALLE REEMPLAZA LAS 5 LINEAS: DATOS COMPLETOS DEL
      *--- MOVIMIENTO, AMARRE DE REVERSA Y EL RECIBO GUARDADO EN
      *--- TARECIBO
      *
           MOVE '240-DETALLE-TRANSACCION' TO WS-AB-PARRAFO
           IF CAMPO12I NOT NUMERIC
              OR CAMPO12I < '1' OR CAMPO12I > '5'
              MOVE 'LINEA INVALIDA, ELIJA 1-5' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO12I TO WS-LINEA-SEL
           PERFORM 228-VALIDAR-SUPERVISOR
           PERFORM 211-CARGAR-FILTROS
           MOVE CH-COMUN(1:9) TO WS-OFFSET-CHAR
           MOVE WS-OFFSET-CHAR TO WS-OFFSET-ACTUAL
           MOVE WC-FILAS-PAGINA TO WS-LIMITE-FETCH
           PERFORM 213-LEER-PAGINA
           IF WS-LINEA-SEL > WS-DIARIO-LEIDAS
              MOVE 'ESA LINEA ESTA VACIA EN LA PAGINA ACTUAL' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-LINEA(WS-LINEA-SEL) TO CL-ID-TRANSACTION
           PERFORM 241-LEER-TRANSACCION
           PERFORM 242-BUSCAR-REVERSA
           PERFORM 243-LEER-RECIBO
           MOVE CL-ID-TRANSACTION TO WS-ID-ED
           MOVE SPACES TO MSGO
           STRING 'DETALLE DE LA TRANSACCION ' WS-ID-ED
                  '  ENTER=VOLVER A LA LISTA' DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           MOVE SPACES TO CAMPO12O
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       241-LEER-TRANSACCION.
           MOVE '241-LEER-TRANSACCION' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_T
                  ,TIPO_TRANSACCION
                  ,COALESCE(MONTO, 0)
                  ,FECHA_HORA
                  ,USUARIO
                  ,TERMINAL
                  ,COALESCE(REFERENCIA_TRANSFERENCIA, 0)
                  ,COALESCE(TASA_CAMBIO, 0)
                  ,COALESCE(TILL_ID_T, ' ')
                  ,FECHA_NEGOCIO_T
                  ,SUCURSAL_T
                  ,SESION_ID_T
                INTO
                   :CL-NUMERO-CUENTA-T
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
                FROM
                   TATRANS
                WHERE
                   ID_TRANSACTION = :CL-ID-TRANSACTION
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA TRANSACCION YA NO ESTA EN TATRANS' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-ID-TRANSACTION TO WS-ID-ED
           MOVE CL-MONTO          TO WS-VALOR-ED
           MOVE SPACES TO CAMPO13O
           STRING 'ID ' WS-ID-ED ' CTA ' CL-NUMERO-CUENTA-T
                  ' TIPO ' CL-TIPO-TRANSACCION ' MONTO ' WS-VALOR-ED
                  DELIMITED BY SIZE
             INTO CAMPO13O
           END-STRING
           MOVE SPACES TO CAMPO14O
           STRING 'NEGOCIO ' CL-FECHA-NEGOCIO-T
                  ' REGISTRO ' CL-FECHA-HORA(1:19)
                  ' SUC ' CL-SUCURSAL-T
                  DELIMITED BY SIZE
             INTO CAMPO14O
           END-STRING
           MOVE CL-SESION-ID-T TO WS-SESION-ED
           MOVE CL-TASA-CAMBIO TO WS-TASA-ED
           MOVE SPACES TO CAMPO15O
           STRING 'OPER ' CL-USUARIO ' TERM ' CL-TERMINAL
                  ' CAJA ' CL-TILL-ID-T ' SESION ' WS-SESION-ED
                  ' TASA ' WS-TASA-ED
                  DELIMITED BY SIZE
             INTO CAMPO15O
           END-STRING.

       242-BUSCAR-REVERSA.
      *
      *--- UNA PATA 'V' APUNTA AL ORIGINAL POR REFERENCIA_TRANSFERENCIA
      *--- (VER 218-SQL-INSERTAR-REVERSA EN REVSCOB). SI LA ELEGIDA ES
      *--- UNA REVERSA SE MUESTRA EL ORIGINAL; SI NO, SE BUSCA SI ALGUNA
      *--- REVERSA LA APUNTA. EN LOS DEMAS TIPOS LA REFERENCIA (PATA
      *--- DE TRANSFERENCIA, GIRO, ETC.) SE MUESTRA TAL CUAL
      *
           MOVE '242-BUSCAR-REVERSA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-LINEA-DIARIO
           IF CL-TIPO-TRANSACCION = 'V'
              MOVE CL-REFERENCIA-TRANSFERENCIA TO WS-ID-REVERSA-ED
              STRING 'REVERSA DE LA TRANSACCION ' WS-ID-REVERSA-ED
                     DELIMITED BY SIZE
                INTO WS-LINEA-DIARIO
              END-STRING
           ELSE
              EXEC SQL
                   SELECT COALESCE(MIN(ID_TRANSACTION), 0)
                   INTO   :WS-ID-REVERSA
                   FROM   TATRANS
                   WHERE  TIPO_TRANSACCION = 'V'
                          AND REFERENCIA_TRANSFERENCIA =
                              :CL-ID-TRANSACTION
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-ID-REVERSA = 0
                 MOVE 'SIN REVERSA' TO WS-LINEA-DIARIO
              ELSE
                 MOVE WS-ID-REVERSA TO WS-ID-REVERSA-ED
                 STRING 'REVERSADA POR LA TRANSACCION '
                        WS-ID-REVERSA-ED
                        DELIMITED BY SIZE
                   INTO WS-LINEA-DIARIO
                 END-STRING
              END-IF
              IF CL-REFERENCIA-TRANSFERENCIA NOT = 0
                 MOVE CL-REFERENCIA-TRANSFERENCIA TO WS-ID-REVERSA-ED
                 MOVE ' REFERENCIA'    TO WS-LINEA-DIARIO(40:11)
                 MOVE WS-ID-REVERSA-ED TO WS-LINEA-DIARIO(52:9)
              END-IF
           END-IF
           MOVE WS-LINEA-DIARIO TO CAMPO16O.

       243-LEER-RECIBO.
           MOVE '243-LEER-RECIBO' TO WS-AB-PARRAFO
           MOVE CL-ID-TRANSACTION TO CL-ID-TRANSACTION-RB
           EXEC SQL
                SELECT
                   TEXTO_RECIBO
                  ,COPIAS_IMPRESAS
                INTO
                   :CL-TEXTO-RECIBO
                  ,:CL-COPIAS-IMPRESAS
                FROM
                   TARECIBO
                WHERE
                   ID_TRANSACTION_RB = :CL-ID-TRANSACTION-RB
           END-EXEC
           MOVE SPACES TO CAMPO17O
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-COPIAS-IMPRESAS TO WS-COPIAS-ED
                     STRING 'COPIAS' WS-COPIAS-ED ' '
                            CL-TEXTO-RECIBO(1:58)
                            DELIMITED BY SIZE
                       INTO CAMPO17O
                     END-STRING
                WHEN 100
                     MOVE 'SIN RECIBO GUARDADO EN TARECIBO' TO CAMPO17O
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

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
                MAP('JRNLMP')
                ERASE
                FROM(JRNLMPO)
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
                TRANSID('JRNL')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.
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
