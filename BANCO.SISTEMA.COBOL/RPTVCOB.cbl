      *****************************************************
      *                                                   *
      *   PROGRAMA CONSULTA EN LINEA DEL REPOSITORIO DE   *
      *   REPORTES BATCH (TARPTDIR/TARPTLIN) CICS-DB2     *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTVCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TABRANCH END-EXEC.
           EXEC SQL INCLUDE TARPTDIR END-EXEC.
           EXEC SQL INCLUDE TARPTLIN END-EXEC.
      *
      *--- UNA PAGINA DE LINEAS VISIBLES PARA EL OPERADOR DESDE LA
      *--- LINEA WS-RV-DESDE. CASA MATRIZ VE TODAS; UNA SUCURSAL VE LAS
      *--- GENERALES (SUCURSAL_RL EN BLANCO) Y LAS SUYAS. LAS LINEAS DE
      *--- OTRAS SUCURSALES NO SE SALTAN CON UN HUECO: LA PAGINA SE
      *--- LLENA CON LAS SIGUIENTES VISIBLES
      *
           EXEC SQL
                DECLARE C_PAGINA_ADELANTE CURSOR FOR
                SELECT
                   LINEA_RL
                  ,TEXTO_RL
                FROM
                   TARPTLIN
                WHERE
                   REPORTE_RL = :CL-REPORTE-RD
                   AND FECHA_NEGOCIO_RL = DATE(:CL-FECHA-NEGOCIO-RD)
                   AND LINEA_RL >= :WS-RV-DESDE
                   AND (:WS-RV-VE-TODO = 'S'
                        OR SUCURSAL_RL = ' '
                        OR SUCURSAL_RL = :CL-SUCURSAL-OPERADOR)
                ORDER BY
                   LINEA_RL
                FETCH FIRST 12 ROWS ONLY
           END-EXEC.
      *
      *--- LAS LINEAS VISIBLES ANTERIORES A WS-RV-DESDE, DE ATRAS PARA
      *--- ADELANTE: LA ULTIMA QUE SE LEE ES EL INICIO DE LA PAGINA
      *--- ANTERIOR (VER 245-PAGINA-ANTERIOR)
      *
           EXEC SQL
                DECLARE C_PAGINA_ATRAS CURSOR FOR
                SELECT
                   LINEA_RL
                FROM
                   TARPTLIN
                WHERE
                   REPORTE_RL = :CL-REPORTE-RD
                   AND FECHA_NEGOCIO_RL = DATE(:CL-FECHA-NEGOCIO-RD)
                   AND LINEA_RL < :WS-RV-DESDE
                   AND (:WS-RV-VE-TODO = 'S'
                        OR SUCURSAL_RL = ' '
                        OR SUCURSAL_RL = :CL-SUCURSAL-OPERADOR)
                ORDER BY
                   LINEA_RL DESC
                FETCH FIRST 12 ROWS ONLY
           END-EXEC.

      *
      *--- ESTADO DE LA CONSULTA ENTRE UN ENTER/PF Y EL SIGUIENTE: LA
      *--- CLAVE DEL EJEMPLAR VA EN CH-COMUN, LA PAGINA EN PANTALLA EN
      *--- CH-COMUN2 Y LA CUENTA BUSCADA EN CH-CONF-CUENTA (VER
      *--- 214-RESTAURAR-ESTADO Y 215-GUARDAR-ESTADO)
      *
       01  WS-RV-ESTADO.
           03 WS-RV-CLAVE.
              05 WS-RV-REPORTE        PIC X(8).
              05 WS-RV-FECHA-AMD.
                 07 WS-RV-ANIO        PIC X(4).
                 07 WS-RV-MES         PIC X(2).
                 07 WS-RV-DIA         PIC X(2).
           03 WS-RV-POSICION.
              05 WS-RV-PRIMERA        PIC 9(9).
              05 WS-RV-ULTIMA         PIC 9(9).
              05 WS-RV-COLUMNA        PIC X(1).
                 88 WS-RV-A-LA-DERECHA                VALUE 'D'.
              05 FILLER               PIC X(1).
           03 WS-RV-BUSCADA           PIC X(10).
       01  WS-RV-FECHA.
           03 WS-RV-FI-ANIO           PIC X(4).
           03 FILLER                  PIC X(1)    VALUE '-'.
           03 WS-RV-FI-MES            PIC X(2).
           03 FILLER                  PIC X(1)    VALUE '-'.
           03 WS-RV-FI-DIA            PIC X(2).
       01  WS-RV-PAGINA.
           03 WS-RV-FILA OCCURS 12 TIMES.
              05 WS-RV-FILA-LINEA     PIC 9(9).
              05 WS-RV-FILA-TEXTO     PIC X(100).
           03 WS-RV-VISTA OCCURS 12 TIMES
                                      PIC X(79).
       01  WS-AUXILIARES.
           03 WS-RV-DESDE             PIC S9(9)   COMP.
           03 WS-RV-FILAS             PIC 9(2).
           03 WS-RV-IDX               PIC 9(2).
           03 WS-RV-COL-INICIO        PIC 9(3).
           03 WS-RV-VE-TODO           PIC X(1).
           03 WS-RV-PATRON            PIC X(12).
           03 WS-RV-MENSAJE           PIC X(60).
           03 WS-RV-PRIMERA-ED        PIC ZZZZZZZZ9.
           03 WS-RV-ULTIMA-ED         PIC ZZZZZZZZ9.
           03 WS-RV-LINEAS-ED         PIC ZZZZZZZZ9.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'RPTVCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'RPTV'.
      *
      *--- FILAS DE LINEAS DEL MAPA (LIN01-LIN12). DEBE COINCIDIR CON EL
      *--- OCCURS DE WS-RV-PAGINA Y EL FETCH FIRST DE LOS CURSORES
      *
          03 WC-FILAS-PAGINA          PIC 9(2)     VALUE 12.
      *
      *--- LA LINEA DE REPORTE ES DE 100 Y LA PANTALLA DE 79: PF11
      *--- CORRE LA VISTA PARA VER DESDE LA COLUMNA 22 HASTA EL FINAL
      *
          03 WC-COLUMNA-DERECHA       PIC 9(3)     VALUE 22.

       COPY ERRCTACP.
       COPY RPTVMPCP.
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
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              OR (EIBCALEN > 0 AND EIBTRNID NOT = 'RPTV')
              MOVE SPACES     TO CH-COMUN
              MOVE SPACES     TO CH-COMUN2
              MOVE SPACES     TO CH-CONF-CUENTA
              MOVE LOW-VALUES TO RPTVMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('RPTVMP')
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.
      *----------------------------------------------------------------
      *--- PROCESA LA PANTALLA SEGUN TECLA ELEGIDA POR EL USUARIO   ---
      *----------------------------------------------------------------
       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
              EXEC CICS RECEIVE
                   MAP('RPTVMP')
                   INTO(RPTVMPI)
                   NOHANDLE
              END-EXEC
      *
      *--- F4   : PAGINA ANTERIOR
      *--- F5   : PAGINA SIGUIENTE
      *--- F10  : VER LAS COLUMNAS 1 A 79 DEL REPORTE
      *--- F11  : VER LAS COLUMNAS 22 A 100 DEL REPORTE
      *--- ENTER: ABRIR EL REPORTE DE CAMPO1/CAMPO2 O BUSCAR LA CUENTA
      *---        DE CAMPO3 (VER 210-PROCESAR-DATOS)
      *
              PERFORM 214-RESTAURAR-ESTADO
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHPF4
                        PERFORM 205-LEER-ACCESO
                        PERFORM 245-PAGINA-ANTERIOR
                   WHEN DFHPF5
                        PERFORM 205-LEER-ACCESO
                        PERFORM 218-PAGINA-SIGUIENTE
                   WHEN DFHPF10
                        PERFORM 205-LEER-ACCESO
                        MOVE SPACE TO WS-RV-COLUMNA
                        PERFORM 219-REPETIR-PAGINA
                   WHEN DFHPF11
                        PERFORM 205-LEER-ACCESO
                        MOVE 'D' TO WS-RV-COLUMNA
                        PERFORM 219-REPETIR-PAGINA
                   WHEN DFHENTER
                        PERFORM 205-LEER-ACCESO
                        PERFORM 210-PROCESAR-DATOS
              END-EVALUATE
           END-IF.

       205-LEER-ACCESO.
      *
      *--- EL ALCANCE SE RELEE EN CADA INTERACCION CON LA SUCURSAL QUE
      *--- EL OPERADOR TIENE HOY EN TAOPERA (ASIGNADA EN OPERCOB). SU
      *--- SUCURSAL DEBE SER DE CASA MATRIZ (TABRANCH.CASA_MATRIZ) PARA
      *--- VER TODAS LAS SUCURSALES Y LOS REPORTES SOLO DE CASA MATRIZ
      *
           MOVE '205-LEER-ACCESO' TO WS-AB-PARRAFO
           MOVE 'N'     TO WS-RV-VE-TODO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT
                   SUCURSAL_OPERADOR
                INTO
                   :CL-SUCURSAL-OPERADOR
                FROM
                   TAOPERA
                WHERE
                   OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'OPERADOR NO REGISTRADO EN TAOPERA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-SUCURSAL-OPERADOR NOT = SPACES
              MOVE CL-SUCURSAL-OPERADOR TO CL-SUCURSAL-ID
              EXEC SQL
                   SELECT
                      CASA_MATRIZ
                   INTO
                      :CL-CASA-MATRIZ
                   FROM
                      TABRANCH
                   WHERE
                      SUCURSAL_ID = :CL-SUCURSAL-ID
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        IF CL-CASA-MATRIZ = 'S'
                           MOVE 'S' TO WS-RV-VE-TODO
                        END-IF
                   WHEN 100
                        CONTINUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-IF.

       210-PROCESAR-DATOS.
      *
      *--- CON CAMPO1I (REPORTE) SE ABRE UN EJEMPLAR: EL DE LA FECHA DE
      *--- CAMPO2I O, EN BLANCO, EL MAS RECIENTE. SIN CAMPO1I SE SIGUE
      *--- EN EL EJEMPLAR ABIERTO. CAMPO3I BUSCA LA CUENTA DESDE LA
      *--- LINEA SIGUIENTE A LA PRIMERA EN PANTALLA; ENTER SIN DATOS
      *--- REPITE LA ULTIMA BUSQUEDA PARA IR A LA SIGUIENTE APARICION
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I NOT = LOW-VALUES AND CAMPO1I NOT = SPACES
              PERFORM 230-ABRIR-REPORTE
              MOVE 0 TO WS-RV-PRIMERA
           ELSE
              IF WS-RV-REPORTE = SPACES
                 MOVE 'DIGITE EL REPORTE Y LA FECHA (AAAA-MM-DD)'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              PERFORM 235-SQL-LEER-DIRECTORIO
           END-IF
           IF CAMPO3I NOT = LOW-VALUES AND CAMPO3I NOT = SPACES
              MOVE CAMPO3I TO WS-RV-BUSCADA
              INSPECT WS-RV-BUSCADA REPLACING ALL '_' BY SPACE
              INSPECT WS-RV-BUSCADA REPLACING ALL LOW-VALUES BY SPACE
           END-IF
           IF WS-RV-BUSCADA NOT = SPACES
              PERFORM 250-BUSCAR-CUENTA
           ELSE
              IF WS-RV-PRIMERA = 0
                 MOVE 1 TO WS-RV-DESDE
              ELSE
                 MOVE WS-RV-PRIMERA TO WS-RV-DESDE
              END-IF
           END-IF
           PERFORM 240-LEER-PAGINA
           PERFORM 260-MOSTRAR-PAGINA.

       214-RESTAURAR-ESTADO.
           MOVE '214-RESTAURAR-ESTADO' TO WS-AB-PARRAFO
           MOVE CH-COMUN       TO WS-RV-CLAVE
           MOVE CH-COMUN2      TO WS-RV-POSICION
           MOVE CH-CONF-CUENTA TO WS-RV-BUSCADA
           IF WS-RV-PRIMERA NOT NUMERIC
              MOVE 0 TO WS-RV-PRIMERA
           END-IF
           IF WS-RV-ULTIMA NOT NUMERIC
              MOVE 0 TO WS-RV-ULTIMA
           END-IF
           MOVE WS-RV-REPORTE  TO CL-REPORTE-RD
           MOVE WS-RV-ANIO     TO WS-RV-FI-ANIO
           MOVE WS-RV-MES      TO WS-RV-FI-MES
           MOVE WS-RV-DIA      TO WS-RV-FI-DIA
           MOVE WS-RV-FECHA    TO CL-FECHA-NEGOCIO-RD.

       215-GUARDAR-ESTADO.
           MOVE '215-GUARDAR-ESTADO' TO WS-AB-PARRAFO
           MOVE CL-REPORTE-RD  TO WS-RV-REPORTE
           MOVE CL-FECHA-NEGOCIO-RD TO WS-RV-FECHA
           MOVE WS-RV-FI-ANIO  TO WS-RV-ANIO
           MOVE WS-RV-FI-MES   TO WS-RV-MES
           MOVE WS-RV-FI-DIA   TO WS-RV-DIA
           MOVE WS-RV-CLAVE    TO CH-COMUN
           MOVE WS-RV-POSICION TO CH-COMUN2
           MOVE WS-RV-BUSCADA  TO CH-CONF-CUENTA.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           MOVE WC-PROGRAMA     TO CH-PROGRAMA-RETORNO
           MOVE SPACES          TO CH-COMUN
           MOVE SPACES          TO CH-COMUN2
           MOVE SPACES          TO CH-CONF-CUENTA
           PERFORM 221-XCTL-PROGRAMA.

       217-VALIDAR-ABIERTO.
           MOVE '217-VALIDAR-ABIERTO' TO WS-AB-PARRAFO
           IF WS-RV-REPORTE = SPACES
              MOVE 'DIGITE EL REPORTE Y LA FECHA (AAAA-MM-DD)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 235-SQL-LEER-DIRECTORIO.

       218-PAGINA-SIGUIENTE.
           MOVE '218-PAGINA-SIGUIENTE' TO WS-AB-PARRAFO
           PERFORM 217-VALIDAR-ABIERTO
           COMPUTE WS-RV-DESDE = WS-RV-ULTIMA + 1
           PERFORM 240-LEER-PAGINA
           IF WS-RV-FILAS = 0
              MOVE 'FIN DEL REPORTE' TO WS-RV-MENSAJE
              MOVE WS-RV-PRIMERA TO WS-RV-DESDE
              PERFORM 240-LEER-PAGINA
           END-IF
           PERFORM 260-MOSTRAR-PAGINA.

       219-REPETIR-PAGINA.
           MOVE '219-REPETIR-PAGINA' TO WS-AB-PARRAFO
           PERFORM 217-VALIDAR-ABIERTO
           MOVE WS-RV-PRIMERA TO WS-RV-DESDE
           PERFORM 240-LEER-PAGINA
           PERFORM 260-MOSTRAR-PAGINA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('RPTVMP')
                ERASE
                FROM(RPTVMPO)
                NOHANDLE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       230-ABRIR-REPORTE.
           MOVE '230-ABRIR-REPORTE' TO WS-AB-PARRAFO
           MOVE SPACES  TO WS-RV-BUSCADA
           MOVE SPACE   TO WS-RV-COLUMNA
           MOVE CAMPO1I TO CL-REPORTE-RD
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              EXEC SQL
                   SELECT
                      CHAR(FECHA_NEGOCIO_RD, ISO)
                   INTO
                      :CL-FECHA-NEGOCIO-RD
                   FROM
                      TARPTDIR
                   WHERE
                      REPORTE_RD = :CL-REPORTE-RD
                   ORDER BY
                      FECHA_NEGOCIO_RD DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        MOVE 'REPORTE NO CARGADO EN EL REPOSITORIO'
                             TO MSGO
                        PERFORM 220-ENVIAR-MAPA
                        PERFORM 300-RETURN
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           ELSE
              IF CAMPO2I(5:1) NOT = '-' OR CAMPO2I(8:1) NOT = '-'
                 OR CAMPO2I(1:4) NOT NUMERIC
                 OR CAMPO2I(6:2) NOT NUMERIC
                 OR CAMPO2I(9:2) NOT NUMERIC
                 MOVE 'FECHA INVALIDA, USE AAAA-MM-DD' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE CAMPO2I TO CL-FECHA-NEGOCIO-RD
           END-IF
           PERFORM 235-SQL-LEER-DIRECTORIO.

       235-SQL-LEER-DIRECTORIO.
      *
      *--- SE RELEE EN CADA INTERACCION: EL EJEMPLAR PUEDE HABERSE
      *--- RECARGADO O PURGADO (RPTLCOB) MIENTRAS ESTABA EN PANTALLA
      *
           MOVE '235-SQL-LEER-DIRECTORIO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   ALCANCE_RD
                  ,LINEAS_RD
                INTO
                   :CL-ALCANCE-RD
                  ,:CL-LINEAS-RD
                FROM
                   TARPTDIR
                WHERE
                   REPORTE_RD = :CL-REPORTE-RD
                   AND FECHA_NEGOCIO_RD = DATE(:CL-FECHA-NEGOCIO-RD)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE SPACES TO CH-COMUN
                     MOVE SPACES TO CH-COMUN2
                     MOVE 'REPORTE NO DISPONIBLE PARA ESA FECHA'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ALCANCE-RD NOT = 'S' AND WS-RV-VE-TODO NOT = 'S'
              MOVE SPACES TO CH-COMUN
              MOVE SPACES TO CH-COMUN2
              MOVE 'REPORTE DE USO EXCLUSIVO DE CASA MATRIZ' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       240-LEER-PAGINA.
      *
      *--- DEJA EN WS-RV-PAGINA HASTA WC-FILAS-PAGINA LINEAS VISIBLES
      *--- DESDE WS-RV-DESDE Y EN WS-RV-FILAS CUANTAS SE LEYERON
      *
           MOVE '240-LEER-PAGINA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-RV-PAGINA
           MOVE 0 TO WS-RV-FILAS
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PAGINA_ADELANTE END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1 UNTIL WS-EXIT
                   OR WS-RV-IDX > WC-FILAS-PAGINA
              EXEC SQL
                   FETCH C_PAGINA_ADELANTE INTO
                      :CL-LINEA-RL
                     ,:CL-TEXTO-RL
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE CL-LINEA-RL TO WS-RV-FILA-LINEA(WS-RV-IDX)
                        MOVE CL-TEXTO-RL TO WS-RV-FILA-TEXTO(WS-RV-IDX)
                        MOVE WS-RV-IDX   TO WS-RV-FILAS
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        EXEC SQL CLOSE C_PAGINA_ADELANTE END-EXEC
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PAGINA_ADELANTE END-EXEC.

       245-PAGINA-ANTERIOR.
           MOVE '245-PAGINA-ANTERIOR' TO WS-AB-PARRAFO
           PERFORM 217-VALIDAR-ABIERTO
           MOVE WS-RV-PRIMERA TO WS-RV-DESDE
           MOVE 'N' TO WS-CONTINUAR
           EXEC SQL OPEN C_PAGINA_ATRAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1 UNTIL WS-EXIT
                   OR WS-RV-IDX > WC-FILAS-PAGINA
              EXEC SQL
                   FETCH C_PAGINA_ATRAS INTO
                      :CL-LINEA-RL
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE CL-LINEA-RL TO WS-RV-DESDE
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        EXEC SQL CLOSE C_PAGINA_ATRAS END-EXEC
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PAGINA_ATRAS END-EXEC
           IF WS-RV-DESDE = WS-RV-PRIMERA
              MOVE 'INICIO DEL REPORTE' TO WS-RV-MENSAJE
           END-IF
           PERFORM 240-LEER-PAGINA
           PERFORM 260-MOSTRAR-PAGINA.

       250-BUSCAR-CUENTA.
      *
      *--- PRIMERA LINEA VISIBLE DESPUES DE LA PRIMERA EN PANTALLA QUE
      *--- CONTIENE LA CUENTA; LA PAGINA ARRANCA EN ESA LINEA. SI NO
      *--- HAY MAS, SE QUEDA EN LA PAGINA ACTUAL
      *
           MOVE '250-BUSCAR-CUENTA' TO WS-AB-PARRAFO
           MOVE SPACES TO WS-RV-PATRON
           STRING '%'            DELIMITED BY SIZE
                  WS-RV-BUSCADA  DELIMITED BY SPACE
                  '%'            DELIMITED BY SIZE
             INTO WS-RV-PATRON
           END-STRING
           MOVE WS-RV-PRIMERA TO CL-LINEA-RL
           EXEC SQL
                SELECT
                   LINEA_RL
                INTO
                   :CL-LINEA-RL
                FROM
                   TARPTLIN
                WHERE
                   REPORTE_RL = :CL-REPORTE-RD
                   AND FECHA_NEGOCIO_RL = DATE(:CL-FECHA-NEGOCIO-RD)
                   AND LINEA_RL > :CL-LINEA-RL
                   AND TEXTO_RL LIKE :WS-RV-PATRON
                   AND (:WS-RV-VE-TODO = 'S'
                        OR SUCURSAL_RL = ' '
                        OR SUCURSAL_RL = :CL-SUCURSAL-OPERADOR)
                ORDER BY
                   LINEA_RL
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-LINEA-RL TO WS-RV-DESDE
                WHEN 100
                     MOVE 'NO HAY MAS LINEAS CON ESA CUENTA'
                          TO WS-RV-MENSAJE
                     IF WS-RV-PRIMERA = 0
                        MOVE 1 TO WS-RV-DESDE
                     ELSE
                        MOVE WS-RV-PRIMERA TO WS-RV-DESDE
                     END-IF
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       260-MOSTRAR-PAGINA.
           MOVE '260-MOSTRAR-PAGINA' TO WS-AB-PARRAFO
           IF WS-RV-FILAS > 0
              MOVE WS-RV-FILA-LINEA(1)           TO WS-RV-PRIMERA
              MOVE WS-RV-FILA-LINEA(WS-RV-FILAS) TO WS-RV-ULTIMA
           ELSE
              MOVE 0 TO WS-RV-PRIMERA
              MOVE 0 TO WS-RV-ULTIMA
              IF WS-RV-MENSAJE = SPACES
                 MOVE 'EL REPORTE NO TIENE LINEAS VISIBLES PARA SU SUCUR
      -               'SAL' TO WS-RV-MENSAJE
              END-IF
           END-IF
           IF WS-RV-A-LA-DERECHA
              MOVE WC-COLUMNA-DERECHA TO WS-RV-COL-INICIO
           ELSE
              MOVE 1 TO WS-RV-COL-INICIO
           END-IF
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WC-FILAS-PAGINA
              MOVE WS-RV-FILA-TEXTO(WS-RV-IDX)(WS-RV-COL-INICIO:79)
                TO WS-RV-VISTA(WS-RV-IDX)
           END-PERFORM
           PERFORM 265-SALIDA-CICS-LINEAS
           PERFORM 215-GUARDAR-ESTADO
           MOVE CL-REPORTE-RD       TO CAMPO1O
           MOVE CL-FECHA-NEGOCIO-RD TO CAMPO2O
           MOVE WS-RV-BUSCADA       TO CAMPO3O
           IF WS-RV-MENSAJE = SPACES
              MOVE WS-RV-PRIMERA TO WS-RV-PRIMERA-ED
              MOVE WS-RV-ULTIMA  TO WS-RV-ULTIMA-ED
              MOVE CL-LINEAS-RD  TO WS-RV-LINEAS-ED
              STRING 'LINEAS '          DELIMITED BY SIZE
                     WS-RV-PRIMERA-ED   DELIMITED BY SIZE
                     ' A '              DELIMITED BY SIZE
                     WS-RV-ULTIMA-ED    DELIMITED BY SIZE
                     ' DE '             DELIMITED BY SIZE
                     WS-RV-LINEAS-ED    DELIMITED BY SIZE
                INTO WS-RV-MENSAJE
              END-STRING
           END-IF
           MOVE WS-RV-MENSAJE TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       265-SALIDA-CICS-LINEAS.
           MOVE '265-SALIDA-CICS-LINEAS' TO WS-AB-PARRAFO
           MOVE WS-RV-VISTA(1)  TO LIN01O
           MOVE WS-RV-VISTA(2)  TO LIN02O
           MOVE WS-RV-VISTA(3)  TO LIN03O
           MOVE WS-RV-VISTA(4)  TO LIN04O
           MOVE WS-RV-VISTA(5)  TO LIN05O
           MOVE WS-RV-VISTA(6)  TO LIN06O
           MOVE WS-RV-VISTA(7)  TO LIN07O
           MOVE WS-RV-VISTA(8)  TO LIN08O
           MOVE WS-RV-VISTA(9)  TO LIN09O
           MOVE WS-RV-VISTA(10) TO LIN10O
           MOVE WS-RV-VISTA(11) TO LIN11O
           MOVE WS-RV-VISTA(12) TO LIN12O.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('RPTV')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
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
