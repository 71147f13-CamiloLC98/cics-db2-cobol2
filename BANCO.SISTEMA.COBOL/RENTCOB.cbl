      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH MENSUAL DE RENOVACION DE         *
      *   TARJETAS DEBITO POR VENCIMIENTO (TATARJ) Y      *
      *   ARCHIVO DE GRABACION PARA EL PROVEEDOR          *
      *   - SISTEMA BANCARIO                              *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RENTCOB.
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
      *--- ARCHIVO DE GRABACION (EMBOZADO) PARA EL PROVEEDOR DE
      *--- PLASTICOS: UN REGISTRO POR TARJETA DE REPOSICION
      *
           SELECT EMB-FILE ASSIGN TO EMBOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
      *
      *--- LAYOUT DEL ARCHIVO DE GRABACION
      *
      *--- POS   1-16  NUMERO DE LA TARJETA NUEVA
      *--- POS  17-66  NOMBRE DEL TITULAR A GRABAR
      *--- POS  67-71  VENCIMIENTO MM/AA
      *--- POS  72-81  CUENTA ENLAZADA
      *--- POS  82-85  SUCURSAL DE ENTREGA (DOMICILIO DE LA CUENTA)
      *--- POS  86-101 TARJETA QUE REEMPLAZA
      *
       FD  EMB-FILE
           RECORDING MODE IS F.
       01  EMB-REGISTRO.
           03 EMB-TARJETA              PIC X(16).
           03 EMB-NOMBRE               PIC X(50).
           03 EMB-VENCIMIENTO.
              05 EMB-VENCE-MES         PIC X(2).
              05 FILLER                PIC X(1).
              05 EMB-VENCE-ANIO        PIC X(2).
           03 EMB-CUENTA               PIC X(10).
           03 EMB-SUCURSAL             PIC X(4).
           03 EMB-TARJETA-ANTERIOR     PIC X(16).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATARJ END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
      *
      *--- TARJETAS ACTIVAS QUE VENCEN DENTRO DE LA VENTANA DE
      *--- ANTICIPO, SOBRE CUENTAS ACTIVAS (NI BLOQUEADAS NI
      *--- CERRADAS) Y NO DORMANTES. SE EXCLUYEN LAS CUENTAS CON EL
      *--- TITULAR FALLECIDO O LA SUCESION LIQUIDADA (VER SUCECOB),
      *--- LAS QUE TIENEN UNA SOLICITUD DE CIERRE PENDIENTE EN
      *--- TAESTLOG Y LAS TARJETAS QUE YA TIENEN SU REPOSICION
      *--- (TARJETA_ANTERIOR_TJ), PARA QUE UNA RECORRIDA NO EMITA DOS
      *
           EXEC SQL
                DECLARE C_POR_VENCER CURSOR FOR
                SELECT
                   T.NUMERO_TARJETA
                  ,T.NUMERO_CUENTA_TJ
                  ,T.LIMITE_ATM_TJ
                  ,CHAR(T.FECHA_VENCIM_TJ + :WC-ANOS-VIGENCIA YEARS,
                        ISO)
                  ,C.NOMBRE_CLIENTE
                  ,C.SUCURSAL_CUENTA
                FROM
                   TATARJ  T
                  ,TACUENT C
                WHERE
                   C.NUMERO_CUENTA = T.NUMERO_CUENTA_TJ
                   AND T.ESTADO_TJ = 'A'
                   AND T.FECHA_VENCIM_TJ >= DATE(:WS-RC-FECHA)
                   AND T.FECHA_VENCIM_TJ <= DATE(:WS-RC-FECHA)
                                           + :WC-DIAS-ANTICIPO DAYS
                   AND C.ESTADO_CUENTA = 'A'
                   AND C.ESTADO_DORMANTE <> 'S'
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TACLIENT M
                       WHERE  M.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
                              AND M.ESTADO_SUCESION IN ('F', 'L')
                   )
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TAESTLOG L
                       WHERE  L.NUMERO_CUENTA_L = C.NUMERO_CUENTA
                              AND L.ESTADO_NUEVO = 'C'
                              AND L.ESTADO_APROBACION = 'P'
                   )
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TATARJ N
                       WHERE  N.TARJETA_ANTERIOR_TJ = T.NUMERO_TARJETA
                   )
                ORDER BY
                   C.SUCURSAL_CUENTA
                  ,T.NUMERO_TARJETA
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-LEIDAS               PIC 9(9)        VALUE 0.
           03 WS-RENOVADAS            PIC 9(9)        VALUE 0.
           03 WS-OMITIDAS             PIC 9(9)        VALUE 0.
           03 WS-SIN-NUMERO           PIC 9(9)        VALUE 0.
           03 WS-TARJETA-ANTERIOR     PIC X(16).
           03 WS-VENCIM-NUEVA         PIC X(10).
           03 WS-SECUENCIA-X          PIC X(9).
           03 WS-SECUENCIA            PIC 9(9).
           03 WS-LIMITE-ED            PIC ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
      *
      *--- NUMERO DE LA TARJETA NUEVA: EL MISMO BIN (6 POSICIONES) DE
      *--- LA TARJETA QUE REEMPLAZA, EL SIGUIENTE CONSECUTIVO DE 9
      *--- POSICIONES DENTRO DE ESE BIN Y EL DIGITO DE VERIFICACION
      *--- LUHN DE LAS 15 ANTERIORES (EL MISMO ALGORITMO DE
      *--- 800-VALIDAR-DIGITO-VERIF, SOBRE 15 POSICIONES)
      *
       01  WS-TARJETA-NUEVA.
           03 WS-TN-NUMERO            PIC X(16).
           03 WS-TN-DIGITOS REDEFINES WS-TN-NUMERO.
              05 WS-TN-DIGITO         PIC 9  OCCURS 16 TIMES.
           03 WS-TN-INDICE            PIC 9(2).
           03 WS-TN-VALOR             PIC 9(2).
           03 WS-TN-SUMA              PIC 9(4).
           03 WS-TN-COCIENTE          PIC 9(4).
           03 WS-TN-RESTO             PIC 9.
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
           03 WS-NUMERO-FALG          PIC X           VALUE 'N'.
              88 WS-NUMERO-ASIGNADO                   VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'RENTCOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.
      *
      *--- AVISO AL CLIENTE EN TANOTIF: TARJETA NUEVA LISTA PARA
      *--- RECOGER EN SU SUCURSAL (DESPACHADO POR NOTDCOB)
      *
          03 WC-NOTIF-TARJETA         PIC X(1)     VALUE 'E'.
      *
      *--- VENTANA DE ANTICIPO EN DIAS Y VIGENCIA EN ANOS DE LA
      *--- TARJETA NUEVA, CONTADA DESDE EL VENCIMIENTO DE LA ANTERIOR.
      *--- SE REFRESCAN DESDE TAPARAM (DIAS-RENOVACION-TARJ /
      *--- ANOS-VIGENCIA-TARJ)
      *
          03 WC-DIAS-ANTICIPO         PIC S9(9)    COMP  VALUE 60.
          03 WC-ANOS-VIGENCIA         PIC S9(9)    COMP  VALUE 4.

       COPY PARMCTCP.
       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           MOVE 'DIAS-RENOVACION-TARJ' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-ANTICIPO TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-DIAS-ANTICIPO
           MOVE 'ANOS-VIGENCIA-TARJ' TO CL-PARAM-CLAVE
           MOVE WC-ANOS-VIGENCIA TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-ANOS-VIGENCIA
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT EMB-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE SPACES TO RPT-LINEA
           STRING 'RENOVACION DE TARJETAS DEBITO POR VENCIMIENTO - '
                                       DELIMITED BY SIZE
                  WS-RC-FECHA          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE 'SUC  CUENTA     TARJETA ANTERIOR TARJETA NUEVA'
                TO RPT-LINEA(1:46)
           MOVE 'VENCE       TOPE ATM'
                TO RPT-LINEA(52:20)
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_POR_VENCER END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 410-LEER-TARJETA
           PERFORM UNTIL WS-CUR-FIN
              PERFORM 210-RENOVAR-TARJETA
              PERFORM 410-LEER-TARJETA
           END-PERFORM
           EXEC SQL CLOSE C_POR_VENCER END-EXEC
           PERFORM 250-CONTAR-OMITIDAS.

       210-RENOVAR-TARJETA.
           PERFORM 220-ASIGNAR-NUMERO
           IF WS-NUMERO-ASIGNADO
              PERFORM 230-SQL-INSERTAR-TARJETA
              PERFORM 235-SQL-INSERTAR-NOTIFICACION
              PERFORM 240-ESCRIBIR-GRABACION
              ADD 1 TO WS-RENOVADAS
           ELSE
              ADD 1 TO WS-SIN-NUMERO
              MOVE SPACES TO RPT-LINEA
              STRING CL-SUCURSAL-CUENTA   DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     CL-NUMERO-CUENTA-TJ  DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WS-TARJETA-ANTERIOR  DELIMITED BY SIZE
                     ' SIN RENOVAR: NUMERO DE TARJETA NO NUMERICO'
                                          DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF.

       220-ASIGNAR-NUMERO.
      *
      *--- SIGUIENTE CONSECUTIVO DEL BIN DE LA TARJETA ANTERIOR. LAS
      *--- TARJETAS YA INSERTADAS EN ESTA CORRIDA ENTRAN EN EL MAXIMO,
      *--- ASI QUE DOS REPOSICIONES DEL MISMO BIN NO CHOCAN
      *
           MOVE 'N' TO WS-NUMERO-FALG
           IF WS-TARJETA-ANTERIOR IS NUMERIC
              EXEC SQL
                   SELECT
                      MAX(SUBSTR(NUMERO_TARJETA, 7, 9))
                   INTO
                      :WS-SECUENCIA-X
                   FROM
                      TATARJ
                   WHERE
                      SUBSTR(NUMERO_TARJETA, 1, 6) =
                      SUBSTR(:WS-TARJETA-ANTERIOR, 1, 6)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-SECUENCIA-X IS NUMERIC
                 MOVE WS-SECUENCIA-X TO WS-SECUENCIA
                 ADD 1 TO WS-SECUENCIA
                 MOVE WS-TARJETA-ANTERIOR(1:6) TO WS-TN-NUMERO(1:6)
                 MOVE WS-SECUENCIA             TO WS-TN-NUMERO(7:9)
                 MOVE '0'                      TO WS-TN-NUMERO(16:1)
                 PERFORM 225-CALCULAR-DIGITO-TARJETA
                 SET WS-NUMERO-ASIGNADO TO TRUE
              END-IF
           END-IF.

       225-CALCULAR-DIGITO-TARJETA.
      *
      *--- LUHN SOBRE LAS 15 PRIMERAS POSICIONES: DE DERECHA A
      *--- IZQUIERDA SE DUPLICA LA POSICION 15, LA 13, ... LA 1 (LAS
      *--- IMPARES), RESTANDO 9 CUANDO EL DOBLE PASA DE 9
      *
           MOVE 0 TO WS-TN-SUMA
           PERFORM VARYING WS-TN-INDICE FROM 1 BY 1
                   UNTIL WS-TN-INDICE > 15
              DIVIDE WS-TN-INDICE BY 2
                 GIVING WS-TN-COCIENTE
                 REMAINDER WS-TN-RESTO
              IF WS-TN-RESTO = 1
                 COMPUTE WS-TN-VALOR =
                    WS-TN-DIGITO(WS-TN-INDICE) * 2
                 IF WS-TN-VALOR > 9
                    SUBTRACT 9 FROM WS-TN-VALOR
                 END-IF
              ELSE
                 MOVE WS-TN-DIGITO(WS-TN-INDICE) TO WS-TN-VALOR
              END-IF
              ADD WS-TN-VALOR TO WS-TN-SUMA
           END-PERFORM
           DIVIDE WS-TN-SUMA BY 10
              GIVING WS-TN-COCIENTE
              REMAINDER WS-TN-RESTO
           IF WS-TN-RESTO = 0
              MOVE 0 TO WS-TN-DIGITO(16)
           ELSE
              COMPUTE WS-TN-DIGITO(16) = 10 - WS-TN-RESTO
           END-IF.

       230-SQL-INSERTAR-TARJETA.
      *
      *--- LA REPOSICION HEREDA LA CUENTA Y EL TOPE DIARIO ATM DE LA
      *--- ANTERIOR Y QUEDA AMARRADA A ELLA: EL PRIMER USO DE LA NUEVA
      *--- EN POSTCOB DEJA LA ANTERIOR 'V'; SI NUNCA SE USA, LA
      *--- ANTERIOR VENCE SOLA Y LA MARCA HOTCCOB
      *
           MOVE WS-TN-NUMERO        TO CL-NUMERO-TARJETA
           MOVE 'A'                 TO CL-ESTADO-TJ
           MOVE WS-VENCIM-NUEVA     TO CL-FECHA-VENCIM-TJ
           MOVE WC-USUARIO-BATCH    TO CL-USUARIO-ALTA-TJ
           MOVE WS-TARJETA-ANTERIOR TO CL-TARJETA-ANTERIOR-TJ
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
                   ,DATE(:CL-FECHA-VENCIM-TJ)
                   ,:CL-LIMITE-ATM-TJ
                   ,:CL-USUARIO-ALTA-TJ
                   ,CURRENT TIMESTAMP
                   ,:CL-TARJETA-ANTERIOR-TJ
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       235-SQL-INSERTAR-NOTIFICACION.
           MOVE CL-NUMERO-CUENTA-TJ TO CL-NUMERO-CUENTA-N
           MOVE WC-NOTIF-TARJETA    TO CL-ESTADO-NUEVO-N
           MOVE 'P'                 TO CL-ESTADO-ENVIO
           EXEC SQL
                INSERT INTO TANOTIF (
                    NUMERO_CUENTA_N
                   ,ESTADO_NUEVO_N
                   ,FECHA_HORA_N
                   ,ESTADO_ENVIO
                ) VALUES (
                    :CL-NUMERO-CUENTA-N
                   ,:CL-ESTADO-NUEVO-N
                   ,CURRENT TIMESTAMP
                   ,:CL-ESTADO-ENVIO
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       240-ESCRIBIR-GRABACION.
           MOVE SPACES                 TO EMB-REGISTRO
           MOVE WS-TN-NUMERO           TO EMB-TARJETA
           MOVE CL-NOMBRE-CLIENTE      TO EMB-NOMBRE
           MOVE WS-VENCIM-NUEVA(6:2)   TO EMB-VENCE-MES
           MOVE '/'                    TO EMB-VENCIMIENTO(3:1)
           MOVE WS-VENCIM-NUEVA(3:2)   TO EMB-VENCE-ANIO
           MOVE CL-NUMERO-CUENTA-TJ    TO EMB-CUENTA
           MOVE CL-SUCURSAL-CUENTA     TO EMB-SUCURSAL
           MOVE WS-TARJETA-ANTERIOR    TO EMB-TARJETA-ANTERIOR
           WRITE EMB-REGISTRO
           MOVE CL-LIMITE-ATM-TJ TO WS-LIMITE-ED
           MOVE SPACES TO RPT-LINEA
           STRING CL-SUCURSAL-CUENTA   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-TJ  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TARJETA-ANTERIOR  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TN-NUMERO         DELIMITED BY SIZE
                  '     '              DELIMITED BY SIZE
                  WS-VENCIM-NUEVA      DELIMITED BY SIZE
                  WS-LIMITE-ED         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       250-CONTAR-OMITIDAS.
      *
      *--- LO QUE VENCE EN LA VENTANA Y QUEDO SIN REPOSICION DESPUES
      *--- DE LA CORRIDA SON LAS TARJETAS EXCLUIDAS POR EL ESTADO DE
      *--- LA CUENTA O DEL TITULAR (Y LAS DE NUMERO NO NUMERICO)
      *
           EXEC SQL
                SELECT
                   COUNT(*)
                INTO
                   :WS-OMITIDAS
                FROM
                   TATARJ T
                WHERE
                   T.ESTADO_TJ = 'A'
                   AND T.FECHA_VENCIM_TJ >= DATE(:WS-RC-FECHA)
                   AND T.FECHA_VENCIM_TJ <= DATE(:WS-RC-FECHA)
                                           + :WC-DIAS-ANTICIPO DAYS
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TATARJ N
                       WHERE  N.TARJETA_ANTERIOR_TJ = T.NUMERO_TARJETA
                   )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       410-LEER-TARJETA.
           EXEC SQL
                FETCH C_POR_VENCER INTO
                   :WS-TARJETA-ANTERIOR
                  ,:CL-NUMERO-CUENTA-TJ
                  ,:CL-LIMITE-ATM-TJ
                  ,:WS-VENCIM-NUEVA
                  ,:CL-NOMBRE-CLIENTE
                  ,:CL-SUCURSAL-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-LEIDAS
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'TARJETAS POR VENCER ELEGIBLES: ' DELIMITED BY SIZE
                  WS-LEIDAS                        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'TARJETAS RENOVADAS: '           DELIMITED BY SIZE
                  WS-RENOVADAS                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SIN RENOVAR POR NUMERO INVALIDO: ' DELIMITED BY SIZE
                  WS-SIN-NUMERO                    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'POR VENCER SIN REPOSICION (EXCLUIDAS): '
                                                   DELIMITED BY SIZE
                  WS-OMITIDAS                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-RENOVADAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           CLOSE EMB-FILE
           STOP RUN.

       COPY PARMCTPR.
       COPY RUNCTLPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE EMB-FILE
           STOP RUN.
