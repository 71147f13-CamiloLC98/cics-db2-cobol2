      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH CIERRE / FUSION DE SUCURSAL:     *
      *   TRASLADA CUENTAS, TERMINALES, CAJILLAS DE       *
      *   SEGURIDAD, RANGOS Y SUSPENSOS A LA SUCURSAL     *
      *   QUE LA ABSORBE - SISTEMA BANCARIO               *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FUSICOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TABRANCH END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAESTLOG END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TACAJFU END-EXEC.
           EXEC SQL INCLUDE TARANGO END-EXEC.
           EXEC SQL INCLUDE TASUSPEN END-EXEC.
      *
      *--- TOTALES DE CONTROL POR PRODUCTO Y MONEDA DE LAS DOS
      *--- SUCURSALES: CANTIDAD DE CUENTAS Y SALDO DE LA QUE CIERRA Y
      *--- DE LA QUE LA ABSORBE. SE SACAN ANTES Y DESPUES DEL TRASLADO
      *
           EXEC SQL
                DECLARE C_TOTALES CURSOR FOR
                SELECT
                   CODIGO_PRODUCTO
                  ,MONEDA_CUENTA
                  ,SUM(CASE WHEN SUCURSAL_CUENTA = :WS-PARM-CIERRA
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN SUCURSAL_CUENTA = :WS-PARM-CIERRA
                            THEN SALDO ELSE 0 END)
                  ,SUM(CASE WHEN SUCURSAL_CUENTA = :WS-PARM-DESTINO
                            THEN 1 ELSE 0 END)
                  ,SUM(CASE WHEN SUCURSAL_CUENTA = :WS-PARM-DESTINO
                            THEN SALDO ELSE 0 END)
                FROM
                   TACUENT
                WHERE
                   SUCURSAL_CUENTA IN (:WS-PARM-CIERRA
                                      ,:WS-PARM-DESTINO)
                GROUP BY
                   CODIGO_PRODUCTO
                  ,MONEDA_CUENTA
                ORDER BY
                   CODIGO_PRODUCTO
                  ,MONEDA_CUENTA
           END-EXEC.
      *
      *--- CUENTAS DOMICILIADAS EN LA SUCURSAL QUE CIERRA. EL CLIENTE
      *--- CONSERVA SU NUMERO DE CUENTA (IGUAL QUE EN DOMICOB): SOLO
      *--- CAMBIA EL DOMICILIO
      *
           EXEC SQL
                DECLARE C_CUENTAS CURSOR FOR
                SELECT
                   NUMERO_CUENTA
                  ,ESTADO_CUENTA
                FROM
                   TACUENT
                WHERE
                   SUCURSAL_CUENTA = :WS-PARM-CIERRA
                ORDER BY
                   NUMERO_CUENTA
           END-EXEC.

           EXEC SQL
                DECLARE C_TERMINALES CURSOR FOR
                SELECT
                   TERMINAL_B
                FROM
                   TATERMBR
                WHERE
                   SUCURSAL_ID_B = :WS-PARM-CIERRA
                ORDER BY
                   TERMINAL_B
           END-EXEC.
      *
      *--- CAJILLAS DE SEGURIDAD (TACAJFU) DE LA SUCURSAL QUE CIERRA;
      *--- LA ULTIMA COLUMNA DICE SI LA DESTINO YA TIENE UNA CAJILLA
      *--- CON ESE MISMO NUMERO, EN CUYO CASO SE RENUMERA
      *
           EXEC SQL
                DECLARE C_CAJAS CURSOR FOR
                SELECT
                   A.NUMERO_CAJA_CF
                  ,A.ESTADO_CF
                  ,A.CUENTA_CARGO_CF
                  ,(SELECT COUNT(*)
                    FROM   TACAJFU B
                    WHERE  B.SUCURSAL_CF = :WS-PARM-DESTINO
                      AND  B.NUMERO_CAJA_CF = A.NUMERO_CAJA_CF)
                FROM
                   TACAJFU A
                WHERE
                   A.SUCURSAL_CF = :WS-PARM-CIERRA
                ORDER BY
                   A.NUMERO_CAJA_CF
           END-EXEC.
      *
      *--- RANGOS DE NUMERACION NO AGOTADOS DE LA SUCURSAL QUE
      *--- CIERRA (LOS AGOTADOS 'X' SE QUEDAN COMO HISTORIA). LA
      *--- ULTIMA COLUMNA DICE SI LA DESTINO YA TIENE RANGO ACTIVO
      *--- PARA EL PRODUCTO: ALTACOB ESPERA UNO SOLO, ASI QUE EL
      *--- TRASLADADO QUEDA EN RESERVA ('R')
      *
           EXEC SQL
                DECLARE C_RANGOS CURSOR FOR
                SELECT
                   A.CODIGO_PRODUCTO_RG
                  ,A.RANGO_INICIO_RG
                  ,A.RANGO_FIN_RG
                  ,A.PROXIMO_RG
                  ,A.ESTADO_RG
                  ,(SELECT COUNT(*)
                    FROM   TARANGO B
                    WHERE  B.SUCURSAL_RG = :WS-PARM-DESTINO
                      AND  B.CODIGO_PRODUCTO_RG = A.CODIGO_PRODUCTO_RG
                      AND  B.ESTADO_RG = 'A')
                FROM
                   TARANGO A
                WHERE
                   A.SUCURSAL_RG = :WS-PARM-CIERRA
                   AND A.ESTADO_RG <> 'X'
                ORDER BY
                   A.CODIGO_PRODUCTO_RG
                  ,A.RANGO_INICIO_RG
           END-EXEC.
      *
      *--- SUSPENSOS ABIERTOS DE LA SUCURSAL QUE CIERRA: LOS QUE YA
      *--- TIENEN SU SUCURSAL Y LOS ANTIGUOS SIN SUCURSAL CUYA CUENTA
      *--- PREVISTA ESTA DOMICILIADA ALLI. SE LEEN ANTES DE MOVER LAS
      *--- CUENTAS PARA QUE LOS SEGUNDOS TODAVIA APAREZCAN
      *
           EXEC SQL
                DECLARE C_SUSPENSOS CURSOR FOR
                SELECT
                   S.ID_SUSPENSO
                  ,S.CUENTA_PREVISTA_SU
                  ,S.MONTO_SU
                FROM
                   TASUSPEN S
                WHERE
                   S.ESTADO_SU = 'P'
                   AND (S.SUCURSAL_SU = :WS-PARM-CIERRA
                        OR (S.SUCURSAL_SU = ' '
                            AND EXISTS
                               (SELECT 1
                                FROM   TACUENT C
                                WHERE  C.NUMERO_CUENTA =
                                       S.CUENTA_PREVISTA_SU
                                  AND  C.SUCURSAL_CUENTA =
                                       :WS-PARM-CIERRA)))
                ORDER BY
                   S.ID_SUSPENSO
           END-EXEC.
      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-4  SUCURSAL QUE CIERRA
      *--- POS  5-8  SUCURSAL QUE LA ABSORBE
      *--- POS  9    MODO: 'R' CORRIDA REAL; CUALQUIER OTRO VALOR ES
      *---           SIMULACION (SOLO REPORTA LO QUE SE MOVERIA)
      *--- POS 10-12 SUPERVISOR QUE AUTORIZA (TAOPERA, ROL 'S')
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-CIERRA          PIC X(4).
           03 WS-PARM-DESTINO         PIC X(4).
           03 WS-PARM-MODO            PIC X(1).
              88 WS-CORRIDA-REAL                      VALUE 'R'.
           03 WS-PARM-SUPERVISOR      PIC X(3).

       01  WS-VARIABLES.
           03 WS-CTA-CIERRA           PIC S9(9)       COMP.
           03 WS-CTA-DESTINO          PIC S9(9)       COMP.
           03 WS-SALDO-CIERRA         PIC S9(13)V9(2) COMP-3.
           03 WS-SALDO-DESTINO        PIC S9(13)V9(2) COMP-3.
           03 WS-CTA-PROYECTADA       PIC S9(9)       COMP.
           03 WS-SALDO-PROYECTADO     PIC S9(13)V9(2) COMP-3.
      *
      *--- GRAN TOTAL DE LAS DOS SUCURSALES ANTES Y DESPUES: LA
      *--- CORRIDA REAL NO PUEDE CREAR NI PERDER CUENTAS NI SALDO
      *
           03 WS-TOT-CTA-ANTES        PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-SALDO-ANTES      PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-CTA-DESPUES      PIC S9(9)       COMP VALUE 0.
           03 WS-TOT-SALDO-DESPUES    PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-TOT-CTA-QUEDAN       PIC S9(9)       COMP VALUE 0.
           03 WS-CHOQUES              PIC S9(9)       COMP.
           03 WS-CUENTAS-MOVIDAS      PIC 9(9)        VALUE 0.
           03 WS-AVISOS-GRABADOS      PIC 9(9)        VALUE 0.
           03 WS-TERMINALES-MOVIDAS   PIC 9(9)        VALUE 0.
           03 WS-CAJAS-MOVIDAS        PIC 9(9)        VALUE 0.
           03 WS-CAJAS-RENUMERADAS    PIC 9(9)        VALUE 0.
           03 WS-ULTIMA-CAJA          PIC S9(4)       COMP.
           03 WS-CAJA-NUEVA           PIC S9(4)       COMP.
           03 WS-RANGOS-MOVIDOS       PIC 9(9)        VALUE 0.
           03 WS-SUSPENSOS-MOVIDOS    PIC 9(9)        VALUE 0.
           03 WS-ETAPA                PIC X(7).
           03 WS-ESTADO-RANGO         PIC X(1).
      *
      *--- CAMPOS EDITADOS DISPLAY PARA LOS MONTOS Y CONTADORES EN
      *--- STRING
      *
           03 WS-CTA-ED               PIC ZZZZZZZZ9.
           03 WS-CTA2-ED              PIC ZZZZZZZZ9.
           03 WS-SALDO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-SALDO2-ED            PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-NUMERO-ED            PIC ZZZZZZZZ9.
           03 WS-NUMERO2-ED           PIC ZZZZZZZZ9.
           03 WS-CAJA-ED              PIC ZZZZ9.
           03 WS-CAJA2-ED             PIC ZZZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'FUSICOB'.
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.
      *
      *--- MISMO CODIGO DE MUDANZA DE DOMICOB EN TAESTLOG, Y EL AVISO
      *--- AL CLIENTE QUE NOTDCOB DESPACHA CON LA SUCURSAL NUEVA
      *
          03 WC-ESTADO-MUDANZA        PIC X(1)     VALUE 'M'.
          03 WC-ESTADO-CERRADA        PIC X(1)     VALUE 'C'.

       COPY RUNCTLCP.
       COPY FECNEGCP.

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
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'CIERRE DE SUCURSAL '   DELIMITED BY SIZE
                  WS-PARM-CIERRA          DELIMITED BY SIZE
                  ' - SE TRASLADA A '     DELIMITED BY SIZE
                  WS-PARM-DESTINO         DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-FN-FECHA             DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE 'CORRIDA REAL' TO RPT-LINEA
           ELSE
              MOVE 'SIMULACION: SOLO SE REPORTA, NO SE MUEVE NADA'
                   TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 110-VALIDAR-TARJETA
           PERFORM 120-VALIDAR-SUPERVISOR
      *
      *--- LA SIMULACION SE PUEDE REPETIR LAS VECES QUE HAGA FALTA;
      *--- SOLO LA CORRIDA REAL QUEDA EN TARUNCTL CON SU GUARDA
      *--- CONTRA DOBLE SUBMISION
      *
           IF WS-CORRIDA-REAL
              MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
              PERFORM 850-REGISTRAR-INICIO-CORRIDA
           END-IF.

       110-VALIDAR-TARJETA.
           IF WS-PARM-CIERRA = SPACES OR WS-PARM-CIERRA = LOW-VALUES
              OR WS-PARM-DESTINO = SPACES
              OR WS-PARM-DESTINO = LOW-VALUES
              MOVE 'ABORTADO: FALTAN LAS SUCURSALES EN LA TARJETA'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           IF WS-PARM-CIERRA = WS-PARM-DESTINO
              MOVE 'ABORTADO: LA SUCURSAL DESTINO ES LA MISMA'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE WS-PARM-CIERRA TO CL-SUCURSAL-ID
           PERFORM 115-SQL-EXISTE-SUCURSAL
           MOVE WS-PARM-DESTINO TO CL-SUCURSAL-ID
           PERFORM 115-SQL-EXISTE-SUCURSAL.

       115-SQL-EXISTE-SUCURSAL.
           EXEC SQL
                SELECT SUCURSAL_ID
                INTO   :CL-SUCURSAL-ID
                FROM   TABRANCH
                WHERE  SUCURSAL_ID = :CL-SUCURSAL-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE SPACES TO RPT-LINEA
                     STRING 'ABORTADO: SUCURSAL '   DELIMITED BY SIZE
                            CL-SUCURSAL-ID          DELIMITED BY SIZE
                            ' NO EXISTE EN TABRANCH' DELIMITED BY SIZE
                       INTO RPT-LINEA
                     END-STRING
                     PERFORM 190-ABORTAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       120-VALIDAR-SUPERVISOR.
      *
      *--- EL CIERRE DE UNA SUCURSAL LO AUTORIZA UN SUPERVISOR ACTIVO,
      *--- QUE QUEDA COMO APROBADOR EN CADA FILA DE TAESTLOG (EN LUGAR
      *--- DEL SEGUNDO OPERADOR DE DOMICOB)
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

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           MOVE 'ANTES'   TO WS-ETAPA
           PERFORM 210-TOTALES-CONTROL
           MOVE WS-TOT-CTA-DESPUES   TO WS-TOT-CTA-ANTES
           MOVE WS-TOT-SALDO-DESPUES TO WS-TOT-SALDO-ANTES
           PERFORM 230-TRASLADAR-CAJAS
           PERFORM 240-TRASLADAR-SUSPENSOS
           PERFORM 250-TRASLADAR-CUENTAS
           PERFORM 260-TRASLADAR-TERMINALES
           PERFORM 270-TRASLADAR-RANGOS
           IF WS-CORRIDA-REAL
              MOVE 'DESPUES' TO WS-ETAPA
           ELSE
              MOVE 'PROYEC.' TO WS-ETAPA
           END-IF
           PERFORM 210-TOTALES-CONTROL
           IF WS-CORRIDA-REAL
              PERFORM 280-VERIFICAR-CONTROL
           END-IF.

       210-TOTALES-CONTROL.
      *
      *--- UNA LINEA POR PRODUCTO Y MONEDA CON LO DE CADA SUCURSAL. EN
      *--- LA SIMULACION EL 'DESPUES' ES LA PROYECCION: LA SUCURSAL
      *--- QUE CIERRA QUEDA EN CERO Y LA DESTINO CON LA SUMA DE AMBAS
      *
           MOVE 0 TO WS-TOT-CTA-DESPUES
           MOVE 0 TO WS-TOT-SALDO-DESPUES
           MOVE 0 TO WS-TOT-CTA-QUEDAN
           MOVE SPACES TO RPT-LINEA
           STRING 'TOTALES DE CONTROL ' DELIMITED BY SIZE
                  WS-ETAPA              DELIMITED BY SPACE
                  ' - PRODUCTO/MONEDA, SUCURSAL '
                                        DELIMITED BY SIZE
                  WS-PARM-CIERRA        DELIMITED BY SIZE
                  ' Y SUCURSAL '        DELIMITED BY SIZE
                  WS-PARM-DESTINO       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           EXEC SQL OPEN C_TOTALES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TOTALES INTO
                      :CL-CODIGO-PRODUCTO
                     ,:CL-MONEDA-CUENTA
                     ,:WS-CTA-CIERRA
                     ,:WS-SALDO-CIERRA
                     ,:WS-CTA-DESTINO
                     ,:WS-SALDO-DESTINO
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 215-ESCRIBIR-TOTAL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_TOTALES END-EXEC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       215-ESCRIBIR-TOTAL.
           IF WS-ETAPA = 'PROYEC.'
              COMPUTE WS-CTA-DESTINO = WS-CTA-DESTINO + WS-CTA-CIERRA
              COMPUTE WS-SALDO-DESTINO =
                      WS-SALDO-DESTINO + WS-SALDO-CIERRA
              MOVE 0 TO WS-CTA-CIERRA
              MOVE 0 TO WS-SALDO-CIERRA
           END-IF
           ADD WS-CTA-CIERRA    TO WS-TOT-CTA-QUEDAN
           COMPUTE WS-TOT-CTA-DESPUES =
                   WS-TOT-CTA-DESPUES + WS-CTA-CIERRA + WS-CTA-DESTINO
           COMPUTE WS-TOT-SALDO-DESPUES = WS-TOT-SALDO-DESPUES
                   + WS-SALDO-CIERRA + WS-SALDO-DESTINO
           MOVE WS-CTA-CIERRA    TO WS-CTA-ED
           MOVE WS-SALDO-CIERRA  TO WS-SALDO-ED
           MOVE WS-CTA-DESTINO   TO WS-CTA2-ED
           MOVE WS-SALDO-DESTINO TO WS-SALDO2-ED
           MOVE SPACES TO RPT-LINEA
           STRING CL-CODIGO-PRODUCTO DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CL-MONEDA-CUENTA   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-CTA-ED          DELIMITED BY SIZE
                  WS-SALDO-ED        DELIMITED BY SIZE
                  ' | '              DELIMITED BY SIZE
                  WS-CTA2-ED         DELIMITED BY SIZE
                  WS-SALDO2-ED       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       230-TRASLADAR-CAJAS.
      *
      *--- LAS CAJILLAS CONSERVAN SU NUMERO SI NO CHOCA CON UNA DE LA
      *--- DESTINO; LAS QUE CHOCAN TOMAN NUMEROS NUEVOS POR ENCIMA DEL
      *--- MAYOR DE LAS DOS SUCURSALES, ASI NINGUNO VUELVE A CHOCAR.
      *--- LA BITACORA TACAJVIS QUEDA CON LA SUCURSAL Y EL NUMERO DE
      *--- LA VISITA, COMO HISTORIA
      *
           EXEC SQL
                SELECT COALESCE(MAX(NUMERO_CAJA_CF), 0)
                INTO   :WS-ULTIMA-CAJA
                FROM   TACAJFU
                WHERE  SUCURSAL_CF IN (:WS-PARM-CIERRA
                                      ,:WS-PARM-DESTINO)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL OPEN C_CAJAS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CAJAS INTO
                      :CL-NUMERO-CAJA-CF
                     ,:CL-ESTADO-CF
                     ,:CL-CUENTA-CARGO-CF
                     ,:WS-CHOQUES
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 235-TRASLADAR-CAJA
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CAJAS END-EXEC.

       235-TRASLADAR-CAJA.
           ADD 1 TO WS-CAJAS-MOVIDAS
           MOVE CL-NUMERO-CAJA-CF TO WS-CAJA-NUEVA
           IF WS-CHOQUES > 0
              ADD 1 TO WS-ULTIMA-CAJA
              MOVE WS-ULTIMA-CAJA TO WS-CAJA-NUEVA
              ADD 1 TO WS-CAJAS-RENUMERADAS
           END-IF
           MOVE CL-NUMERO-CAJA-CF TO WS-CAJA-ED
           MOVE WS-CAJA-NUEVA     TO WS-CAJA2-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CAJILLA '            DELIMITED BY SIZE
                  WS-CAJA-ED            DELIMITED BY SIZE
                  ' ESTADO '            DELIMITED BY SIZE
                  CL-ESTADO-CF          DELIMITED BY SIZE
                  ' CUENTA '            DELIMITED BY SIZE
                  CL-CUENTA-CARGO-CF    DELIMITED BY SIZE
                  ' QUEDA CON EL NUMERO ' DELIMITED BY SIZE
                  WS-CAJA2-ED           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              EXEC SQL
                   UPDATE TACAJFU
                   SET    SUCURSAL_CF    = :WS-PARM-DESTINO
                         ,NUMERO_CAJA_CF = :WS-CAJA-NUEVA
                   WHERE  SUCURSAL_CF = :WS-PARM-CIERRA
                          AND NUMERO_CAJA_CF = :CL-NUMERO-CAJA-CF
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       240-TRASLADAR-SUSPENSOS.
           EXEC SQL OPEN C_SUSPENSOS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_SUSPENSOS INTO
                      :CL-ID-SUSPENSO
                     ,:CL-CUENTA-PREVISTA-SU
                     ,:CL-MONTO-SU
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 245-TRASLADAR-SUSPENSO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SUSPENSOS END-EXEC.

       245-TRASLADAR-SUSPENSO.
           ADD 1 TO WS-SUSPENSOS-MOVIDOS
           MOVE CL-ID-SUSPENSO TO WS-NUMERO-ED
           MOVE CL-MONTO-SU    TO WS-SALDO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SUSPENSO '            DELIMITED BY SIZE
                  WS-NUMERO-ED           DELIMITED BY SIZE
                  ' CUENTA PREVISTA '    DELIMITED BY SIZE
                  CL-CUENTA-PREVISTA-SU  DELIMITED BY SIZE
                  ' MONTO='              DELIMITED BY SIZE
                  WS-SALDO-ED            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              EXEC SQL
                   UPDATE TASUSPEN
                   SET    SUCURSAL_SU = :WS-PARM-DESTINO
                   WHERE  ID_SUSPENSO = :CL-ID-SUSPENSO
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       250-TRASLADAR-CUENTAS.
      *
      *--- EN LA SIMULACION SOLO SE CUENTAN: EL DETALLE POR PRODUCTO
      *--- YA SALE EN LOS TOTALES DE CONTROL
      *
           EXEC SQL OPEN C_CUENTAS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_CUENTAS INTO
                      :CL-NUMERO-CUENTA
                     ,:CL-ESTADO-CUENTA OF CL-ESTCUENT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CUENTAS-MOVIDAS
                 IF WS-CORRIDA-REAL
                    PERFORM 255-TRASLADAR-CUENTA
                 END-IF
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC.

       255-TRASLADAR-CUENTA.
           MOVE WS-PARM-DESTINO TO CL-SUCURSAL-CUENTA
           EXEC SQL
                UPDATE TACUENT
                SET    SUCURSAL_CUENTA = :CL-SUCURSAL-CUENTA
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- HISTORIAL CON EL MISMO FORMATO DE LA MUDANZA DE DOMICOB
      *--- (SUCURSAL NUEVA EN LAS PRIMERAS CUATRO POSICIONES DEL
      *--- MOTIVO), YA APROBADA POR EL SUPERVISOR DE LA TARJETA
      *
           MOVE CL-NUMERO-CUENTA    TO CL-NUMERO-CUENTA-L
           MOVE CL-ESTADO-CUENTA OF CL-ESTCUENT
                TO CL-ESTADO-CUENTA OF CL-ESTLOG
           MOVE WC-ESTADO-MUDANZA   TO CL-ESTADO-NUEVO
           MOVE WC-USUARIO-BATCH    TO CL-OPERADOR-SOLICITA
           MOVE 'A'                 TO CL-ESTADO-APROBACION
           MOVE WS-PARM-SUPERVISOR  TO CL-OPERADOR-APRUEBA
           MOVE SPACES              TO CL-MOTIVO-BLOQUEO
           STRING WS-PARM-DESTINO   DELIMITED BY SIZE
                  ' DESDE '         DELIMITED BY SIZE
                  WS-PARM-CIERRA    DELIMITED BY SIZE
                  ' CIERRE DE SUCURSAL' DELIMITED BY SIZE
             INTO CL-MOTIVO-BLOQUEO
           END-STRING
           EXEC SQL
                INSERT INTO TAESTLOG (
                    NUMERO_CUENTA_L
                   ,ESTADO_CUENTA
                   ,ESTADO_NUEVO
                   ,FECHA_HORA
                   ,OPERADOR_SOLICITA
                   ,ESTADO_APROBACION
                   ,OPERADOR_APRUEBA
                   ,MOTIVO_BLOQUEO
                ) VALUES (
                    :CL-NUMERO-CUENTA-L
                   ,:CL-ESTADO-CUENTA OF CL-ESTLOG
                   ,:CL-ESTADO-NUEVO
                   ,CURRENT TIMESTAMP
                   ,:CL-OPERADOR-SOLICITA
                   ,:CL-ESTADO-APROBACION
                   ,:CL-OPERADOR-APRUEBA
                   ,:CL-MOTIVO-BLOQUEO
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- LA CUENTA CERRADA CAMBIA DE DOMICILIO PERO NO SE AVISA
      *
           IF CL-ESTADO-CUENTA OF CL-ESTCUENT NOT = WC-ESTADO-CERRADA
              MOVE CL-NUMERO-CUENTA  TO CL-NUMERO-CUENTA-N
              MOVE WC-ESTADO-MUDANZA TO CL-ESTADO-NUEVO-N
              MOVE 'P'               TO CL-ESTADO-ENVIO
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
              END-IF
              ADD 1 TO WS-AVISOS-GRABADOS
           END-IF.

       260-TRASLADAR-TERMINALES.
           EXEC SQL OPEN C_TERMINALES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_TERMINALES INTO
                      :CL-TERMINAL-B
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 265-TRASLADAR-TERMINAL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_TERMINALES END-EXEC.

       265-TRASLADAR-TERMINAL.
           ADD 1 TO WS-TERMINALES-MOVIDAS
           MOVE SPACES TO RPT-LINEA
           STRING 'TERMINAL '   DELIMITED BY SIZE
                  CL-TERMINAL-B DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              EXEC SQL
                   UPDATE TATERMBR
                   SET    SUCURSAL_ID_B = :WS-PARM-DESTINO
                   WHERE  TERMINAL_B = :CL-TERMINAL-B
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       270-TRASLADAR-RANGOS.
           EXEC SQL OPEN C_RANGOS END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_RANGOS INTO
                      :CL-CODIGO-PRODUCTO-RG
                     ,:CL-RANGO-INICIO-RG
                     ,:CL-RANGO-FIN-RG
                     ,:CL-PROXIMO-RG
                     ,:CL-ESTADO-RG
                     ,:WS-CHOQUES
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 275-TRASLADAR-RANGO
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
                 ELSE
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE C_RANGOS END-EXEC.

       275-TRASLADAR-RANGO.
           ADD 1 TO WS-RANGOS-MOVIDOS
           MOVE CL-ESTADO-RG TO WS-ESTADO-RANGO
           IF WS-CHOQUES > 0
              MOVE 'R' TO WS-ESTADO-RANGO
           END-IF
           MOVE CL-PROXIMO-RG   TO WS-NUMERO-ED
           MOVE CL-RANGO-FIN-RG TO WS-NUMERO2-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'RANGO PRODUCTO '      DELIMITED BY SIZE
                  CL-CODIGO-PRODUCTO-RG  DELIMITED BY SIZE
                  ' LIBRES DEL '         DELIMITED BY SIZE
                  WS-NUMERO-ED           DELIMITED BY SIZE
                  ' AL '                 DELIMITED BY SIZE
                  WS-NUMERO2-ED          DELIMITED BY SIZE
                  ' QUEDA EN ESTADO '    DELIMITED BY SIZE
                  WS-ESTADO-RANGO        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              EXEC SQL
                   UPDATE TARANGO
                   SET    SUCURSAL_RG = :WS-PARM-DESTINO
                         ,ESTADO_RG   = :WS-ESTADO-RANGO
                   WHERE  SUCURSAL_RG = :WS-PARM-CIERRA
                          AND CODIGO_PRODUCTO_RG =
                              :CL-CODIGO-PRODUCTO-RG
                          AND RANGO_INICIO_RG = :CL-RANGO-INICIO-RG
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       280-VERIFICAR-CONTROL.
      *
      *--- LA SUCURSAL QUE CIERRA DEBE QUEDAR SIN CUENTAS Y LAS DOS
      *--- JUNTAS CON LAS MISMAS CUENTAS Y EL MISMO SALDO DE ANTES; SI
      *--- NO, SE DESHACE TODO
      *
           IF WS-TOT-CTA-QUEDAN NOT = 0
              OR WS-TOT-CTA-DESPUES NOT = WS-TOT-CTA-ANTES
              OR WS-TOT-SALDO-DESPUES NOT = WS-TOT-SALDO-ANTES
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'ABORTADO: LOS TOTALES DE CONTROL NO CUADRAN'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE 'TOTALES DE CONTROL ANTES Y DESPUES CUADRADOS'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       300-FIN.
           MOVE WS-CUENTAS-MOVIDAS TO WS-CTA-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS TRASLADADAS: '   DELIMITED BY SIZE
                  WS-CTA-ED                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'AVISOS A CLIENTES: '     DELIMITED BY SIZE
                  WS-AVISOS-GRABADOS        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'TERMINALES TRASLADADAS: ' DELIMITED BY SIZE
                  WS-TERMINALES-MOVIDAS     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CAJILLAS TRASLADADAS: '  DELIMITED BY SIZE
                  WS-CAJAS-MOVIDAS          DELIMITED BY SIZE
                  ' RENUMERADAS: '          DELIMITED BY SIZE
                  WS-CAJAS-RENUMERADAS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RANGOS TRASLADADOS: '    DELIMITED BY SIZE
                  WS-RANGOS-MOVIDOS         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SUSPENSOS TRASLADADOS: ' DELIMITED BY SIZE
                  WS-SUSPENSOS-MOVIDOS      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-CORRIDA-REAL
              MOVE WS-CUENTAS-MOVIDAS TO WS-RC-REGISTROS
              PERFORM 860-REGISTRAR-FIN-CORRIDA
           END-IF
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY FECNEGPR.

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
