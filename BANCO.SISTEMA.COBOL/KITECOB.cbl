      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH DETECCION DE KITING DE CHEQUES   *
      *   ENTRE CUENTAS RELACIONADAS (TARETEN/TATRANS/    *
      *   TATITULAR/TABENEF) - SISTEMA BANCARIO           *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. KITECOB.
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
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TATITULAR END-EXEC.
           EXEC SQL INCLUDE TABENEF END-EXEC.
           EXEC SQL INCLUDE TAREVIEW END-EXEC.
           EXEC SQL INCLUDE TAKITCAD END-EXEC.
      *
      *--- CUENTAS CON CHEQUES DEPOSITADOS EN LA VENTANA (TARETEN
      *--- INSTRUMENTO_R = 'C'): LO QUE SIGUE RETENIDO, LO QUE UN
      *--- SUPERVISOR LIBERO ANTES DE TIEMPO EN RETECOB (QUEDA 'L' CON
      *--- USUARIO_LIBERA; RETNCOB LIBERA SIN USUARIO) Y LO QUE LA
      *--- CAMARA YA DEVOLVIO POR CLRRCOB ('D'). LAS DOS PRIMERAS SON
      *--- FONDOS AUN SIN COBRAR QUE EL CLIENTE PUEDE ESTAR USANDO
      *
           EXEC SQL
                DECLARE C_KT_CANDIDATAS CURSOR FOR
                SELECT
                   NUMERO_CUENTA_R
                  ,SUM(CASE WHEN ESTADO_R = 'R' THEN MONTO_R
                            ELSE 0 END)
                  ,SUM(CASE WHEN ESTADO_R = 'L'
                             AND USUARIO_LIBERA <> ' ' THEN MONTO_R
                            ELSE 0 END)
                  ,SUM(CASE WHEN ESTADO_R = 'D' THEN MONTO_R
                            ELSE 0 END)
                FROM
                   TARETEN
                WHERE
                   INSTRUMENTO_R = 'C'
                   AND DATE(FECHA_CREACION_R) >= DATE(:WS-KT-DESDE)
                GROUP BY
                   NUMERO_CUENTA_R
                ORDER BY
                   NUMERO_CUENTA_R
           END-EXEC.
      *
      *--- CUENTAS RELACIONADAS CON LA CUENTA ANCLA: COMPARTEN UN
      *--- TITULAR (TATITULAR O EL TITULAR PRINCIPAL DE TACUENT) O
      *--- ESTAN GUARDADAS COMO BENEFICIARIO EN CUALQUIER SENTIDO
      *
           EXEC SQL
                DECLARE C_KT_RELACIONADAS CURSOR FOR
                SELECT H2.NUMERO_CUENTA_H, 'T'
                FROM   TATITULAR H1
                      ,TATITULAR H2
                WHERE  H1.NUMERO_CUENTA_H = :WS-KT-ANCLA
                       AND H2.CEDULA_CLIENTE_H = H1.CEDULA_CLIENTE_H
                       AND H2.NUMERO_CUENTA_H <> :WS-KT-ANCLA
                UNION
                SELECT Y.NUMERO_CUENTA, 'T'
                FROM   TACUENT X
                      ,TACUENT Y
                WHERE  X.NUMERO_CUENTA = :WS-KT-ANCLA
                       AND Y.CEDULA_CLIENTE = X.CEDULA_CLIENTE
                       AND Y.NUMERO_CUENTA <> :WS-KT-ANCLA
                UNION
                SELECT CUENTA_BENEF, 'B'
                FROM   TABENEF
                WHERE  NUMERO_CUENTA_BN = :WS-KT-ANCLA
                UNION
                SELECT NUMERO_CUENTA_BN, 'B'
                FROM   TABENEF
                WHERE  CUENTA_BENEF = :WS-KT-ANCLA
           END-EXEC.

      *
      *--- CUENTAS RELACIONADAS DE LA CUENTA ANCLA QUE TUVIERON
      *--- MOVIMIENTO CRUZADO CON ELLA EN LA VENTANA (LA CADENA DEL
      *--- CASO). LOS MONTOS SE GRABAN TAL CUAL EN TAKITCAD
      *
       01  WS-TABLA-ENLACES.
           03 WS-EN-CANTIDAD          PIC S9(4) COMP VALUE 0.
           03 WS-EN-ENTRADA           OCCURS 20 TIMES.
              05 WS-EN-CUENTA         PIC X(10).
              05 WS-EN-VINCULO        PIC X(1).
              05 WS-EN-SALE           PIC S9(13)V9(2) COMP-3.
              05 WS-EN-ENTRA          PIC S9(13)V9(2) COMP-3.
              05 WS-EN-CHEQUES        PIC S9(13)V9(2) COMP-3.
              05 WS-EN-DEVUELTOS      PIC S9(13)V9(2) COMP-3.

       01  WS-VARIABLES.
           03 WS-KT-DESDE             PIC X(10).
           03 WS-KT-ANCLA             PIC X(10).
           03 WS-KT-ANCLA-GIR         PIC X(12).
           03 WS-KT-RELACIONADA       PIC X(10).
           03 WS-KT-RELAC-GIR         PIC X(12).
           03 WS-KT-VINCULO           PIC X(1).
           03 WS-KT-RETENIDO          PIC S9(13)V9(2) COMP-3.
           03 WS-KT-ANTICIPADO        PIC S9(13)V9(2) COMP-3.
           03 WS-KT-DEVUELTO          PIC S9(13)V9(2) COMP-3.
           03 WS-KT-SIN-COBRAR        PIC S9(13)V9(2) COMP-3.
           03 WS-KT-SALIDAS           PIC S9(13)V9(2) COMP-3.
           03 WS-KT-TRF-SALE          PIC S9(13)V9(2) COMP-3.
           03 WS-KT-TRF-ENTRA         PIC S9(13)V9(2) COMP-3.
           03 WS-KT-CHQ-SALE          PIC S9(13)V9(2) COMP-3.
           03 WS-KT-CHQ-ENTRA         PIC S9(13)V9(2) COMP-3.
           03 WS-KT-REL-CHEQUES       PIC S9(13)V9(2) COMP-3.
           03 WS-KT-REL-DEVUELTOS     PIC S9(13)V9(2) COMP-3.
           03 WS-KT-PUNTAJE           PIC S9(4)       COMP.
           03 WS-KT-CIRCULARES        PIC S9(4)       COMP.
           03 WS-KT-CON-CHEQUES       PIC S9(4)       COMP.
           03 WS-KT-CON-DEVOLUCION    PIC S9(4)       COMP.
           03 WS-EX                   PIC S9(4)       COMP.
           03 WS-EX2                  PIC S9(4)       COMP.
           03 WS-YA-ENCOLADOS         PIC S9(9)       COMP.
           03 WS-CUENTAS-REVISADAS    PIC 9(9)        VALUE 0.
           03 WS-CASOS-CREADOS        PIC 9(9)        VALUE 0.
           03 WS-CASOS-YA-ABIERTOS    PIC 9(9)        VALUE 0.
           03 WS-PUNTAJE-ED           PIC ZZ9.
           03 WS-CUENTAS-ED           PIC Z9.
           03 WS-MONTO-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03 WS-SALE-ED              PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03 WS-ENTRA-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03 WS-CHEQUES-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9.
           03 WS-DEVUELTOS-ED         PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-REL-FLAG             PIC X           VALUE 'N'.
              88 WS-REL-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'KITECOB'.
          03 WC-MAX-ENLACES           PIC S9(4)    COMP VALUE 20.
      *
      *--- DIAS HACIA ATRAS QUE MIRA EL BARRIDO (EL TIEMPO QUE TARDA
      *--- UNA DEVOLUCION DE CAMARA) Y PUNTAJE MINIMO PARA ABRIR UN
      *--- CASO. SE REFRESCAN DESDE TAPARAM (CLAVES DIAS-VENTANA-KITING
      *--- Y UMBRAL-KITING)
      *
          03 WC-DIAS-VENTANA          PIC S9(9)    COMP VALUE 5.
          03 WC-UMBRAL-PUNTAJE        PIC S9(4)    COMP VALUE 60.
      *
      *--- PUNTOS DE CADA SENAL DEL PATRON. EL USO DE FONDOS CUENTA
      *--- CUANDO LOS RETIROS Y TRANSFERENCIAS DE SALIDA DE LA VENTANA
      *--- LLEGAN AL PORCENTAJE INDICADO DE LO AUN SIN COBRAR
      *
          03 WC-PTS-SIN-COBRAR        PIC S9(4)    COMP VALUE 20.
          03 WC-PTS-ANTICIPADA        PIC S9(4)    COMP VALUE 15.
          03 WC-PTS-USO-FONDOS        PIC S9(4)    COMP VALUE 20.
          03 WC-PCT-USO-FONDOS        PIC S9(4)    COMP VALUE 50.
          03 WC-PTS-ENLACE            PIC S9(4)    COMP VALUE 15.
          03 WC-MAX-ENLACES-PTS       PIC S9(4)    COMP VALUE 2.
          03 WC-PTS-CIRCULAR          PIC S9(4)    COMP VALUE 25.
          03 WC-PTS-CHEQUES-ENLACE    PIC S9(4)    COMP VALUE 10.
          03 WC-PTS-DEVOLUCION        PIC S9(4)    COMP VALUE 15.

       COPY PARMCTCP.
       COPY FECNEGCP.
       COPY RUNCTLCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           MOVE 'DIAS-VENTANA-KITING' TO CL-PARAM-CLAVE
           MOVE WC-DIAS-VENTANA TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-DIAS-VENTANA
           MOVE 'UMBRAL-KITING' TO CL-PARAM-CLAVE
           MOVE WC-UMBRAL-PUNTAJE TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-UMBRAL-PUNTAJE
           EXEC SQL
                SELECT CHAR(DATE(:WS-FN-FECHA) - :WC-DIAS-VENTANA DAYS,
                            ISO)
                INTO   :WS-KT-DESDE
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'DETECCION DE KITING DE CHEQUES - '
                                       DELIMITED BY SIZE
                  WS-FN-FECHA          DELIMITED BY SIZE
                  ' (VENTANA DESDE '   DELIMITED BY SIZE
                  WS-KT-DESDE          DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_KT_CANDIDATAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              EXEC SQL
                   FETCH C_KT_CANDIDATAS INTO
                      :WS-KT-ANCLA
                     ,:WS-KT-RETENIDO
                     ,:WS-KT-ANTICIPADO
                     ,:WS-KT-DEVUELTO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        ADD 1 TO WS-CUENTAS-REVISADAS
                        PERFORM 210-EVALUAR-CUENTA
                   WHEN 100
                        SET WS-EXIT TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_KT_CANDIDATAS END-EXEC.

       210-EVALUAR-CUENTA.
      *
      *--- EL KITING NECESITA AL MENOS DOS CUENTAS: SIN UNA CUENTA
      *--- RELACIONADA CON MOVIMIENTO CRUZADO NO SE ABRE CASO, AUNQUE
      *--- LA CUENTA SOLA SUME PUNTOS
      *
           COMPUTE WS-KT-SIN-COBRAR = WS-KT-RETENIDO + WS-KT-ANTICIPADO
           MOVE WS-KT-ANCLA TO WS-KT-ANCLA-GIR
           PERFORM 220-SQL-SALIDAS-ANCLA
           PERFORM 230-CARGAR-ENLACES
           IF WS-EN-CANTIDAD > 0
              PERFORM 250-CALCULAR-PUNTAJE
              IF WS-KT-PUNTAJE >= WC-UMBRAL-PUNTAJE
                 PERFORM 260-SQL-CASO-PENDIENTE
                 IF WS-YA-ENCOLADOS > 0
                    ADD 1 TO WS-CASOS-YA-ABIERTOS
                 ELSE
                    PERFORM 270-ABRIR-CASO
                 END-IF
              END-IF
           END-IF.

       220-SQL-SALIDAS-ANCLA.
      *
      *--- RETIROS ('R', EN POSITIVO) Y PATAS DE DEBITO DE
      *--- TRANSFERENCIAS ('T' EN NEGATIVO) DE LA CUENTA ANCLA EN LA
      *--- VENTANA: LO QUE SACO CONTRA LOS FONDOS AUN SIN COBRAR
      *
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'R'
                                         THEN MONTO
                                         ELSE 0 - MONTO END), 0)
                INTO   :WS-KT-SALIDAS
                FROM   TATRANS
                WHERE  NUMERO_CUENTA_T = :WS-KT-ANCLA
                       AND FECHA_NEGOCIO_T >= DATE(:WS-KT-DESDE)
                       AND (TIPO_TRANSACCION = 'R'
                            OR (TIPO_TRANSACCION = 'T' AND MONTO < 0))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       230-CARGAR-ENLACES.
           MOVE 0 TO WS-EN-CANTIDAD
           EXEC SQL OPEN C_KT_RELACIONADAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-REL-FLAG
           PERFORM UNTIL WS-REL-FIN
              EXEC SQL
                   FETCH C_KT_RELACIONADAS INTO
                      :WS-KT-RELACIONADA
                     ,:WS-KT-VINCULO
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        PERFORM 235-REVISAR-RELACIONADA
                   WHEN 100
                        SET WS-REL-FIN TO TRUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_KT_RELACIONADAS END-EXEC.

       235-REVISAR-RELACIONADA.
      *
      *--- UNA CUENTA PUEDE LLEGAR POR TITULAR Y POR BENEFICIARIO A LA
      *--- VEZ: SE MIDE UNA SOLA VEZ. LA TABLA GUARDA HASTA
      *--- WC-MAX-ENLACES CUENTAS CON MOVIMIENTO CRUZADO
      *
           MOVE 1 TO WS-EX2
           PERFORM UNTIL WS-EX2 > WS-EN-CANTIDAD
                      OR WS-EN-CUENTA(WS-EX2) = WS-KT-RELACIONADA
              ADD 1 TO WS-EX2
           END-PERFORM
           IF WS-EX2 > WS-EN-CANTIDAD
              AND WS-EN-CANTIDAD < WC-MAX-ENLACES
              PERFORM 240-MEDIR-ENLACE
           END-IF.

       240-MEDIR-ENLACE.
      *
      *--- DINERO QUE VA DE LA ANCLA A LA RELACIONADA Y DE VUELTA EN LA
      *--- VENTANA: TRANSFERENCIAS (LAS DOS PATAS 'T' COMPARTEN
      *--- REFERENCIA_TRANSFERENCIA Y FECHA DE NEGOCIO) Y CHEQUES
      *--- GIRADOS CONTRA UNA DE LAS CUENTAS Y DEPOSITADOS EN LA OTRA
      *--- (CUENTA_GIRADOR_R DE LA BANDA MICR)
      *
           MOVE WS-KT-RELACIONADA TO WS-KT-RELAC-GIR
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN D.NUMERO_CUENTA_T =
                                              :WS-KT-ANCLA
                                         THEN C.MONTO ELSE 0 END), 0)
                      ,COALESCE(SUM(CASE WHEN D.NUMERO_CUENTA_T =
                                              :WS-KT-RELACIONADA
                                         THEN C.MONTO ELSE 0 END), 0)
                INTO   :WS-KT-TRF-SALE
                      ,:WS-KT-TRF-ENTRA
                FROM   TATRANS D
                      ,TATRANS C
                WHERE  D.TIPO_TRANSACCION = 'T'
                       AND D.MONTO < 0
                       AND C.TIPO_TRANSACCION = 'T'
                       AND C.MONTO > 0
                       AND C.REFERENCIA_TRANSFERENCIA =
                           D.REFERENCIA_TRANSFERENCIA
                       AND C.FECHA_NEGOCIO_T = D.FECHA_NEGOCIO_T
                       AND D.FECHA_NEGOCIO_T >= DATE(:WS-KT-DESDE)
                       AND ((D.NUMERO_CUENTA_T = :WS-KT-ANCLA
                             AND C.NUMERO_CUENTA_T = :WS-KT-RELACIONADA)
                         OR (D.NUMERO_CUENTA_T = :WS-KT-RELACIONADA
                             AND C.NUMERO_CUENTA_T = :WS-KT-ANCLA))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN NUMERO_CUENTA_R =
                                              :WS-KT-RELACIONADA
                                         THEN MONTO_R ELSE 0 END), 0)
                      ,COALESCE(SUM(CASE WHEN NUMERO_CUENTA_R =
                                              :WS-KT-ANCLA
                                         THEN MONTO_R ELSE 0 END), 0)
                INTO   :WS-KT-CHQ-SALE
                      ,:WS-KT-CHQ-ENTRA
                FROM   TARETEN
                WHERE  INSTRUMENTO_R = 'C'
                       AND DATE(FECHA_CREACION_R) >= DATE(:WS-KT-DESDE)
                       AND ((NUMERO_CUENTA_R = :WS-KT-RELACIONADA
                             AND CUENTA_GIRADOR_R = :WS-KT-ANCLA-GIR)
                         OR (NUMERO_CUENTA_R = :WS-KT-ANCLA
                             AND CUENTA_GIRADOR_R = :WS-KT-RELAC-GIR))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-KT-TRF-SALE + WS-KT-CHQ-SALE > 0
              OR WS-KT-TRF-ENTRA + WS-KT-CHQ-ENTRA > 0
              PERFORM 245-SQL-CHEQUES-RELACIONADA
              ADD 1 TO WS-EN-CANTIDAD
              MOVE WS-EN-CANTIDAD TO WS-EX
              MOVE WS-KT-RELACIONADA TO WS-EN-CUENTA(WS-EX)
              MOVE WS-KT-VINCULO     TO WS-EN-VINCULO(WS-EX)
              COMPUTE WS-EN-SALE(WS-EX)  = WS-KT-TRF-SALE
                                         + WS-KT-CHQ-SALE
              COMPUTE WS-EN-ENTRA(WS-EX) = WS-KT-TRF-ENTRA
                                         + WS-KT-CHQ-ENTRA
              MOVE WS-KT-REL-CHEQUES   TO WS-EN-CHEQUES(WS-EX)
              MOVE WS-KT-REL-DEVUELTOS TO WS-EN-DEVUELTOS(WS-EX)
           END-IF.

       245-SQL-CHEQUES-RELACIONADA.
      *
      *--- CHEQUES DE LA PROPIA CUENTA RELACIONADA EN LA VENTANA: SIN
      *--- COBRAR (RETENIDOS O LIBERADOS ANTICIPADAMENTE) Y DEVUELTOS
      *
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN ESTADO_R = 'R'
                                           OR (ESTADO_R = 'L'
                                          AND USUARIO_LIBERA <> ' ')
                                         THEN MONTO_R ELSE 0 END), 0)
                      ,COALESCE(SUM(CASE WHEN ESTADO_R = 'D'
                                         THEN MONTO_R ELSE 0 END), 0)
                INTO   :WS-KT-REL-CHEQUES
                      ,:WS-KT-REL-DEVUELTOS
                FROM   TARETEN
                WHERE  NUMERO_CUENTA_R = :WS-KT-RELACIONADA
                       AND INSTRUMENTO_R = 'C'
                       AND DATE(FECHA_CREACION_R) >= DATE(:WS-KT-DESDE)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       250-CALCULAR-PUNTAJE.
      *
      *--- SENALES DEL PATRON: FONDOS SIN COBRAR, LIBERACION
      *--- ANTICIPADA, SALIDAS CONTRA ESOS FONDOS, CUENTAS RELACIONADAS
      *--- CON MOVIMIENTO CRUZADO (HASTA WC-MAX-ENLACES-PTS), UN
      *--- CIRCULO (LA PLATA VA Y VUELVE CON LA MISMA CUENTA), CHEQUES
      *--- SIN COBRAR TAMBIEN DEL LADO RELACIONADO Y DEVOLUCIONES DE
      *--- CAMARA YA RECIBIDAS EN CUALQUIER PUNTA DE LA CADENA
      *
           MOVE 0 TO WS-KT-PUNTAJE
           MOVE 0 TO WS-KT-CIRCULARES
           MOVE 0 TO WS-KT-CON-CHEQUES
           MOVE 0 TO WS-KT-CON-DEVOLUCION
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EN-CANTIDAD
              IF WS-EN-SALE(WS-EX) > 0 AND WS-EN-ENTRA(WS-EX) > 0
                 ADD 1 TO WS-KT-CIRCULARES
              END-IF
              IF WS-EN-CHEQUES(WS-EX) > 0
                 ADD 1 TO WS-KT-CON-CHEQUES
              END-IF
              IF WS-EN-DEVUELTOS(WS-EX) > 0
                 ADD 1 TO WS-KT-CON-DEVOLUCION
              END-IF
           END-PERFORM
           IF WS-KT-SIN-COBRAR > 0
              ADD WC-PTS-SIN-COBRAR TO WS-KT-PUNTAJE
              IF WS-KT-SALIDAS * 100
                 >= WS-KT-SIN-COBRAR * WC-PCT-USO-FONDOS
                 ADD WC-PTS-USO-FONDOS TO WS-KT-PUNTAJE
              END-IF
           END-IF
           IF WS-KT-ANTICIPADO > 0
              ADD WC-PTS-ANTICIPADA TO WS-KT-PUNTAJE
           END-IF
           IF WS-EN-CANTIDAD > WC-MAX-ENLACES-PTS
              COMPUTE WS-KT-PUNTAJE = WS-KT-PUNTAJE
                                    + WC-PTS-ENLACE * WC-MAX-ENLACES-PTS
           ELSE
              COMPUTE WS-KT-PUNTAJE = WS-KT-PUNTAJE
                                    + WC-PTS-ENLACE * WS-EN-CANTIDAD
           END-IF
           IF WS-KT-CIRCULARES > 0
              ADD WC-PTS-CIRCULAR TO WS-KT-PUNTAJE
           END-IF
           IF WS-KT-CON-CHEQUES > 0
              ADD WC-PTS-CHEQUES-ENLACE TO WS-KT-PUNTAJE
           END-IF
           IF WS-KT-DEVUELTO > 0 OR WS-KT-CON-DEVOLUCION > 0
              ADD WC-PTS-DEVOLUCION TO WS-KT-PUNTAJE
           END-IF.

       260-SQL-CASO-PENDIENTE.
      *
      *--- UNA CUENTA CON UN CASO 'K' AUN PENDIENTE EN LA COLA NO SE
      *--- ENCOLA DE NUEVO CADA NOCHE
      *
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-YA-ENCOLADOS
                FROM   TAREVIEW
                WHERE  NUMERO_CUENTA_V = :WS-KT-ANCLA
                       AND TIPO_ALERTA = 'K'
                       AND ESTADO_REVISION = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       270-ABRIR-CASO.
      *
      *--- EL CASO VA A LA COLA DE REVQCOB COMO ALERTA 'K' ANCLADO A LA
      *--- CUENTA QUE TIENE LOS CHEQUES, Y SU CADENA DE CUENTAS Y
      *--- MONTOS QUEDA EN TAKITCAD PARA QUE EL ANALISTA CONGELE LOS
      *--- FONDOS ANTES DE QUE LLEGUEN LAS DEVOLUCIONES
      *
           MOVE WS-KT-PUNTAJE    TO WS-PUNTAJE-ED
           MOVE WS-EN-CANTIDAD   TO WS-CUENTAS-ED
           MOVE WS-KT-SIN-COBRAR TO WS-MONTO-ED
           MOVE SPACES TO CL-DETALLE-V
           STRING 'KITING PTS='      DELIMITED BY SIZE
                  WS-PUNTAJE-ED      DELIMITED BY SIZE
                  ' CTAS='           DELIMITED BY SIZE
                  WS-CUENTAS-ED      DELIMITED BY SIZE
                  ' SIN COBRAR='     DELIMITED BY SIZE
                  WS-MONTO-ED        DELIMITED BY SIZE
             INTO CL-DETALLE-V
           END-STRING
           MOVE WS-KT-ANCLA TO CL-NUMERO-CUENTA-V
           MOVE 'K'         TO CL-TIPO-ALERTA
           MOVE 'P'         TO CL-ESTADO-REVISION
           EXEC SQL
                INSERT INTO TAREVIEW (
                    NUMERO_CUENTA_V
                   ,TIPO_ALERTA
                   ,DETALLE_V
                   ,FECHA_HORA_V
                   ,ESTADO_REVISION
                ) VALUES (
                    :CL-NUMERO-CUENTA-V
                   ,:CL-TIPO-ALERTA
                   ,:CL-DETALLE-V
                   ,CURRENT TIMESTAMP
                   ,:CL-ESTADO-REVISION
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-REVISION
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-CASOS-CREADOS
           MOVE SPACES TO RPT-LINEA
           STRING 'CASO '             DELIMITED BY SIZE
                  WS-KT-ANCLA         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CL-DETALLE-V        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
      *
      *--- ORDEN 0: LA CUENTA ANCLA CON SUS SALIDAS, SUS CHEQUES SIN
      *--- COBRAR Y SUS DEVOLUCIONES
      *
           MOVE 0                TO CL-ORDEN-K
           MOVE WS-KT-ANCLA      TO CL-CUENTA-K
           MOVE SPACES           TO CL-VINCULO-K
           MOVE WS-KT-SALIDAS    TO CL-FLUJO-SALE-K
           MOVE 0                TO CL-FLUJO-ENTRA-K
           MOVE WS-KT-SIN-COBRAR TO CL-CHEQUES-RET-K
           MOVE WS-KT-DEVUELTO   TO CL-DEVUELTOS-K
           PERFORM 280-SQL-INSERTAR-CADENA
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EN-CANTIDAD
              MOVE WS-EX                TO CL-ORDEN-K
              MOVE WS-EN-CUENTA(WS-EX)  TO CL-CUENTA-K
              MOVE WS-EN-VINCULO(WS-EX) TO CL-VINCULO-K
              MOVE WS-EN-SALE(WS-EX)    TO CL-FLUJO-SALE-K
              MOVE WS-EN-ENTRA(WS-EX)   TO CL-FLUJO-ENTRA-K
              MOVE WS-EN-CHEQUES(WS-EX) TO CL-CHEQUES-RET-K
              MOVE WS-EN-DEVUELTOS(WS-EX) TO CL-DEVUELTOS-K
              PERFORM 280-SQL-INSERTAR-CADENA
           END-PERFORM.

       280-SQL-INSERTAR-CADENA.
           MOVE CL-ID-REVISION TO CL-ID-REVISION-K
           EXEC SQL
                INSERT INTO TAKITCAD (
                    ID_REVISION_K
                   ,ORDEN_K
                   ,CUENTA_K
                   ,VINCULO_K
                   ,FLUJO_SALE_K
                   ,FLUJO_ENTRA_K
                   ,CHEQUES_RET_K
                   ,DEVUELTOS_K
                ) VALUES (
                    :CL-ID-REVISION-K
                   ,:CL-ORDEN-K
                   ,:CL-CUENTA-K
                   ,:CL-VINCULO-K
                   ,:CL-FLUJO-SALE-K
                   ,:CL-FLUJO-ENTRA-K
                   ,:CL-CHEQUES-RET-K
                   ,:CL-DEVUELTOS-K
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-FLUJO-SALE-K  TO WS-SALE-ED
           MOVE CL-FLUJO-ENTRA-K TO WS-ENTRA-ED
           MOVE CL-CHEQUES-RET-K TO WS-CHEQUES-ED
           MOVE CL-DEVUELTOS-K   TO WS-DEVUELTOS-ED
           MOVE SPACES TO RPT-LINEA
           STRING '    '             DELIMITED BY SIZE
                  CL-CUENTA-K        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CL-VINCULO-K       DELIMITED BY SIZE
                  ' SALE='           DELIMITED BY SIZE
                  WS-SALE-ED         DELIMITED BY SIZE
                  ' ENTRA='          DELIMITED BY SIZE
                  WS-ENTRA-ED        DELIMITED BY SIZE
                  ' CHQ='            DELIMITED BY SIZE
                  WS-CHEQUES-ED      DELIMITED BY SIZE
                  ' DEV='            DELIMITED BY SIZE
                  WS-DEVUELTOS-ED    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS CON CHEQUES REVISADAS: ' DELIMITED BY SIZE
                  WS-CUENTAS-REVISADAS              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CASOS CREADOS: '                 DELIMITED BY SIZE
                  WS-CASOS-CREADOS                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CASOS YA ABIERTOS EN LA COLA: '  DELIMITED BY SIZE
                  WS-CASOS-YA-ABIERTOS              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CASOS-CREADOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY PARMCTPR.
       COPY FECNEGPR.
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
           STOP RUN.
