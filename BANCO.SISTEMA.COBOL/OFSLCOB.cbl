      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH EXTRACTO DEL SALDO DE RESPALDO   *
      *   PARA LA VENTANILLA FUERA DE LINEA (SALDOFF)     *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OFSLCOB.
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
      *--- UN REGISTRO POR CUENTA EN ORDEN DE NUMERO DE CUENTA (LAYOUT
      *--- OFLSALCP). OPERACIONES LO CARGA AL ARCHIVO INDEXADO SALDOFF
      *--- DE LA REGION CICS, QUE DEPOCOB/RETRCOB LEEN FUERA DE LINEA
      *
           SELECT SAL-FILE ASSIGN TO SALOFF
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
       FD  SAL-FILE
           RECORDING MODE IS F.
       01  SAL-REGISTRO.
           COPY OFLSALCP.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
      *
      *--- TODAS LAS CUENTAS, CON LO DISPONIBLE (SALDO MENOS RETENIDO)
      *--- Y UNA MARCA 'S' PARA LAS QUE EN LINEA SOLO SE PUEDEN
      *--- DEBITAR CON UNA VERIFICACION QUE EXIGE DB2: TITULAR
      *--- FALLECIDO O EN SUCESION LIQUIDADA (885), MENOR DE EDAD CON
      *--- TUTOR (893) Y CUENTA CON PIN ASIGNADO (TAPINCTA, EL PIN NO
      *--- SE PUEDE VERIFICAR FUERA DE LINEA). SIN FILA EN TACLIENT LA
      *--- CUENTA NO SE MARCA, IGUAL QUE EN LINEA
      *
           EXEC SQL
                DECLARE C_CUENTAS CURSOR FOR
                SELECT
                   C.NUMERO_CUENTA
                  ,C.MONEDA_CUENTA
                  ,C.ESTADO_CUENTA
                  ,C.ESTADO_DORMANTE
                  ,C.SALDO - C.SALDO_RETENIDO
                  ,CASE
                     WHEN M.ESTADO_SUCESION IN ('F', 'L')
                          THEN 'S'
                     WHEN M.FECHA_NACIMIENTO > '1900-01-01'
                          AND YEAR(CURRENT DATE - M.FECHA_NACIMIENTO)
                              < 18
                          AND M.CEDULA_TUTOR <> ' '
                          THEN 'S'
                     WHEN EXISTS (SELECT 1
                                  FROM   TAPINCTA K
                                  WHERE  K.NUMERO_CUENTA_K =
                                         C.NUMERO_CUENTA)
                          THEN 'S'
                     ELSE 'N'
                   END
                FROM
                   TACUENT C
                   LEFT OUTER JOIN TACLIENT M
                   ON M.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
                ORDER BY
                   C.NUMERO_CUENTA
           END-EXEC.

       01  WS-VARIABLES.
           03 WS-TIMESTAMP            PIC X(26).
           03 WS-DISPONIBLE           PIC S9(13)V9(2) COMP-3.
           03 WS-SIN-CUPO             PIC X(1).
           03 WS-LEIDAS               PIC 9(9)        VALUE 0.
           03 WS-CON-CUPO             PIC 9(9)        VALUE 0.
           03 WS-SIN-CUPO-CNT         PIC 9(9)        VALUE 0.
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'OFSLCOB'.
          03 WC-ESTADO-ACTIVO         PIC X(1)     VALUE 'A'.
      *
      *--- TOPE DEL CUPO DE RETIRO FUERA DE LINEA POR CUENTA: SE
      *--- REFRESCA DESDE TAPARAM (LIMITE-RETIRO-OFFLINE)
      *
          03 WC-LIMITE-RETIRO-OFFLINE PIC S9(13)V9(2) COMP-3
                                            VALUE 500000,00.

       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- CORRE CADA NOCHE DESPUES DEL CIERRE Y SE PUEDE REPETIR EN
      *--- EL DIA CUANDO OPERACIONES QUIERE REFRESCAR EL RESPALDO
      *--- (SOLO LEE DB2), ASI QUE NO LLEVA LA GUARDA DE UNA CORRIDA
      *--- POR FECHA DE NEGOCIO DE RUNCTLPR
      *
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT SAL-FILE
           MOVE 'LIMITE-RETIRO-OFFLINE' TO CL-PARAM-CLAVE
           MOVE WC-LIMITE-RETIRO-OFFLINE TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WC-LIMITE-RETIRO-OFFLINE
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                INTO   :WS-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO RPT-LINEA
           STRING 'EXTRACTO DEL SALDO DE RESPALDO FUERA DE LINEA - '
                                              DELIMITED BY SIZE
                  WS-TIMESTAMP                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           EXEC SQL OPEN C_CUENTAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 210-LEER-CUENTA
           PERFORM UNTIL WS-CUR-FIN
              PERFORM 220-ESCRIBIR-SALDO
              PERFORM 210-LEER-CUENTA
           END-PERFORM
           EXEC SQL CLOSE C_CUENTAS END-EXEC.

       210-LEER-CUENTA.
           EXEC SQL
                FETCH C_CUENTAS INTO
                   :CL-NUMERO-CUENTA
                  ,:CL-MONEDA-CUENTA
                  ,:CL-ESTADO-CUENTA
                  ,:CL-ESTADO-DORMANTE
                  ,:WS-DISPONIBLE
                  ,:WS-SIN-CUPO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-LEIDAS
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       220-ESCRIBIR-SALDO.
      *
      *--- EL CUPO NACE COMO EL MENOR ENTRE LO DISPONIBLE Y EL TOPE;
      *--- EL SOBREGIRO NO CUENTA FUERA DE LINEA. UNA CUENTA QUE EN
      *--- LINEA NO PODRIA RETIRAR, O QUE SOLO PODRIA CON UNA
      *--- VERIFICACION CONTRA DB2, QUEDA CON CUPO CERO (SIGUE
      *--- RECIBIENDO DEPOSITOS SI SU ESTADO LO PERMITE)
      *
           IF WS-DISPONIBLE < 0
              MOVE 0 TO WS-DISPONIBLE
           END-IF
           MOVE SPACES             TO SAL-REGISTRO
           MOVE CL-NUMERO-CUENTA   TO SF-NUMERO-CUENTA
           MOVE CL-MONEDA-CUENTA   TO SF-MONEDA-CUENTA
           MOVE CL-ESTADO-CUENTA   TO SF-ESTADO-CUENTA
           MOVE CL-ESTADO-DORMANTE TO SF-ESTADO-DORMANTE
           MOVE WS-DISPONIBLE      TO SF-DISPONIBLE
           MOVE WS-TIMESTAMP       TO SF-FECHA-CORTE
           IF CL-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              OR CL-ESTADO-DORMANTE = 'S'
              OR WS-SIN-CUPO = 'S'
              MOVE 0 TO SF-LIMITE-OFFLINE
           ELSE
              IF WS-DISPONIBLE < WC-LIMITE-RETIRO-OFFLINE
                 MOVE WS-DISPONIBLE TO SF-LIMITE-OFFLINE
              ELSE
                 MOVE WC-LIMITE-RETIRO-OFFLINE TO SF-LIMITE-OFFLINE
              END-IF
           END-IF
           IF SF-LIMITE-OFFLINE > 0
              ADD 1 TO WS-CON-CUPO
           ELSE
              ADD 1 TO WS-SIN-CUPO-CNT
           END-IF
           WRITE SAL-REGISTRO.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           STRING 'CUENTAS EXTRAIDAS: '          DELIMITED BY SIZE
                  WS-LEIDAS                      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'CON CUPO DE RETIRO FUERA DE LINEA: '
                                                 DELIMITED BY SIZE
                  WS-CON-CUPO                    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'SIN CUPO (SOLO DEPOSITOS O NADA): '
                                                 DELIMITED BY SIZE
                  WS-SIN-CUPO-CNT                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE SAL-FILE
           STOP RUN.

       COPY PARMCTPR.

       999-ERROR-DB2.
      *
      *--- EL ARCHIVO QUEDA INCOMPLETO: OPERACIONES NO LO CARGA Y LA
      *--- REGION SIGUE CON EL RESPALDO ANTERIOR
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
           CLOSE SAL-FILE
           STOP RUN.
