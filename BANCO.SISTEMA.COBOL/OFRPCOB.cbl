      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH REPOSICION DEL DIARIO FUERA DE   *
      *   LINEA DE VENTANILLA - SISTEMA BANCARIO          *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OFRPCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *--- ARCHIVO DE LA COLA TD EXTRAPARTICION OFLJ, EN EL ORDEN EN
      *--- QUE LAS CAJAS LO ESCRIBIERON (LAYOUT OFLJRNCP)
      *
           SELECT OFLJ-FILE ASSIGN TO OFLJIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OFLJ-FILE
           RECORDING MODE IS F.
       01  OFLJ-REGISTRO.
           COPY OFLJRNCP.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TADEPTER END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAGMFEXE END-EXEC.
           EXEC SQL INCLUDE TAGMFACU END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAOFLJRN END-EXEC.
           COPY VALCTACP.
           COPY EXCPCTCP.
           COPY SUCECTCP.
           COPY GMFCTCP.

       01  WS-VARIABLES.
           03 WS-MONTO-NUM             PIC S9(13)V9(2) COMP-3.
           03 WS-SALDO-DISPONIBLE      PIC S9(13)V9(2) COMP-3.
           03 WS-REGISTROS-LEIDOS      PIC 9(9)        VALUE 0.
           03 WS-APLICADOS             PIC 9(9)        VALUE 0.
           03 WS-EXCEPCIONES           PIC 9(9)        VALUE 0.
           03 WS-YA-REPUESTOS          PIC 9(9)        VALUE 0.
           03 WS-MOTIVO-RECHAZO        PIC X(40).
      *
      *--- SUCURSAL DE LA TERMINAL QUE ATENDIO FUERA DE LINEA (TATERMBR,
      *--- MISMA DERIVACION DE 880-DERIVAR-SUCURSAL EN LINEA). EN
      *--- BLANCO SI LA TERMINAL YA NO ESTA MAPEADA
      *
           03 WS-SUCURSAL              PIC X(4).
           03 WS-FECHA-HORA            PIC X(26).
           03 WS-REPUESTOS             PIC S9(9)       COMP.
       01  SWITCHES.
           03 WS-CONTINUAR             PIC X           VALUE 'N'.
              88 WS-EXIT                               VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE               PIC S9(9).
          05 DB2-SQLCODE-Z             PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA               PIC X(8)     VALUE 'OFRPCOB'.
          03 WC-ESTADO-ACTIVO          PIC X(1)     VALUE 'A'.

       COPY FECNEGCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- SE CORRE CADA VEZ QUE DB2 VUELVE DE UNA CAIDA, QUE PUEDEN
      *--- SER VARIAS EN UN DIA, ASI QUE NO LLEVA LA GUARDA DE UNA
      *--- CORRIDA POR FECHA DE NEGOCIO DE RUNCTLPR: LA BITACORA
      *--- TAOFLJRN ES LA QUE IMPIDE POSTEAR DOS VECES UN REGISTRO SI
      *--- EL MISMO DIARIO SE VUELVE A PASAR
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO (VER 882-REGISTRAR-EVENTO
      *--- EN EVNTCTPR.cpy): LA OPERACION ES DE VENTANILLA; USUARIO Y
      *--- SUCURSAL SON LOS DEL REGISTRO DEL DIARIO (VER 225)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN INPUT OFLJ-FILE
           OPEN OUTPUT RPT-FILE
           MOVE 'REPOSICION DEL DIARIO FUERA DE LINEA DE VENTANILLA'
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       200-PROCESO.
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ OFLJ-FILE
                 AT END
                    SET WS-EXIT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-REGISTROS-LEIDOS
                    PERFORM 210-VALIDAR-REGISTRO
              END-READ
           END-PERFORM.

       210-VALIDAR-REGISTRO.
      *
      *--- UN REGISTRO ILEGIBLE NO SE PUEDE POSTEAR, PERO EL CLIENTE
      *--- YA TIENE SU RECIBO: VA A TAEXCEPT COMO CUALQUIER OTRO
      *
           IF OJ-TIPO NOT = 'D' AND OJ-TIPO NOT = 'R'
              MOVE 0 TO WS-MONTO-NUM
              MOVE 'TIPO DE OPERACION INVALIDO' TO WS-MOTIVO-RECHAZO
              PERFORM 260-REGISTRAR-EXCEPCION
           ELSE
           IF OJ-MONTO NOT NUMERIC
              MOVE 0 TO WS-MONTO-NUM
              MOVE 'MONTO NO NUMERICO' TO WS-MOTIVO-RECHAZO
              PERFORM 260-REGISTRAR-EXCEPCION
           ELSE
              MOVE OJ-MONTO TO WS-MONTO-NUM
              PERFORM 215-VERIFICAR-REPUESTO
              IF WS-REPUESTOS > 0
                 ADD 1 TO WS-YA-REPUESTOS
              ELSE
                 MOVE OJ-NUMERO-CUENTA TO WS-VC-NUMERO
                 PERFORM 800-VALIDAR-DIGITO-VERIF
                 IF NOT WS-VC-CUENTA-VALIDA
                    MOVE 'DIGITO DE VERIFICACION INVALIDO'
                         TO WS-MOTIVO-RECHAZO
                    PERFORM 260-REGISTRAR-EXCEPCION
                 ELSE
                    PERFORM 220-CONSULTAR-CUENTA
                 END-IF
              END-IF
           END-IF
           END-IF.

       215-VERIFICAR-REPUESTO.
           MOVE OJ-REFERENCIA TO CL-REFERENCIA-OJ
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-REPUESTOS
                FROM   TAOFLJRN
                WHERE  REFERENCIA_OJ = :CL-REFERENCIA-OJ
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       220-CONSULTAR-CUENTA.
           MOVE OJ-NUMERO-CUENTA TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT
                   SALDO
                  ,ESTADO_CUENTA
                  ,LIMITE_SOBREGIRO
                  ,SALDO_RETENIDO
                  ,ESTADO_DORMANTE
                INTO
                   :CL-SALDO
                  ,:CL-ESTADO-CUENTA
                  ,:CL-LIMITE-SOBREGIRO
                  ,:CL-SALDO-RETENIDO
                  ,:CL-ESTADO-DORMANTE
                FROM
                   TACUENT
                WHERE
                   NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 225-DERIVAR-SUCURSAL
                     PERFORM 230-APLICAR-REGISTRO
                WHEN 100
                     MOVE 'CUENTA NO EXISTE' TO WS-MOTIVO-RECHAZO
                     PERFORM 260-REGISTRAR-EXCEPCION
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       225-DERIVAR-SUCURSAL.
           MOVE SPACES          TO WS-SUCURSAL
           MOVE OJ-REF-TERMINAL TO CL-TERMINAL-B
           EXEC SQL
                SELECT SUCURSAL_ID_B
                INTO   :CL-SUCURSAL-ID-B
                FROM   TATERMBR
                WHERE  TERMINAL_B = :CL-TERMINAL-B
           END-EXEC
           IF SQLCODE = 0
              MOVE CL-SUCURSAL-ID-B TO WS-SUCURSAL
           END-IF
           MOVE OJ-OPERADOR TO WS-EV-USUARIO
           MOVE WS-SUCURSAL TO WS-EV-SUCURSAL.

       230-APLICAR-REGISTRO.
      *
      *--- SE REVALIDA CONTRA LA CUENTA DE HOY LO QUE LA CAJA SOLO PUDO
      *--- VER EN EL SALDO DE RESPALDO: ESTADO (UN DEPOSITO ADMITE LA
      *--- CUENTA 'R', UN RETIRO NO), DORMANCIA Y, PARA EL RETIRO,
      *--- SUCESION Y FONDOS (SALDO MENOS RETENIDO MAS SOBREGIRO
      *--- CONTRA EL MONTO MAS SU GMF, EL MISMO CRITERIO DE RETRCOB).
      *--- LO QUE YA NO PASA QUEDA EN TAEXCEPT PARA EL SUPERVISOR
      *
           IF CL-ESTADO-CUENTA NOT = WC-ESTADO-ACTIVO
              AND NOT (CL-ESTADO-CUENTA = 'R' AND OJ-TIPO = 'D')
              MOVE 'CUENTA NO ACTIVA' TO WS-MOTIVO-RECHAZO
              PERFORM 260-REGISTRAR-EXCEPCION
           ELSE
           IF CL-ESTADO-DORMANTE = 'S'
              MOVE 'CUENTA DORMANTE' TO WS-MOTIVO-RECHAZO
              PERFORM 260-REGISTRAR-EXCEPCION
           ELSE
              IF OJ-TIPO = 'D'
                 ADD WS-MONTO-NUM TO CL-SALDO
                 MOVE 'D'          TO WS-EV-TIPO
                 MOVE WS-MONTO-NUM TO WS-EV-MONTO
                 PERFORM 240-SQL-ACTUALIZAR-SALDO
                 PERFORM 250-SQL-CREAR-TRANSACCION
              ELSE
                 MOVE CL-NUMERO-CUENTA TO WS-SU-CUENTA
                 PERFORM 885-VERIFICAR-SUCESION
                 IF WS-SU-FALLECIDO
                    MOVE 'TITULAR FALLECIDO' TO WS-MOTIVO-RECHAZO
                    PERFORM 260-REGISTRAR-EXCEPCION
                 ELSE
                    PERFORM 238-CALCULAR-GMF-RETIRO
                    COMPUTE WS-SALDO-DISPONIBLE = CL-SALDO
                                                 - CL-SALDO-RETENIDO
                                                 + CL-LIMITE-SOBREGIRO
                    IF WS-MONTO-NUM + WS-GM-IMPUESTO
                                             > WS-SALDO-DISPONIBLE
                       MOVE 'FONDOS INSUFICIENTES' TO WS-MOTIVO-RECHAZO
                       PERFORM 260-REGISTRAR-EXCEPCION
                    ELSE
                       SUBTRACT WS-MONTO-NUM FROM CL-SALDO
                       MOVE 'R' TO WS-EV-TIPO
                       COMPUTE WS-EV-MONTO = 0 - WS-MONTO-NUM
                       PERFORM 240-SQL-ACTUALIZAR-SALDO
                       PERFORM 250-SQL-CREAR-TRANSACCION
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.

       238-CALCULAR-GMF-RETIRO.
      *
      *--- GMF (4 POR MIL) QUE CAUSARIA EL RETIRO, SIN GRABAR NADA (VER
      *--- 841-CALCULAR-GMF EN GMFCTPR.cpy)
      *
           MOVE OJ-NUMERO-CUENTA TO WS-GM-CUENTA
           MOVE WS-MONTO-NUM     TO WS-GM-MONTO
           MOVE WS-FN-FECHA      TO WS-GM-FECHA
           PERFORM 841-CALCULAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       240-SQL-ACTUALIZAR-SALDO.
      *
      *--- EL TIPO Y EL MONTO DEL EVENTO DE POSTEO LOS DEJA EL LLAMADOR
      *--- EN WS-EV-TIPO Y WS-EV-MONTO
      *
           EXEC SQL
                UPDATE TACUENT
                SET    SALDO = :CL-SALDO
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       250-SQL-CREAR-TRANSACCION.
      *
      *--- EL MOVIMIENTO QUEDA COMO SI SE HUBIERA POSTEADO EN LINEA:
      *--- MISMO TIPO, OPERADOR, TERMINAL Y SUCURSAL, Y LA HORA EN QUE
      *--- SE ATENDIO AL CLIENTE. LA FECHA DE NEGOCIO ES LA ABIERTA AL
      *--- REPONER, QUE ES CUANDO EL MOVIMIENTO ENTRA A LA CONTABILIDAD
      *
           MOVE OJ-OPERADOR      TO CL-USUARIO
           MOVE OJ-REF-TERMINAL  TO CL-TERMINAL
           MOVE OJ-TIPO          TO CL-TIPO-TRANSACCION
           MOVE WS-MONTO-NUM     TO CL-MONTO
           MOVE OJ-FECHA-HORA    TO WS-FECHA-HORA
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,TIPO_TRANSACCION
                   ,MONTO
                   ,FECHA_HORA
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,SUCURSAL_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,:CL-TIPO-TRANSACCION
                   ,:CL-MONTO
                   ,TIMESTAMP(:WS-FECHA-HORA)
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:WS-SUCURSAL
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-TRANSACTION
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF OJ-TIPO = 'R'
              PERFORM 257-COBRAR-GMF-RETIRO
           ELSE
              PERFORM 255-REGISTRAR-DEPOSITANTE
           END-IF
           MOVE 'A'               TO CL-ESTADO-OJ
           MOVE CL-ID-TRANSACTION TO CL-ID-TRANSACTION-OJ
           MOVE SPACES            TO CL-MOTIVO-OJ
           PERFORM 270-SQL-REGISTRAR-BITACORA
           ADD 1 TO WS-APLICADOS.

       255-REGISTRAR-DEPOSITANTE.
      *
      *--- EL DEPOSITANTE IDENTIFICADO EN LA CAJA QUEDA EN TADEPTER
      *--- AMARRADO AL DEPOSITO, IGUAL QUE 243-REGISTRAR-DEPOSITANTE
      *--- DE DEPOCOB, PARA LA AGREGACION DE LCTRCOB
      *
           IF OJ-DEP-NOMBRE = SPACES OR OJ-DEP-NOMBRE = LOW-VALUES
              CONTINUE
           ELSE
              MOVE CL-ID-TRANSACTION  TO CL-ID-TRANSACTION-DT
              MOVE OJ-DEP-NOMBRE      TO CL-NOMBRE-DT
              MOVE OJ-DEP-DOC(1:2)    TO CL-TIPO-DOC-DT
              MOVE OJ-DEP-DOC(3:10)   TO CL-NUMERO-DOC-DT
              MOVE WS-FECHA-HORA      TO CL-FECHA-DT
              EXEC SQL
                   INSERT INTO TADEPTER (
                       ID_TRANSACTION_DT
                      ,NOMBRE_DT
                      ,TIPO_DOC_DT
                      ,NUMERO_DOC_DT
                      ,FECHA_DT
                   ) VALUES (
                       :CL-ID-TRANSACTION-DT
                      ,:CL-NOMBRE-DT
                      ,:CL-TIPO-DOC-DT
                      ,:CL-NUMERO-DOC-DT
                      ,TIMESTAMP(:CL-FECHA-DT)
                   )
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       257-COBRAR-GMF-RETIRO.
      *
      *--- EL GMF DEL RETIRO QUEDA COMO SU PROPIA TRANSACCION TIPO 'M'
      *--- AMARRADA AL ID DEL RETIRO (VER 842-REGISTRAR-GMF EN
      *--- GMFCTPR.cpy), CON EL OPERADOR Y LA TERMINAL DE LA CAJA
      *
           MOVE OJ-NUMERO-CUENTA  TO WS-GM-CUENTA
           MOVE WS-MONTO-NUM      TO WS-GM-MONTO
           MOVE WS-FN-FECHA       TO WS-GM-FECHA
           MOVE OJ-OPERADOR       TO WS-GM-USUARIO
           MOVE OJ-REF-TERMINAL   TO WS-GM-TERMINAL
           MOVE WS-SUCURSAL       TO WS-GM-SUCURSAL
           MOVE 0                 TO WS-GM-SESION
           MOVE CL-ID-TRANSACTION TO WS-GM-REFERENCIA
           PERFORM 842-REGISTRAR-GMF
           IF NOT WS-GM-OK
              PERFORM 999-ERROR-DB2
           END-IF
           SUBTRACT WS-GM-IMPUESTO FROM CL-SALDO.

       260-REGISTRAR-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES
      *
      *--- EL CLIENTE YA SE LLEVO SU RECIBO (O SU EFECTIVO): LO QUE NO
      *--- SE PUEDE POSTEAR LO RESUELVE EL SUPERVISOR DESDE LA COLA DE
      *--- EXCEPCIONES (VER 892-REGISTRAR-EXCEPCION), CON LA REFERENCIA
      *--- DEL RECIBO EN LA BITACORA TAOFLJRN
      *
           MOVE WC-PROGRAMA       TO WS-EX-PROGRAMA
           MOVE WS-FN-FECHA       TO WS-EX-FECHA
           MOVE OJ-NUMERO-CUENTA  TO WS-EX-CUENTA
           MOVE WS-MONTO-NUM      TO WS-EX-MONTO
           MOVE 'OFLN'            TO WS-EX-CODIGO
           MOVE SPACES            TO WS-EX-MOTIVO
           STRING OJ-REFERENCIA   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO DELIMITED BY SIZE
             INTO WS-EX-MOTIVO
           END-STRING
           PERFORM 892-REGISTRAR-EXCEPCION
           MOVE 'X'               TO CL-ESTADO-OJ
           MOVE 0                 TO CL-ID-TRANSACTION-OJ
           MOVE WS-MOTIVO-RECHAZO TO CL-MOTIVO-OJ
           PERFORM 270-SQL-REGISTRAR-BITACORA
           MOVE SPACES TO RPT-LINEA
           STRING 'EXCEPCION: REF='        DELIMITED BY SIZE
                  OJ-REFERENCIA            DELIMITED BY SIZE
                  ' CUENTA='               DELIMITED BY SIZE
                  OJ-NUMERO-CUENTA         DELIMITED BY SIZE
                  ' MOTIVO='               DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO        DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       270-SQL-REGISTRAR-BITACORA.
      *
      *--- EL LLAMADOR DEJA ESTADO, ID DEL MOVIMIENTO Y MOTIVO
      *
           MOVE OJ-REFERENCIA    TO CL-REFERENCIA-OJ
           MOVE OJ-NUMERO-CUENTA TO CL-NUMERO-CUENTA-OJ
           MOVE OJ-TIPO          TO CL-TIPO-OJ
           MOVE WS-MONTO-NUM     TO CL-MONTO-OJ
           MOVE OJ-FECHA-HORA    TO CL-FECHA-HORA-OJ
           MOVE OJ-OPERADOR      TO CL-USUARIO-OJ
           MOVE OJ-REF-TERMINAL  TO CL-TERMINAL-OJ
           EXEC SQL
                INSERT INTO TAOFLJRN (
                    REFERENCIA_OJ
                   ,NUMERO_CUENTA_OJ
                   ,TIPO_OJ
                   ,MONTO_OJ
                   ,FECHA_HORA_OJ
                   ,USUARIO_OJ
                   ,TERMINAL_OJ
                   ,ESTADO_OJ
                   ,ID_TRANSACTION_OJ
                   ,MOTIVO_OJ
                   ,FECHA_REPLAY_OJ
                ) VALUES (
                    :CL-REFERENCIA-OJ
                   ,:CL-NUMERO-CUENTA-OJ
                   ,:CL-TIPO-OJ
                   ,:CL-MONTO-OJ
                   ,TIMESTAMP(:CL-FECHA-HORA-OJ)
                   ,:CL-USUARIO-OJ
                   ,:CL-TERMINAL-OJ
                   ,:CL-ESTADO-OJ
                   ,:CL-ID-TRANSACTION-OJ
                   ,:CL-MOTIVO-OJ
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'REGISTROS LEIDOS: '      DELIMITED BY SIZE
                  WS-REGISTROS-LEIDOS       DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'APLICADOS: '             DELIMITED BY SIZE
                  WS-APLICADOS              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'A EXCEPCIONES: '         DELIMITED BY SIZE
                  WS-EXCEPCIONES            DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'YA REPUESTOS ANTES: '    DELIMITED BY SIZE
                  WS-YA-REPUESTOS           DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE OFLJ-FILE
           CLOSE RPT-FILE
           STOP RUN.

       COPY VALCTAPR.
       COPY EXCPCTPR.
       COPY SUCECTPR.
       COPY GMFCTPR.

       COPY FECNEGPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
      *
      *--- NADA DE ESTA CORRIDA SE CONFIRMA, NI LOS POSTEOS NI LA
      *--- BITACORA: EL DIARIO COMPLETO SE VUELVE A PASAR
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
           CLOSE OFLJ-FILE
           CLOSE RPT-FILE
           STOP RUN.
