      *****************************************************
      *                                                   *
      *   MODULO DE CONSULTA DE SALDO Y MINI-EXTRACTO     *
      *   PARA IVR Y BANCA MOVIL (LINK CON COMMAREA, SIN  *
      *   PANTALLAS) CICS-DB2 - SISTEMA BANCARIO          *
      *   EMITE TAMBIEN EL CODIGO DE RETIRO SIN TARJETA   *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONSCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPENDTR END-EXEC.
           EXEC SQL INCLUDE TAPINCTA END-EXEC.
           EXEC SQL INCLUDE TAACCLOG END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAALERTA END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TACODRET END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.
      *
      *--- ULTIMOS MOVIMIENTOS DE LA CUENTA, EL MAS RECIENTE PRIMERO.
      *--- SE TRAEN COMO MAXIMO LOS 10 QUE CABEN EN EL COMMAREA; EL
      *--- CORTE FINO AL N PEDIDO POR EL CANAL SE HACE AL LEER
      *
           EXEC SQL
                DECLARE C_MOVIMIENTOS CURSOR FOR
                SELECT
                   TIPO_TRANSACCION
                  ,MONTO
                  ,FECHA_HORA
                FROM
                   TATRANS
                WHERE
                   NUMERO_CUENTA_T = :CL-NUMERO-CUENTA-T
                ORDER BY
                   FECHA_HORA DESC
                FETCH FIRST
                   10 ROWS ONLY
           END-EXEC.
      *
      *--- OPERACIONES PROGRAMADAS QUE AUN VAN A TOCAR LA CUENTA:
      *--- PENDIENTES ('P') O SUSPENDIDAS POR EL CLIENTE ('S'), LA MAS
      *--- CERCANA PRIMERO
      *
           EXEC SQL
                DECLARE C_PROGRAMADAS CURSOR FOR
                SELECT
                   FECHA_PROGRAMADA
                  ,TIPO_TRANSACCION_P
                  ,MONTO_P
                  ,CUENTA_DESTINO_P
                  ,ESTADO_P
                FROM
                   TAPENDTR
                WHERE
                   NUMERO_CUENTA_P = :CL-NUMERO-CUENTA-P
                   AND ESTADO_P IN ('P', 'S')
                ORDER BY
                   FECHA_PROGRAMADA
                  ,ID_PENDIENTE
                FETCH FIRST
                   5 ROWS ONLY
           END-EXEC.

       01  WS-AUXILIARES.
           03 WS-INDICE               PIC S9(4)       COMP.
           03 WS-MAX-MOVIMIENTOS      PIC S9(4)       COMP.
       01  SWITCHES.
           03 WS-CUR-FALG             PIC X           VALUE 'N'.
              88 WS-CUR-FIN                           VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'CONSCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'CONS'.
          03 WC-ESTADO-BLOQUEADO      PIC X(1)     VALUE 'B'.
          03 WC-ESTADO-CANCELADO      PIC X(1)     VALUE 'C'.
      *
      *--- EL MISMO TOPE DE INTENTOS FALLIDOS DE LA VENTANILLA
      *--- (RETRCOB/CLNTCOB): EL PIN ERRADO DESDE EL CANAL CUENTA
      *--- IGUAL QUE EN EL MOSTRADOR
      *
          03 WC-MAX-INTENTOS-FALLIDOS PIC S9(4)    COMP
                                            VALUE 3.
          03 WC-MOVIMIENTOS-DEFECTO   PIC S9(4)    COMP
                                            VALUE 5.
          03 WC-MAX-MOVIMIENTOS-TABLA PIC S9(4)    COMP
                                            VALUE 10.

       COPY VALCTACP.
       COPY PINCTACP.
       COPY ALRTCTCP.
       COPY RSTJCTCP.
       COPY ABNDCTCP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
       COPY CONSCACP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
      *
      *--- ESTE MODULO SE INVOCA CON EXEC CICS LINK: TRABAJA DIRECTO
      *--- SOBRE EL COMMAREA DEL LLAMADOR (CONTRATO EN CONSCACP.cpy) Y
      *--- DEVUELVE CODIGOS DE RESPUESTA ESTRUCTURADOS EN VEZ DE
      *--- PANTALLAS. SOLO CONSULTA: NUNCA MUEVE SALDOS. LA UNICA
      *--- ESCRITURA DE NEGOCIO ES LA OPERACION 'T', QUE RESERVA EL
      *--- MONTO DE UN CODIGO DE RETIRO SIN TARJETA (SALDO_RETENIDO)
      *--- SIN MOVER EL SALDO CONTABLE
      *
           MOVE '000-MAIN-LOGIC' TO WS-AB-PARRAFO
           EXEC CICS HANDLE ABEND
                LABEL(990-CAPTURAR-ABEND)
                NOHANDLE
           END-EXEC
           PERFORM 100-INICIO
           PERFORM 200-LEER-CUENTA
           PERFORM 210-VERIFICAR-PIN
           IF CNS-OPERACION = 'T'
              PERFORM 250-EMITIR-CODIGO-RETIRO
           END-IF
           MOVE CL-SALDO          TO CNS-SALDO
           MOVE CL-SALDO-RETENIDO TO CNS-RETENIDO
           COMPUTE CNS-DISPONIBLE = CL-SALDO - CL-SALDO-RETENIDO
                                  + CL-LIMITE-SOBREGIRO
           PERFORM 230-LEER-MOVIMIENTOS
           PERFORM 240-LEER-PROGRAMADAS
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 300-RETORNAR.

       100-INICIO.
      *
      *--- LA INVOCACION DEL CANAL TAMBIEN QUEDA EN TAAUDIT, CON EL
      *--- CANAL COMO USUARIO (NO HAY OPERADOR DE CAJA FIRMADO)
      *
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           MOVE CNS-CANAL      TO CL-USUARIO-AUD
           MOVE CNS-TERMINAL   TO CL-TERMINAL-AUD
           MOVE WC-TRANSACCION TO CL-TRANSACCION-AUD
           EXEC SQL
                INSERT INTO TAAUDIT
                   (USUARIO, TERMINAL, TRANSACCION, FECHA_HORA)
                VALUES
                   (:CL-USUARIO-AUD, :CL-TERMINAL-AUD,
                    :CL-TRANSACCION-AUD, CURRENT TIMESTAMP)
           END-EXEC
           MOVE '00' TO CNS-CODIGO-RESPUESTA
           MOVE 0    TO CNS-SALDO
           MOVE 0    TO CNS-RETENIDO
           MOVE 0    TO CNS-DISPONIBLE
           MOVE 0    TO CNS-NUM-MOVIMIENTOS
           MOVE 0    TO CNS-NUM-PROGRAMADAS
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WC-MAX-MOVIMIENTOS-TABLA
              MOVE SPACES TO CNS-MOV-FECHA(WS-INDICE)
              MOVE SPACES TO CNS-MOV-TIPO(WS-INDICE)
              MOVE 0      TO CNS-MOV-MONTO(WS-INDICE)
           END-PERFORM
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 5
              MOVE SPACES TO CNS-PRG-FECHA(WS-INDICE)
              MOVE SPACES TO CNS-PRG-TIPO(WS-INDICE)
              MOVE 0      TO CNS-PRG-MONTO(WS-INDICE)
              MOVE SPACES TO CNS-PRG-DESTINO(WS-INDICE)
              MOVE SPACES TO CNS-PRG-ESTADO(WS-INDICE)
           END-PERFORM
           IF CNS-MAX-MOVIMIENTOS NOT NUMERIC
              OR CNS-MAX-MOVIMIENTOS = 0
              OR CNS-MAX-MOVIMIENTOS > WC-MAX-MOVIMIENTOS-TABLA
              MOVE WC-MOVIMIENTOS-DEFECTO TO WS-MAX-MOVIMIENTOS
           ELSE
              MOVE CNS-MAX-MOVIMIENTOS    TO WS-MAX-MOVIMIENTOS
           END-IF
      *
      *--- EL MISMO DIGITO DE VERIFICACION DE LAS PANTALLAS: UNA
      *--- CUENTA MAL ARMADA SE RECHAZA SIN IR A LA BASE DE DATOS
      *
           MOVE CNS-NUMERO-CUENTA TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE '08' TO CNS-CODIGO-RESPUESTA
              EXEC CICS SYNCPOINT END-EXEC
              PERFORM 300-RETORNAR
           END-IF
           PERFORM 110-REGISTRAR-ACCESO.

       110-REGISTRAR-ACCESO.
      *
      *--- BITACORA DE ACCESO POR CUENTA, IGUAL QUE UNA CONSULTA DE
      *--- VENTANILLA (825-REGISTRAR-ACCESO-CUENTA), PERO CON EL CANAL
      *--- Y SU TERMINAL EN VEZ DEL OPERADOR CICS: ASI ACCLCOB MUESTRA
      *--- LAS CONSULTAS DEL IVR/MOVIL CON SU ORIGEN. SE REGISTRA
      *--- TODO INTENTO, AUN CON PIN ERRADO. UN ERROR DE BITACORA NO
      *--- IMPIDE LA CONSULTA
      *
           MOVE '110-REGISTRAR-ACCESO' TO WS-AB-PARRAFO
           MOVE CNS-CANAL         TO CL-USUARIO-AL
           MOVE CNS-TERMINAL      TO CL-TERMINAL-AL
           MOVE WC-TRANSACCION    TO CL-TRANSACCION-AL
           MOVE CNS-NUMERO-CUENTA TO CL-NUMERO-CUENTA-AL
           EXEC SQL
                INSERT INTO TAACCLOG
                   (USUARIO_AL, TERMINAL_AL, TRANSACCION_AL,
                    NUMERO_CUENTA_AL, FECHA_HORA_AL)
                VALUES
                   (:CL-USUARIO-AL, :CL-TERMINAL-AL,
                    :CL-TRANSACCION-AL, :CL-NUMERO-CUENTA-AL,
                    CURRENT TIMESTAMP)
           END-EXEC.

       200-LEER-CUENTA.
           MOVE '200-LEER-CUENTA' TO WS-AB-PARRAFO
           MOVE CNS-NUMERO-CUENTA TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT
                   SALDO
                  ,ESTADO_CUENTA
                  ,LIMITE_SOBREGIRO
                  ,SALDO_RETENIDO
                INTO
                   :CL-SALDO
                  ,:CL-ESTADO-CUENTA
                  ,:CL-LIMITE-SOBREGIRO
                  ,:CL-SALDO-RETENIDO
                FROM
                   TACUENT
                WHERE
                   NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE '01' TO CNS-CODIGO-RESPUESTA
                     EXEC CICS SYNCPOINT END-EXEC
                     PERFORM 300-RETORNAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
      *
      *--- UNA CUENTA BLOQUEADA (POR EJEMPLO POR PIN ERRADO) O
      *--- CANCELADA NO SE CONSULTA POR EL CANAL: EL CLIENTE DEBE IR
      *--- A LA SUCURSAL
      *
           IF CL-ESTADO-CUENTA = WC-ESTADO-BLOQUEADO
              OR CL-ESTADO-CUENTA = WC-ESTADO-CANCELADO
              MOVE '02' TO CNS-CODIGO-RESPUESTA
              EXEC CICS SYNCPOINT END-EXEC
              PERFORM 300-RETORNAR
           END-IF.

       210-VERIFICAR-PIN.
      *
      *--- A DIFERENCIA DE LA VENTANILLA, EL CANAL NO TIENE OTRA FORMA
      *--- DE IDENTIFICAR AL CLIENTE: SIN PIN ASIGNADO EN TAPINCTA NO
      *--- HAY CONSULTA. EL PIN ERRADO (O NO NUMERICO) CUENTA COMO
      *--- INTENTO FALLIDO CON LA MISMA MECANICA DE RETRCOB
      *
           MOVE '210-VERIFICAR-PIN' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-K
           EXEC SQL
                SELECT PIN_CIFRADO
                INTO   :CL-PIN-CIFRADO
                FROM   TAPINCTA
                WHERE  NUMERO_CUENTA_K = :CL-NUMERO-CUENTA-K
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE '16' TO CNS-CODIGO-RESPUESTA
                     EXEC CICS SYNCPOINT END-EXEC
                     PERFORM 300-RETORNAR
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CNS-PIN NOT NUMERIC
              PERFORM 220-PIN-ERRADO
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-CP-CUENTA
           MOVE CNS-PIN          TO WS-CP-PIN
           PERFORM 830-CIFRAR-PIN
           IF WS-CP-RESULTADO = CL-PIN-CIFRADO
              PERFORM 225-SQL-RESETEAR-INTENTOS
           ELSE
              PERFORM 220-PIN-ERRADO
           END-IF.

       220-PIN-ERRADO.
      *
      *--- EL INTENTO FALLIDO TAMBIEN DISPARA LA ALERTA 'P' SI EL
      *--- CLIENTE LA TIENE SUSCRITA (VER 887-EVALUAR-ALERTAS). EL
      *--- CONTADOR SE CONFIRMA ANTES DE DEVOLVER EL RECHAZO
      *
           MOVE '220-PIN-ERRADO' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO WS-AL-CUENTA
           MOVE 'P'              TO WS-AL-EVENTO
           MOVE 0                TO WS-AL-MONTO
           MOVE 0                TO WS-AL-SALDO
           PERFORM 887-EVALUAR-ALERTAS
           EXEC SQL
                UPDATE TACUENT
                SET    INTENTOS_FALLIDOS = INTENTOS_FALLIDOS + 1
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                SELECT INTENTOS_FALLIDOS
                INTO   :CL-INTENTOS-FALLIDOS
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF CL-INTENTOS-FALLIDOS >= WC-MAX-INTENTOS-FALLIDOS
              EXEC SQL
                   UPDATE TACUENT
                   SET    ESTADO_CUENTA = :WC-ESTADO-BLOQUEADO
                   WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE '18' TO CNS-CODIGO-RESPUESTA
           ELSE
              MOVE '17' TO CNS-CODIGO-RESPUESTA
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 300-RETORNAR.

       225-SQL-RESETEAR-INTENTOS.
           MOVE '225-SQL-RESETEAR-INTENTOS' TO WS-AB-PARRAFO
           EXEC SQL
                UPDATE TACUENT
                SET    INTENTOS_FALLIDOS = 0
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       230-LEER-MOVIMIENTOS.
           MOVE '230-LEER-MOVIMIENTOS' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-T
           EXEC SQL OPEN C_MOVIMIENTOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 235-SQL-LEER-MOVIMIENTO
           PERFORM UNTIL WS-CUR-FIN
                   OR CNS-NUM-MOVIMIENTOS >= WS-MAX-MOVIMIENTOS
              ADD 1 TO CNS-NUM-MOVIMIENTOS
              MOVE CL-FECHA-HORA(1:10)
                   TO CNS-MOV-FECHA(CNS-NUM-MOVIMIENTOS)
              MOVE CL-TIPO-TRANSACCION
                   TO CNS-MOV-TIPO(CNS-NUM-MOVIMIENTOS)
              MOVE CL-MONTO
                   TO CNS-MOV-MONTO(CNS-NUM-MOVIMIENTOS)
              PERFORM 235-SQL-LEER-MOVIMIENTO
           END-PERFORM
           EXEC SQL CLOSE C_MOVIMIENTOS END-EXEC.

       235-SQL-LEER-MOVIMIENTO.
           MOVE '235-SQL-LEER-MOVIMIENTO' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_MOVIMIENTOS INTO
                   :CL-TIPO-TRANSACCION
                  ,:CL-MONTO
                  ,:CL-FECHA-HORA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       240-LEER-PROGRAMADAS.
           MOVE '240-LEER-PROGRAMADAS' TO WS-AB-PARRAFO
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-P
           EXEC SQL OPEN C_PROGRAMADAS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'N' TO WS-CUR-FALG
           PERFORM 245-SQL-LEER-PROGRAMADA
           PERFORM UNTIL WS-CUR-FIN
              ADD 1 TO CNS-NUM-PROGRAMADAS
              MOVE CL-FECHA-PROGRAMADA
                   TO CNS-PRG-FECHA(CNS-NUM-PROGRAMADAS)
              MOVE CL-TIPO-TRANSACCION-P
                   TO CNS-PRG-TIPO(CNS-NUM-PROGRAMADAS)
              MOVE CL-MONTO-P
                   TO CNS-PRG-MONTO(CNS-NUM-PROGRAMADAS)
              MOVE CL-CUENTA-DESTINO-P
                   TO CNS-PRG-DESTINO(CNS-NUM-PROGRAMADAS)
              MOVE CL-ESTADO-P
                   TO CNS-PRG-ESTADO(CNS-NUM-PROGRAMADAS)
              PERFORM 245-SQL-LEER-PROGRAMADA
           END-PERFORM
           EXEC SQL CLOSE C_PROGRAMADAS END-EXEC.

       245-SQL-LEER-PROGRAMADA.
           MOVE '245-SQL-LEER-PROGRAMADA' TO WS-AB-PARRAFO
           EXEC SQL
                FETCH C_PROGRAMADAS INTO
                   :CL-FECHA-PROGRAMADA
                  ,:CL-TIPO-TRANSACCION-P
                  ,:CL-MONTO-P
                  ,:CL-CUENTA-DESTINO-P
                  ,:CL-ESTADO-P
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-CUR-FIN TO TRUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       250-EMITIR-CODIGO-RETIRO.
      *
      *--- CODIGO DE RETIRO SIN TARJETA PEDIDO DESDE EL CANAL, YA CON
      *--- EL PIN VERIFICADO (VER 855-EMITIR-CODIGO-RETIRO EN
      *--- RSTJCTPR.cpy). EL CODIGO SOLO VIAJA POR SMS; AL CANAL SE LE
      *--- DEVUELVE LA REFERENCIA, EL VENCIMIENTO Y EL CELULAR
      *--- ENMASCARADO. UN RECHAZO CONFIRMA LA BITACORA Y EL PIN,
      *--- IGUAL QUE LOS DEMAS RECHAZOS DEL MODULO
      *
           MOVE '250-EMITIR-CODIGO-RETIRO' TO WS-AB-PARRAFO
           MOVE 0      TO CNS-ID-CODIGO
           MOVE SPACES TO CNS-VENCE-CODIGO
           MOVE SPACES TO CNS-CELULAR-CODIGO
           MOVE CL-NUMERO-CUENTA TO WS-RS-CUENTA
           MOVE CNS-MONTO-CODIGO TO WS-RS-MONTO
           MOVE CNS-CANAL        TO WS-RS-CANAL
           MOVE CNS-CANAL        TO WS-RS-USUARIO
           MOVE CNS-TERMINAL     TO WS-RS-TERMINAL
           PERFORM 855-EMITIR-CODIGO-RETIRO
           IF WS-RS-ERROR-DB2
              PERFORM 999-ERROR-DB2
           END-IF
           IF NOT WS-RS-OK
              MOVE WS-RS-RESPUESTA TO CNS-CODIGO-RESPUESTA
              EXEC CICS SYNCPOINT END-EXEC
              PERFORM 300-RETORNAR
           END-IF
           MOVE WS-RS-ID            TO CNS-ID-CODIGO
           MOVE WS-RS-VENCE         TO CNS-VENCE-CODIGO
           MOVE WS-RS-TELEFONO-MASC TO CNS-CELULAR-CODIGO
           ADD WS-RS-MONTO TO CL-SALDO-RETENIDO.

       300-RETORNAR.
      *
      *--- SE DEVUELVE EL CONTROL AL PROGRAMA QUE HIZO EL LINK; LAS
      *--- RESPUESTAS YA QUEDARON EN EL COMMAREA DEL LLAMADOR
      *
           MOVE '300-RETORNAR' TO WS-AB-PARRAFO
           EXEC CICS RETURN END-EXEC.

       COPY VALCTAPR.
       COPY PINCTAPR.
       COPY ALRTCTPR.
       COPY RSTJCTPR.
       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER
      *--- ABNDCTPR.cpy). SIN TERMINAL: EL INCIDENTE QUEDA EN TAABEND
      *--- Y EL LLAMADOR RECIBE ERROR DE SISTEMA, IGUAL QUE EN
      *--- 999-ERROR-DB2
      *
           SET WS-AB-SIN-PANTALLA TO TRUE
           MOVE CNS-NUMERO-CUENTA TO WS-AB-CUENTA
           MOVE DFHCOMMAREA       TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND
           MOVE '99' TO CNS-CODIGO-RESPUESTA
           MOVE 0    TO CNS-SALDO
           MOVE 0    TO CNS-RETENIDO
           MOVE 0    TO CNS-DISPONIBLE
           MOVE 0    TO CNS-NUM-MOVIMIENTOS
           MOVE 0    TO CNS-NUM-PROGRAMADAS
           PERFORM 300-RETORNAR.

       999-ERROR-DB2.
      *
      *--- CUALQUIER ERROR DE BASE DE DATOS SE DESHACE Y SE DEVUELVE
      *--- COMO CODIGO DE SISTEMA; LOS SALDOS PARCIALES NO SE ENTREGAN
      *
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE '99' TO CNS-CODIGO-RESPUESTA
           MOVE 0    TO CNS-SALDO
           MOVE 0    TO CNS-RETENIDO
           MOVE 0    TO CNS-DISPONIBLE
           MOVE 0    TO CNS-NUM-MOVIMIENTOS
           MOVE 0    TO CNS-NUM-PROGRAMADAS
           PERFORM 300-RETORNAR.
