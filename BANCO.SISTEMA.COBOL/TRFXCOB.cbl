           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TATRFEXT END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TATASAS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TADECCAM END-EXEC.
      *
      *--- CURSOR QUE RECORRE LAS TRANSFERENCIAS INTERBANCARIAS AUN
      *--- PENDIENTES DE ENVIO (ESTADO_X = 'P', DEJADAS POR TRNFCOB)
                  ,BANCO_DESTINO
                  ,CUENTA_EXTERNA
                  ,MONTO_X
                  ,REFERENCIA_X
                FROM
                   TATRFEXT
                WHERE
           03 WS-RET-LIQUIDADAS       PIC 9(9)        VALUE 0.
           03 WS-RET-DEVUELTAS        PIC 9(9)        VALUE 0.
           03 WS-RET-RECHAZADOS       PIC 9(9)        VALUE 0.
           03 WS-TRF-SIN-DECLARACION  PIC 9(9)        VALUE 0.
      *
      *--- CONTROL CAMBIARIO ANTES DEL ENVIO (VER
      *--- 220-VERIFICAR-DECLARACION): EQUIVALENTE EN PESOS DEL ITEM
      *--- EN DIVISA CONTRA EL UMBRAL DEL REGIMEN CAMBIARIO
      *
           03 WS-DECLARACIONES        PIC S9(9)       COMP.
           03 WS-TASA-MEDIA           PIC S9(5)V9(4)  COMP-3.
           03 WS-MONTO-COP            PIC S9(13)V9(2) COMP-3.
           03 WS-UMBRAL-CAMBIO        PIC S9(13)V9(2) COMP-3.
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR EL ID (COMP) Y EL
      *--- MONTO (COMP-3) DE TATRFEXT COMO OPERANDOS DE UN STRING (EL
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-CONT-RET             PIC X           VALUE 'N'.
              88 WS-EXIT-RET                          VALUE 'Y'.
           03 WS-DECL-FALG            PIC X           VALUE 'N'.
              88 WS-DECL-FALTANTE                     VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
      *
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.
          03 WC-TERMINAL-BATCH        PIC X(4)     VALUE 'BATC'.
          03 WC-MONEDA-LOCAL          PIC X(3)     VALUE 'COP'.
      *
      *--- UMBRAL DEL REGIMEN CAMBIARIO EN PESOS, EL MISMO DE
      *--- DECLCTCP (TAPARAM 'UMBRAL-DECL-CAMBIO')
      *
          03 WC-UMBRAL-CAMBIO-DEF     PIC S9(13)V9(2) COMP-3
                                            VALUE 40000000,00.

       COPY FECNEGCP.
       COPY PARMCTCP.
       COPY EXCPCTCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTE PROCESO (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy); LA SUCURSAL DEL
      *--- EVENTO ES LA DE LA CUENTA
      *
           MOVE 'BAT'          TO WS-EV-CANAL
           MOVE WC-USUARIO-BATCH TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           PERFORM 870-LEER-FECHA-NEGOCIO
           MOVE 'UMBRAL-DECL-CAMBIO' TO CL-PARAM-CLAVE
           MOVE WC-UMBRAL-CAMBIO-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-UMBRAL-CAMBIO
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT TRFO-FILE
           OPEN INPUT TRFR-FILE
                     ,:CL-BANCO-DESTINO
                     ,:CL-CUENTA-EXTERNA
                     ,:CL-MONTO-X
                     ,:CL-REFERENCIA-X
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 210-ENVIAR-ITEM
           EXEC SQL CLOSE C_TRF_PEND END-EXEC.

       210-ENVIAR-ITEM.
      *
      *--- UN GIRO EN DIVISA SOBRE EL UMBRAL DEL REGIMEN CAMBIARIO NO
      *--- SALE SIN SU DECLARACION DE CAMBIO: SE RECHAZA Y SE REABONA
      *
           PERFORM 220-VERIFICAR-DECLARACION
           IF WS-DECL-FALTANTE
              PERFORM 230-RECHAZAR-SIN-DECLARACION
              ADD 1 TO WS-TRF-SIN-DECLARACION
           ELSE
              MOVE CL-ID-TRF-EXT      TO TFO-ID-TRF-EXT
              MOVE CL-BANCO-DESTINO   TO TFO-BANCO-DESTINO
              MOVE CL-CUENTA-EXTERNA  TO TFO-CUENTA-EXTERNA
              MOVE CL-NUMERO-CUENTA-X TO TFO-CUENTA-ORIGEN
              MOVE CL-MONTO-X         TO TFO-MONTO
              WRITE TRFO-REGISTRO
              EXEC SQL
                   UPDATE TATRFEXT
                   SET    ESTADO_X       = 'E'
                         ,FECHA_ESTADO_X = CURRENT TIMESTAMP
                   WHERE  ID_TRF_EXT = :CL-ID-TRF-EXT
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              ADD 1 TO WS-TRF-ENVIADAS
           END-IF.

       220-VERIFICAR-DECLARACION.
      *
      *--- TRNFCOB EXIGE LA DECLARACION AL CAPTURAR EL GIRO, PERO EL
      *--- ENVIO LO VUELVE A VERIFICAR: EL ITEM SALE DE UNA CUENTA EN
      *--- DIVISA, SU EQUIVALENTE EN PESOS (TASA MEDIA VIGENTE EN
      *--- TATASAS A LA FECHA DE CREACION) SUPERA EL UMBRAL Y NO TIENE
      *--- FILA VIGENTE EN TADECCAM (ORIGEN 'X', REFERENCIA = ID DEL
      *--- ITEM). SIN TASA NO SE PUEDE DEMOSTRAR QUE ESTE BAJO EL
      *--- UMBRAL Y TAMBIEN SE TRATA COMO FALTANTE
      *
           MOVE 'N' TO WS-DECL-FALG
           MOVE CL-NUMERO-CUENTA-X TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT MONEDA_CUENTA
                INTO   :CL-MONEDA-CUENTA
                FROM   TACUENT
                WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF CL-MONEDA-CUENTA NOT = WC-MONEDA-LOCAL
              MOVE CL-ID-TRF-EXT TO CL-REFERENCIA-DX
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-DECLARACIONES
                   FROM   TADECCAM
                   WHERE  ORIGEN_DX = 'X'
                          AND REFERENCIA_DX = :CL-REFERENCIA-DX
                          AND ESTADO_DX = 'V'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-DECLARACIONES = 0
                 MOVE CL-MONEDA-CUENTA TO CL-MONEDA-ORIGEN
                 MOVE WC-MONEDA-LOCAL  TO CL-MONEDA-DESTINO
                 EXEC SQL
                      SELECT (T.TASA_COMPRA + T.TASA_VENTA) / 2
                      INTO   :WS-TASA-MEDIA
                      FROM   TATASAS T
                            ,TATRFEXT X
                      WHERE  X.ID_TRF_EXT = :CL-ID-TRF-EXT
                             AND T.MONEDA_ORIGEN = :CL-MONEDA-ORIGEN
                             AND T.MONEDA_DESTINO = :CL-MONEDA-DESTINO
                             AND T.FECHA_VIGENCIA <=
                                 DATE(X.FECHA_CREACION_X)
                      ORDER BY T.FECHA_VIGENCIA DESC
                      FETCH FIRST 1 ROW ONLY
                 END-EXEC
                 EVALUATE TRUE
                     WHEN SQLCODE = 100
                          SET WS-DECL-FALTANTE TO TRUE
                     WHEN SQLCODE NOT = 0
                          PERFORM 999-ERROR-DB2
                     WHEN OTHER
                          COMPUTE WS-MONTO-COP ROUNDED =
                                  CL-MONTO-X * WS-TASA-MEDIA
                          IF WS-MONTO-COP > WS-UMBRAL-CAMBIO
                             SET WS-DECL-FALTANTE TO TRUE
                          END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       230-RECHAZAR-SIN-DECLARACION.
      *
      *--- EL ITEM NO SE ENVIA: SE REABONA LA CUENTA ORIGEN IGUAL QUE
      *--- UNA DEVUELTA, QUEDA EN ESTADO 'R' (RECHAZADA POR CONTROL
      *--- CAMBIARIO) Y VA A LA COLA DE EXCEPCIONES DE OPERACIONES
      *
           PERFORM 435-REABONAR-ORIGEN
           EXEC SQL
                UPDATE TATRFEXT
                SET    ESTADO_X       = 'R'
                      ,FECHA_ESTADO_X = CURRENT TIMESTAMP
                WHERE  ID_TRF_EXT = :CL-ID-TRF-EXT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE 'TRFXCOB'          TO WS-EX-PROGRAMA
           MOVE WS-FN-FECHA        TO WS-EX-FECHA
           MOVE CL-NUMERO-CUENTA-X TO WS-EX-CUENTA
           MOVE CL-MONTO-X         TO WS-EX-MONTO
           MOVE 'TRFX'             TO WS-EX-CODIGO
           MOVE 'GIRO EN DIVISA SIN DECLARACION DE CAMBIO, REABONADO'
                TO WS-EX-MOTIVO
           PERFORM 892-REGISTRAR-EXCEPCION
           MOVE SPACES TO RPT-LINEA
           MOVE CL-ID-TRF-EXT TO WS-ID-TRF-ED
           MOVE CL-MONTO-X    TO WS-MONTO-X-ED
           STRING 'TRF '             DELIMITED BY SIZE
                  WS-ID-TRF-ED       DELIMITED BY SIZE
                  ' CUENTA='         DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-X DELIMITED BY SIZE
                  ' MONTO='          DELIMITED BY SIZE
                  WS-MONTO-X-ED      DELIMITED BY SIZE
                  ' SIN DECL. CAMBIO, REABONADA' DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       400-PROCESO-RETORNOS.
           MOVE 'N' TO WS-CONT-RET
           END-IF.

       430-REABONAR-DEVUELTA.
           PERFORM 435-REABONAR-ORIGEN
           EXEC SQL
                UPDATE TATRFEXT
                SET    ESTADO_X       = 'D'
                      ,FECHA_ESTADO_X = CURRENT TIMESTAMP
                WHERE  ID_TRF_EXT = :CL-ID-TRF-EXT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- LA OPERACION DE CAMBIO NO SE PERFECCIONO: SU DECLARACION,
      *--- SI LA TIENE, QUEDA ANULADA Y NO SE REPORTA AL BANCO CENTRAL
      *
           MOVE CL-ID-TRF-EXT TO CL-REFERENCIA-DX
           EXEC SQL
                UPDATE TADECCAM
                SET    ESTADO_DX = 'A'
                WHERE  ORIGEN_DX = 'X'
                       AND REFERENCIA_DX = :CL-REFERENCIA-DX
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 450-ESCRIBIR-DEVUELTA.

       435-REABONAR-ORIGEN.
           MOVE CL-NUMERO-CUENTA-X TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT SALDO
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'E' TO WS-EV-TIPO
           MOVE CL-MONTO-X TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 440-SQL-CREAR-REABONO.

       440-SQL-CREAR-REABONO.
           MOVE CL-NUMERO-CUENTA-X TO CL-NUMERO-CUENTA-T
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RECHAZADAS SIN DECLARACION DE CAMBIO: '
                                              DELIMITED BY SIZE
                  WS-TRF-SIN-DECLARACION      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RETORNOS LEIDOS: '         DELIMITED BY SIZE
                  WS-RET-LEIDOS               DELIMITED BY SIZE
             INTO RPT-LINEA
           STOP RUN.

       COPY FECNEGPR.
       COPY PARMCTPR.
       COPY EXCPCTPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
