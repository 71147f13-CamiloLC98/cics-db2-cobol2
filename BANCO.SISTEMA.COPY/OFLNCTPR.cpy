      ******************************************************************
      * PARRAFOS COMPARTIDOS DEL MODO FUERA DE LINEA DE VENTANILLA,    *
      * VIA COPY, PARA DEPOCOB Y RETRCOB. REQUIERE WORKING-STORAGE     *
      * SECTION COPY OFLNCTCP. SI DB2 NO RESPONDE (CAIDO, O LA REGION  *
      * CON EL ATTACH CICS-DB2 DETENIDO POR MANTENIMIENTO) EL CAJERO   *
      * SIGUE ATENDIENDO CONTRA EL SALDO DE RESPALDO SALDOFF (EXTRACTO *
      * OFSLCOB) Y CADA OPERACION QUEDA EN LA COLA TD EXTRAPARTICION   *
      * OFLJ, QUE OFRPCOB POSTEA EN ORDEN AL VOLVER DB2. ESTOS         *
      * PARRAFOS NO USAN DB2, SALVO LA CONSULTA DE PRUEBA DE 875       *
      ******************************************************************
       875-VERIFICAR-DB2.
      *
      *--- UNA CONSULTA TRIVIAL AL ENTRAR. CUALQUIER OTRO SQLCODE QUE
      *--- NO SEA DE DB2 NO DISPONIBLE SIGUE EL CAMINO NORMAL
      *
           MOVE 'N' TO WS-OF-FALG
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                INTO   :WS-OF-TIMESTAMP
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO WS-OF-SQLCODE
           IF WS-OF-DB2-CAIDO
              SET WS-OF-FUERA-LINEA TO TRUE
           END-IF.

       876-LEER-SALDO-FUERA-LINEA.
           MOVE 'N' TO WS-OF-HALLADA-FALG
           EXEC CICS READ
                FILE('SALDOFF')
                INTO(WS-OF-SALDO)
                RIDFLD(WS-OF-CUENTA)
                NOHANDLE
           END-EXEC
           MOVE EIBRESP TO WS-OF-RESP
           IF WS-OF-RESP-OK
              SET WS-OF-CUENTA-HALLADA TO TRUE
           END-IF.

       877-GRABAR-DIARIO-FUERA-LINEA.
      *
      *--- REFERENCIA: TERMINAL + AAMMDD + TAREA CICS (LA TAREA SOLA SE
      *--- REPITE AL REINICIAR LA REGION)
      *
           MOVE 'N'    TO WS-OF-GRABADO-FALG
           MOVE SPACES TO WS-OF-MOTIVO
           EXEC CICS ASKTIME
                ABSTIME(WS-OF-ABSTIME)
                NOHANDLE
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-OF-ABSTIME)
                YYYYMMDD(WS-OF-FECHA)
                DATESEP('-')
                TIME(WS-OF-HORA)
                TIMESEP('.')
                NOHANDLE
           END-EXEC
           MOVE SPACES           TO WS-OF-DIARIO
           MOVE EIBTRMID         TO OJ-REF-TERMINAL
           STRING WS-OF-FECHA(3:2) WS-OF-FECHA(6:2) WS-OF-FECHA(9:2)
                  DELIMITED BY SIZE
             INTO OJ-REF-FECHA
           END-STRING
           MOVE EIBTASKN         TO OJ-REF-TAREA
           STRING WS-OF-FECHA '-' WS-OF-HORA '.000000'
                  DELIMITED BY SIZE
             INTO OJ-FECHA-HORA
           END-STRING
           MOVE WS-OF-TIPO       TO OJ-TIPO
           MOVE WS-OF-CUENTA     TO OJ-NUMERO-CUENTA
           MOVE WS-OF-MONTO      TO OJ-MONTO
           MOVE EIBOPID          TO OJ-OPERADOR
           MOVE WS-OF-DEP-NOMBRE TO OJ-DEP-NOMBRE
           MOVE WS-OF-DEP-DOC    TO OJ-DEP-DOC
           IF WS-OF-TIPO = 'R'
              PERFORM 878-CONSUMIR-CUPO-FUERA-LINEA
           ELSE
              PERFORM 879-ESCRIBIR-DIARIO
           END-IF.

       878-CONSUMIR-CUPO-FUERA-LINEA.
      *
      *--- READ UPDATE: DOS CAJAS NO PUEDEN GASTAR EL MISMO CUPO A LA
      *--- VEZ. SI EL DIARIO NO SE ESCRIBE EL CUPO NO SE DESCUENTA
      *
           EXEC CICS READ
                FILE('SALDOFF')
                INTO(WS-OF-SALDO)
                RIDFLD(WS-OF-CUENTA)
                UPDATE
                NOHANDLE
           END-EXEC
           MOVE EIBRESP TO WS-OF-RESP
           IF NOT WS-OF-RESP-OK
              MOVE 'CUENTA SIN SALDO DE RESPALDO' TO WS-OF-MOTIVO
           ELSE
              IF WS-OF-MONTO > SF-LIMITE-OFFLINE
                 MOVE 'SUPERA EL CUPO FUERA DE LINEA' TO WS-OF-MOTIVO
                 EXEC CICS UNLOCK
                      FILE('SALDOFF')
                      NOHANDLE
                 END-EXEC
              ELSE
                 PERFORM 879-ESCRIBIR-DIARIO
                 IF WS-OF-GRABADO
                    SUBTRACT WS-OF-MONTO FROM SF-LIMITE-OFFLINE
                    EXEC CICS REWRITE
                         FILE('SALDOFF')
                         FROM(WS-OF-SALDO)
                         NOHANDLE
                    END-EXEC
                 ELSE
                    EXEC CICS UNLOCK
                         FILE('SALDOFF')
                         NOHANDLE
                    END-EXEC
                 END-IF
              END-IF
           END-IF.

       879-ESCRIBIR-DIARIO.
           EXEC CICS WRITEQ TD
                QUEUE('OFLJ')
                FROM(WS-OF-DIARIO)
                LENGTH(LENGTH OF WS-OF-DIARIO)
                NOHANDLE
           END-EXEC
           MOVE EIBRESP TO WS-OF-RESP
           IF WS-OF-RESP-OK
              SET WS-OF-GRABADO TO TRUE
           ELSE
              MOVE 'NO SE PUDO ESCRIBIR EL DIARIO' TO WS-OF-MOTIVO
           END-IF.
