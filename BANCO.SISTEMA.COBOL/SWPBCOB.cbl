       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TASWEEP END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- INSTRUCCIONES DE BARRIDO ACTIVAS (MANTENIDAS EN SWEPCOB)
      *
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.
          03 WC-TERMINAL-BATCH        PIC X(4)     VALUE 'BATC'.

       COPY RUNCTLCP.
       COPY FECNEGCP.
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
           OPEN OUTPUT RPT-FILE
           MOVE 'REPORTE DE BARRIDO NOCTURNO DE SALDOS' TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
      *
      *--- UN SEGUNDO BARRIDO EL MISMO DIA VOLVERIA A MOVER EL
      *--- EXCEDENTE YA MOVIDO: GUARDA DE TARUNCTL COMO EN INTRCOB, Y
      *--- EL NOMBRE DE LA CORRIDA QUEDA EN PROGRAMA_T DE CADA PATA
      *--- PARA QUE BKOTCOB PUEDA REVERSAR LA CORRIDA COMPLETA
      *
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA.

       200-PROCESO.
           EXEC SQL OPEN C_BARRIDOS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-CUENTA-ORIGEN-SW TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - WS-EXCEDENTE
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-CUENTA-ORIGEN-SW TO CL-NUMERO-CUENTA-T
           MOVE WC-USUARIO-BATCH    TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH   TO CL-TERMINAL
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,'T'
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-CUENTA-DESTINO-SW TO WS-EV-CUENTA
           MOVE 'T' TO WS-EV-TIPO
           MOVE WS-EXCEDENTE TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-CUENTA-DESTINO-SW TO CL-NUMERO-CUENTA-T
           MOVE WS-EXCEDENTE         TO CL-MONTO
           EXEC SQL
                   ,TERMINAL
                   ,REFERENCIA_TRANSFERENCIA
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA-T
                   ,'T'
                   ,:CL-TERMINAL
                   ,:CL-REFERENCIA-TRANSFERENCIA
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-EJECUTADOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY FECNEGPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
