           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TACAJFU END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- CAJILLAS OCUPADAS (O YA MOROSAS) CUYO COBRO ANUAL LLEGO:
      *--- SE DEBITA EL CANON DE LA CUENTA DE CARGO COMO 'G'; SIN
          03 WC-TERMINAL-BATCH        PIC X(4)     VALUE 'BTCH'.

       COPY RUNCTLCP.
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
           OPEN OUTPUT RPT-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'G' TO WS-EV-TIPO
              COMPUTE WS-EV-MONTO = 0 - CL-CANON-ANUAL-CF
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-CANON-ANUAL-CF TO CL-MONTO
              MOVE WC-USUARIO-BATCH  TO CL-USUARIO
              MOVE WC-TERMINAL-BATCH TO CL-TERMINAL
           STOP RUN.

       COPY RUNCTLPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
