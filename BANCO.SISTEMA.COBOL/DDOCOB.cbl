           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TADDMAND END-EXEC.
           EXEC SQL INCLUDE TAEXCEPT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- MANDATOS DEL FACTURADOR QUE VENCEN EN LOS PROXIMOS 30
      *--- DIAS, PARA EL REPORTE DE VENCIMIENTOS AL FINAL
       COPY FECNEGCP.
       COPY RUNCTLCP.
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
           OPEN INPUT DDC-FILE
           OPEN OUTPUT RPT-FILE
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'R' TO WS-EV-TIPO
              COMPUTE WS-EV-MONTO = 0 - WS-MONTO-NUM
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE WS-MONTO-NUM       TO CL-MONTO
              MOVE WC-USUARIO-BATCH   TO CL-USUARIO
              MOVE WC-TERMINAL-BATCH  TO CL-TERMINAL
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'D' TO WS-EV-TIPO
              MOVE WS-TOTAL-RECAUDADO TO WS-EV-MONTO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE WS-TOTAL-RECAUDADO TO CL-MONTO
              MOVE WC-USUARIO-BATCH   TO CL-USUARIO
              MOVE WC-TERMINAL-BATCH  TO CL-TERMINAL
       COPY FECNEGPR.
       COPY RUNCTLPR.
       COPY EXCPCTPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
