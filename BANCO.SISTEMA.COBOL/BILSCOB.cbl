           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TABILLER END-EXEC.
           EXEC SQL INCLUDE TABILPAG END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- PAGOS PENDIENTES DE LIQUIDAR, AGRUPADOS POR FACTURADOR
      *--- PARA EL ABONO NETO, EN ORDEN DE FACTURADOR PARA EL CORTE
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
           OPEN OUTPUT REM-FILE
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'D' TO WS-EV-TIPO
              MOVE WS-NETO TO WS-EV-MONTO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE WS-NETO            TO CL-MONTO
              MOVE WC-USUARIO-BATCH   TO CL-USUARIO
              MOVE WC-TERMINAL-BATCH  TO CL-TERMINAL
           STOP RUN.

       COPY RUNCTLPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
