       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRODUC END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TASOBDIA END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- CUENTAS HOY EN SOBREGIRO (SALDO NEGATIVO). EL SOBREGIRO
      *--- DEJO DE SER PLATA GRATIS: CADA DIA EN ROJO CAUSA INTERES A
          03 WC-USUARIO-BATCH         PIC X(3)     VALUE 'BAT'.
          03 WC-TERMINAL-BATCH        PIC X(4)     VALUE 'BATC'.
      *
      *--- NOMBRE CON QUE EL MODO COBRO SE REGISTRA EN TARUNCTL Y EN
      *--- PROGRAMA_T DE SUS POSTEOS. EL RASTRO DIARIO NO LLEVA
      *--- CONTROL DE CORRIDA: RELANZARLO EL MISMO DIA SOLO CORRIGE LA
      *--- FILA DEL DIA (VER 210-CAUSAR-DIA)
      *
          03 WC-CORRIDA-COBRO         PIC X(8)     VALUE 'ODINCOBC'.
      *
      *--- TASA MENSUAL DE SOBREGIRO GLOBAL DE RESPALDO, PARA CUENTAS
      *--- SIN PRODUCTO O CON PRODUCTO SIN TASA. TAMBIEN SE REFRESCA
      *--- DESDE TAPARAM (CLAVE TASA-SOBREGIRO). EL CAUSADO DIARIO ES
                                            VALUE 0,0200.

       COPY PARMCTCP.
       COPY RUNCTLCP.
       COPY FECNEGCP.
       COPY EVNTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.

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
      *
      *--- MODO POR SYSIN: 'D' (U OMITIDO) ES EL RASTRO DIARIO DE
      *--- SOBREGIROS; 'C' ES EL COBRO PERIODICO DE LO CAUSADO, QUE SE
      *--- LANZA CON EL CIERRE DE MES
           END-IF
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
      *
      *--- UN COBRO REPETIDO NO COBRA DOS VECES (LAS FILAS YA QUEDARON
      *--- 'S'), PERO LA CORRIDA SI QUEDA EN TARUNCTL PARA QUE UN
      *--- COBRO ERRADO SE PUEDA REVERSAR COMPLETO CON BKOTCOB
      *
           IF WS-PARM-MODO = 'C'
              MOVE WC-CORRIDA-COBRO TO CL-PROGRAMA-RC
              PERFORM 850-REGISTRAR-INICIO-CORRIDA
           END-IF.

       200-PROCESO-DIARIO.
           EXEC SQL OPEN C_SOBREGIROS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'O' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - WS-COBRO-TOTAL
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WC-USUARIO-BATCH  TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH TO CL-TERMINAL
           MOVE WS-COBRO-TOTAL    TO CL-MONTO
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'O'
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0
           END-IF
           EXEC SQL
                UPDATE TASOBDIA
                SET    COBRADO_O     = 'S'
                      ,FECHA_COBRO_O = :WS-FN-FECHA
                WHERE  NUMERO_CUENTA_O = :CL-NUMERO-CUENTA-O
                       AND COBRADO_O = 'N'
           END-EXEC
              END-STRING
           END-IF
           WRITE RPT-LINEA
           IF WS-PARM-MODO = 'C'
              MOVE WS-CTA-COBRADAS TO WS-RC-REGISTROS
              PERFORM 860-REGISTRAR-FIN-CORRIDA
           END-IF
           CLOSE RPT-FILE
           STOP RUN.

       COPY PARMCTPR.
       COPY RUNCTLPR.
       COPY FECNEGPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
