           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TAGARANT END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- CUOTAS PENDIENTES ('P') Y ATRASADAS ('A', TOCADAS ANTES
      *--- SIN FONDOS O CON COBRO PARCIAL) CUYA FECHA YA LLEGO A LA
                  ,S.INTERES_SC
                  ,S.ESTADO_SC
                  ,P.NUMERO_CUENTA_LN
                  ,S.SEGURO_SC
                FROM
                   TAPRSCHD S
                  ,TAPRESTA P
           03 WS-CUOTAS-LEIDAS        PIC 9(9)        VALUE 0.
           03 WS-CUOTAS-COBRADAS      PIC 9(9)        VALUE 0.
           03 WS-CUOTAS-PARCIALES     PIC 9(9)        VALUE 0.
           03 WS-AVISOS-CODEUDOR      PIC 9(9)        VALUE 0.
           03 WS-MORA-ANTERIOR        PIC S9(13)V9(2) COMP-3
                                      VALUE 0.
           03 WS-DISPONIBLE           PIC S9(13)V9(2) COMP-3.
           03 WS-COBRO                PIC S9(13)V9(2) COMP-3.
           03 WS-COBRO-INTERES        PIC S9(13)V9(2) COMP-3.
           03 WS-COBRO-CAPITAL        PIC S9(13)V9(2) COMP-3.
           03 WS-COBRO-SEGURO         PIC S9(13)V9(2) COMP-3.
           03 WS-RESTO                PIC S9(13)V9(2) COMP-3.
           03 WS-TOTAL-SEGURO         PIC S9(13)V9(2) COMP-3
                                      VALUE 0.
           03 WS-FALTANTE             PIC S9(13)V9(2) COMP-3.
           03 WS-DIAS-MORA            PIC S9(9)       COMP.
           03 WS-ID-ED                PIC ZZZZZZZZ9.
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
                     ,:CL-INTERES-SC
                     ,:CL-ESTADO-SC
                     ,:CL-NUMERO-CUENTA-LN
                     ,:CL-SEGURO-SC
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CUOTAS-LEIDAS
      *--- SE COBRA DE LA CUENTA ENLAZADA HASTA EL VALOR PENDIENTE DE
      *--- LA CUOTA (LAS FILAS 'A' YA TRAEN SOLO LO QUE FALTA). CON
      *--- FONDOS COMPLETOS LA CUOTA QUEDA 'C'; CON FONDOS PARCIALES
      *--- SE APLICA PRIMERO A LA PRIMA DEL SEGURO, LUEGO A INTERES Y
      *--- AL FINAL A CAPITAL, LA CUOTA QUEDA 'A' CON SU RESTANTE Y SE
      *--- REINTENTA EN CADA CORRIDA.
      *--- MORA_LN ES LA SUMA DE LO PENDIENTE DE LAS CUOTAS 'A':
      *--- CRECE CON EL FALTANTE AL CAER EN ATRASO Y BAJA CON CADA
      *--- RECUPERACION. EL CAPITAL VA COMO PATA 'L' EN NEGATIVO, EL
      *--- INTERES COMO PATA 'K' Y LA PRIMA DEL SEGURO DE VIDA
      *--- DEUDORES COMO PATA 'A' (QUE SGVRCOB LE REMITE A LA
      *--- ASEGURADORA), TODAS AL COMPROBANTE VIA TAGLMAP
      *
           MOVE CL-NUMERO-CUENTA-LN TO CL-NUMERO-CUENTA
           EXEC SQL
                 MOVE CL-CUOTA-SC    TO WS-COBRO
                 MOVE CL-INTERES-SC  TO WS-COBRO-INTERES
                 MOVE CL-CAPITAL-SC  TO WS-COBRO-CAPITAL
                 MOVE CL-SEGURO-SC   TO WS-COBRO-SEGURO
                 MOVE 0              TO WS-FALTANTE
              ELSE
                 MOVE WS-DISPONIBLE  TO WS-COBRO
                 IF WS-COBRO > CL-SEGURO-SC
                    MOVE CL-SEGURO-SC TO WS-COBRO-SEGURO
                    COMPUTE WS-RESTO = WS-COBRO - CL-SEGURO-SC
                 ELSE
                    MOVE WS-COBRO TO WS-COBRO-SEGURO
                    MOVE 0        TO WS-RESTO
                 END-IF
                 IF WS-RESTO > CL-INTERES-SC
                    MOVE CL-INTERES-SC TO WS-COBRO-INTERES
                    COMPUTE WS-COBRO-CAPITAL = WS-RESTO
                                              - CL-INTERES-SC
                 ELSE
                    MOVE WS-RESTO TO WS-COBRO-INTERES
                    MOVE 0        TO WS-COBRO-CAPITAL
                 END-IF
                 COMPUTE WS-FALTANTE = CL-CUOTA-SC - WS-COBRO
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'L' TO WS-EV-TIPO
              COMPUTE WS-EV-MONTO = 0 - WS-COBRO
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-COBRO-CAPITAL > 0
                 COMPUTE CL-MONTO = 0 - WS-COBRO-CAPITAL
                 MOVE 'L' TO CL-TIPO-TRANSACCION
                 MOVE 'K' TO CL-TIPO-TRANSACCION
                 PERFORM 240-SQL-INSERTAR-PATA
              END-IF
              IF WS-COBRO-SEGURO > 0
                 MOVE WS-COBRO-SEGURO TO CL-MONTO
                 MOVE 'A' TO CL-TIPO-TRANSACCION
                 PERFORM 240-SQL-INSERTAR-PATA
                 ADD WS-COBRO-SEGURO TO WS-TOTAL-SEGURO
              END-IF
              IF WS-FALTANTE = 0
                 EXEC SQL
                      UPDATE TAPRSCHD
      *--- REINTENTO DE LA PROXIMA CORRIDA COBRE EL RESTANTE Y NO LA
      *--- CUOTA COMPLETA. EN EL PRIMER ATRASO ('P') EL FALTANTE
      *--- ENTRA A LA MORA; EN UN REINTENTO ('A') LO COBRADO SALE DE
      *--- ELLA. SI EL PRESTAMO ESTABA AL DIA (MORA EN CERO) SE AVISA
      *--- A SUS CODEUDORES QUE ENTRO EN MORA
      *
           EXEC SQL
                UPDATE TAPRSCHD
                      ,CUOTA_SC = CUOTA_SC - :WS-COBRO
                      ,INTERES_SC = INTERES_SC - :WS-COBRO-INTERES
                      ,CAPITAL_SC = CAPITAL_SC - :WS-COBRO-CAPITAL
                      ,SEGURO_SC = SEGURO_SC - :WS-COBRO-SEGURO
                WHERE  ID_PRESTAMO_SC = :CL-ID-PRESTAMO-SC
                       AND NRO_CUOTA_SC = :CL-NRO-CUOTA-SC
           END-EXEC
                   WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO-SC
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT MORA_LN
                   INTO   :WS-MORA-ANTERIOR
                   FROM   TAPRESTA
                   WHERE  ID_PRESTAMO = :CL-ID-PRESTAMO-SC
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              EXEC SQL
                   UPDATE TAPRESTA
                   SET    SALDO_CAPITAL_LN = SALDO_CAPITAL_LN
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF CL-ESTADO-SC NOT = 'A' AND WS-MORA-ANTERIOR = 0
              PERFORM 225-AVISAR-CODEUDORES
           END-IF
           ADD 1 TO WS-CUOTAS-PARCIALES
           MOVE CL-ID-PRESTAMO-SC TO WS-ID-ED
           MOVE WS-FALTANTE       TO WS-MONTO-ED
           END-STRING
           WRITE RPT-LINEA.

       225-AVISAR-CODEUDORES.
      *
      *--- UNA NOTIFICACION 'G' POR CADA CODEUDOR ACTIVO DEL PRESTAMO
      *--- (TAGARANT), DIRIGIDA A SU CEDULA; NOTDCOB LA DESPACHA AL
      *--- CONTACTO DEL CODEUDOR CON LA CUENTA DEL PRESTAMO
      *
           MOVE CL-ID-PRESTAMO-SC   TO CL-ID-PRESTAMO-GR
           MOVE CL-NUMERO-CUENTA-LN TO CL-NUMERO-CUENTA-N
           EXEC SQL
                INSERT INTO TANOTIF (
                    NUMERO_CUENTA_N
                   ,ESTADO_NUEVO_N
                   ,FECHA_HORA_N
                   ,ESTADO_ENVIO
                   ,CEDULA_DESTINO_N
                )
                SELECT
                    :CL-NUMERO-CUENTA-N
                   ,'G'
                   ,CURRENT TIMESTAMP
                   ,'P'
                   ,G.CEDULA_CODEUDOR_GR
                FROM
                   TAGARANT G
                WHERE
                   G.ID_PRESTAMO_GR = :CL-ID-PRESTAMO-GR
                   AND G.TIPO_GARANTIA_GR = 'D'
                   AND G.ESTADO_GR = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           IF SQLCODE = 0
              ADD SQLERRD(3) TO WS-AVISOS-CODEUDOR
           END-IF.

       230-MARCAR-PARCIAL-SIN-COBRO.
      *
      *--- SIN FONDOS: EL PRIMER ATRASO MANDA LA CUOTA COMPLETA A LA
              MOVE 0 TO WS-COBRO
              MOVE 0 TO WS-COBRO-INTERES
              MOVE 0 TO WS-COBRO-CAPITAL
              MOVE 0 TO WS-COBRO-SEGURO
              PERFORM 220-APLICAR-PARCIAL
           END-IF.

             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'AVISOS A CODEUDORES: '    DELIMITED BY SIZE
                  WS-AVISOS-CODEUDOR         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TOTAL-SEGURO TO WS-MONTO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PRIMAS DE SEGURO RECAUDADAS:' DELIMITED BY SIZE
                  WS-MONTO-ED                DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-CUOTAS-LEIDAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
