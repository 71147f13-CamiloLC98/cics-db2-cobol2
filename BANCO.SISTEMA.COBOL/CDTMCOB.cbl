           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPLAZO END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAGARANT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- TITULOS VIGENTES CUYO VENCIMIENTO YA LLEGO A LA FECHA DE
      *--- NEGOCIO (UN VENCIMIENTO EN FERIADO SE PROCESA EN LA
           03 WS-TITULOS-LEIDOS       PIC 9(9)        VALUE 0.
           03 WS-TITULOS-PAGADOS      PIC 9(9)        VALUE 0.
           03 WS-TITULOS-RENOVADOS    PIC 9(9)        VALUE 0.
           03 WS-TITULOS-PIGNORADOS   PIC 9(9)        VALUE 0.
           03 WS-ID-PLAZO-NUEVO       PIC S9(9)       COMP.
           03 WS-INTERES-BRUTO        PIC S9(13)V9(2) COMP-3.
           03 WS-RETENCION-FTE        PIC S9(13)V9(2) COMP-3.
           03 WS-INTERES-NETO         PIC S9(13)V9(2) COMP-3.
       COPY RUNCTLCP.
       COPY PARMCTCP.
       COPY FERIACP.
       COPY GARCTCP.
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
      *--- INTERES DEL PERIODO COMPLETO (TASA MENSUAL POR MESES DEL
      *--- PLAZO) CON SU RETENCION EN LA FUENTE. SEGUN LA INSTRUCCION
      *--- DEL CLIENTE SE PAGA A LA CUENTA ENLAZADA O SE RENUEVA EL
      *--- TITULO POR CAPITAL MAS INTERES NETO AL MISMO PLAZO Y TASA.
      *--- UN TITULO PIGNORADO A UN PRESTAMO NO PAGADO (TAGARANT) NO
      *--- SE PAGA: SE RENUEVA AUNQUE LA INSTRUCCION SEA DE PAGO Y LA
      *--- GARANTIA PASA AL TITULO NUEVO
      *
           COMPUTE WS-INTERES-BRUTO ROUNDED =
                   CL-MONTO-PZ * CL-TASA-PZ * CL-PLAZO-MESES-PZ
                   WS-INTERES-BRUTO * WC-TASA-RETENCION-FTE
           COMPUTE WS-INTERES-NETO = WS-INTERES-BRUTO
                                    - WS-RETENCION-FTE
           MOVE CL-ID-PLAZO TO WS-GR-ID-PLAZO
           PERFORM 846-VERIFICAR-PIGNORACION
           IF CL-INSTRUCCION-PZ = 'R' OR WS-GR-PIGNORADO
              PERFORM 230-RENOVAR-TITULO
           ELSE
              PERFORM 220-PAGAR-TITULO
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'F' TO WS-EV-TIPO
           MOVE WS-PAGO-TOTAL TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- TRES PATAS EN TATRANS: CAPITAL DE VUELTA ('F' POSITIVO),
      *--- INTERES BRUTO ('I') Y RETENCION ('X'), TODAS AMARRADAS AL
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-GR-PIGNORADO
              PERFORM 240-TRASLADAR-PIGNORACION
           END-IF
           ADD 1 TO WS-TITULOS-RENOVADOS
           MOVE CL-ID-PLAZO  TO WS-ID-PLAZO-ED
           MOVE CL-MONTO-PZ  TO WS-PAGO-ED
           END-STRING
           WRITE RPT-LINEA.

       240-TRASLADAR-PIGNORACION.
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :WS-ID-PLAZO-NUEVO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE CL-ID-PLAZO TO CL-ID-PLAZO-GR
           EXEC SQL
                UPDATE TAGARANT
                SET    ID_PLAZO_GR = :WS-ID-PLAZO-NUEVO
                WHERE  ID_PLAZO_GR = :CL-ID-PLAZO-GR
                       AND TIPO_GARANTIA_GR = 'C'
                       AND ESTADO_GR = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           ADD 1 TO WS-TITULOS-PIGNORADOS
           MOVE CL-ID-PLAZO TO WS-ID-PLAZO-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'TITULO ' WS-ID-PLAZO-ED
                  ' PIGNORADO, GARANTIA PASA AL TITULO RENOVADO'
                  DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       250-SQL-INSERTAR-PATA.
           MOVE WC-USUARIO-BATCH  TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH TO CL-TERMINAL
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'RENOVADOS POR PIGNORACION: ' DELIMITED BY SIZE
                  WS-TITULOS-PIGNORADOS         DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE WS-TITULOS-LEIDOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE

       COPY RUNCTLPR.
       COPY PARMCTPR.
       COPY GARCTPR.
       COPY EVNTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
