           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACICATM END-EXEC.
      *
      *--- CURSOR DE LOS POSTEOS DE CANAL DEL DIA (USUARIO = CANAL
      *--- 'ATM', VER POSTCOB), EN EL MISMO ORDEN DEL ARCHIVO DEL
              05 WS-KN-MONTO          PIC 9(13)V9(2).
              05 WS-KN-TERMINAL       PIC X(4).
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-CIC-ID-ED            PIC Z(8)9.
      *
      *--- TOTALES POR TERMINAL DE CADA CANASTA (HASTA 100 TERMINALES)
      *
              05 WS-TRM-SWIT-MONTO    PIC S9(13)V9(2) COMP-3.
              05 WS-TRM-NUES-CANT     PIC 9(9).
              05 WS-TRM-NUES-MONTO    PIC S9(13)V9(2) COMP-3.
      *
      *--- RETIROS LIQUIDADOS POR EL SWITCH EN LA VENTANA DE CADA CICLO
      *--- DE ABASTECIMIENTO (TACICATM), PARA EL CRUCE DE ATMCRCOB
      *--- CONTRA LO DISPENSADO (HASTA 100 CICLOS POR CORRIDA)
      *
       01  WS-TABLA-CICLOS.
           03 WS-CIC-MAX              PIC 9(3)        VALUE 0.
           03 WS-CIC-IDX              PIC 9(3).
           03 WS-CIC-ENTRADA OCCURS 100 TIMES.
              05 WS-CIC-ID            PIC S9(9)       COMP.
              05 WS-CIC-MONTO         PIC S9(13)V9(2) COMP-3.
       01  SWITCHES.
           03 WS-SWC-FALG             PIC X           VALUE 'N'.
              88 WS-SWC-FIN                           VALUE 'Y'.
                     ADD WS-TRM-MONTO TO WS-TRM-NUES-MONTO(WS-TRM-IDX)
           END-EVALUATE.

       260-ACUMULAR-CICLO.
      *
      *--- EL RETIRO DEL SWITCH SE ASIGNA AL CICLO DEL CAJERO CUYA
      *--- VENTANA (ACUSE DEL CARGUE A DESCARGUE) CONTIENE SU FECHA-
      *--- HORA. UNA TERMINAL SIN CICLO (NO REGISTRADA EN TACAJERO O
      *--- SIN CARGUE ACUSADO) NO SE ACUMULA
      *
           MOVE SWC-TERMINAL TO CL-TERMINAL-CI
           EXEC SQL
                SELECT ID_CICLO
                INTO   :CL-ID-CICLO
                FROM   TACICATM
                WHERE  TERMINAL_CI = :CL-TERMINAL-CI
                       AND ESTADO_CI IN ('A', 'C')
                       AND FECHA_APERTURA_CI <=
                           TIMESTAMP(:SWC-FECHA-HORA)
                       AND (ESTADO_CI = 'A'
                            OR FECHA_CIERRE_CI >=
                               TIMESTAMP(:SWC-FECHA-HORA))
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 0 TO CL-ID-CICLO
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ID-CICLO NOT = 0
              PERFORM VARYING WS-CIC-IDX FROM 1 BY 1
                      UNTIL WS-CIC-IDX > WS-CIC-MAX
                      OR WS-CIC-ID(WS-CIC-IDX) = CL-ID-CICLO
                 CONTINUE
              END-PERFORM
              IF WS-CIC-IDX > WS-CIC-MAX
                 IF WS-CIC-MAX >= 100
                    MOVE 'ABORTADO: MAS DE 100 CICLOS DE CAJERO'
                         TO RPT-LINEA
                    WRITE RPT-LINEA
                    CLOSE RPT-FILE
                    CLOSE SWC-FILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CIC-MAX
                 MOVE WS-CIC-MAX  TO WS-CIC-IDX
                 MOVE CL-ID-CICLO TO WS-CIC-ID(WS-CIC-IDX)
                 MOVE 0           TO WS-CIC-MONTO(WS-CIC-IDX)
              END-IF
              ADD SWC-MONTO TO WS-CIC-MONTO(WS-CIC-IDX)
           END-IF.

       410-LEER-SWITCH.
           IF WS-SWC-FIN
              CONTINUE
                      MOVE SWC-TIPO     TO WS-KS-TIPO
                      MOVE SWC-MONTO    TO WS-KS-MONTO
                      MOVE SWC-TERMINAL TO WS-KS-TERMINAL
                      IF SWC-TIPO = 'R'
                         PERFORM 260-ACUMULAR-CICLO
                      END-IF
              END-READ
           END-IF.

             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           PERFORM 320-GRABAR-CICLO
                   VARYING WS-CIC-IDX FROM 1 BY 1
                   UNTIL WS-CIC-IDX > WS-CIC-MAX
           MOVE WS-CONCILIADOS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           END-STRING
           WRITE RPT-LINEA.

       320-GRABAR-CICLO.
      *
      *--- SUMA LO DEL DIA AL CICLO UNA SOLA VEZ POR DIA DE NEGOCIO:
      *--- UNA RECORRIDA AUTORIZADA DEL MISMO DIA ENCUENTRA
      *--- FECHA_SWITCH_CI YA AL DIA Y NO LO VUELVE A SUMAR
      *
           MOVE WS-CIC-ID(WS-CIC-IDX)    TO CL-ID-CICLO
           MOVE WS-CIC-MONTO(WS-CIC-IDX) TO CL-MONTO-SWITCH-CI
           EXEC SQL
                UPDATE TACICATM
                SET    MONTO_SWITCH_CI = MONTO_SWITCH_CI
                                       + :CL-MONTO-SWITCH-CI
                      ,FECHA_SWITCH_CI = DATE(:WS-RC-FECHA)
                WHERE  ID_CICLO = :CL-ID-CICLO
                       AND FECHA_SWITCH_CI < DATE(:WS-RC-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-MONTO-SWITCH-CI TO WS-MONTO-ED
           MOVE CL-ID-CICLO        TO WS-CIC-ID-ED
           MOVE SPACES TO RPT-LINEA
           IF SQLCODE = 100
              STRING 'CICLO ' WS-CIC-ID-ED
                     ' YA TENIA EL SWITCH DE HOY, NO SE SUMA'
                     DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           ELSE
              STRING 'CICLO ' WS-CIC-ID-ED
                     ' RETIROS DEL SWITCH=' DELIMITED BY SIZE
                     WS-MONTO-ED DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
           END-IF
           WRITE RPT-LINEA.

       COPY RUNCTLPR.
       COPY PARMCTPR.

