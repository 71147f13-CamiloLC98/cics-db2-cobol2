           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAOFECRE END-EXEC.
      *
      *--- CARTERA POR OFICIAL: CLIENTES ASIGNADOS, SUS CUENTAS Y
      *--- SALDOS DE TACUENT, CLIENTES NUEVOS DEL MES (FECHA DE ALTA
           03 WS-SALDOS               PIC S9(13)V9(2) COMP-3.
           03 WS-NUEVOS-MES           PIC S9(9)       COMP.
           03 WS-CERRADAS             PIC S9(9)       COMP.
           03 WS-OFERTAS              PIC S9(9)       COMP.
           03 WS-OFERTAS-MONTO        PIC S9(13)V9(2) COMP-3.
           03 WS-OFERTAS-TOMADAS      PIC S9(9)       COMP.
           03 WS-OFERTAS-ED           PIC ZZZZZ9.
           03 WS-TOMADAS-ED           PIC ZZZZZ9.
           03 WS-CLIENTES-ED          PIC ZZZZZ9.
           03 WS-CUENTAS-ED           PIC ZZZZZ9.
           03 WS-NUEVOS-ED            PIC ZZZZZ9.
                  WS-CERRADAS-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           PERFORM 220-ESCRIBIR-OFERTAS.

       220-ESCRIBIR-OFERTAS.
      *
      *--- OFERTAS DE CREDITO PREAPROBADO (PREACOB) DE LA CARTERA DEL
      *--- OFICIAL: VIGENTES SIN VENCER CON SU MONTO, PARA QUE LAS
      *--- GESTIONE, Y TOMADAS EN SOLCCOB EN LOS ULTIMOS 30 DIAS
      *
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN ESTADO_OC = 'V'
                                      AND FECHA_VENCE_OC >= CURRENT DATE
                            THEN 1 ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN ESTADO_OC = 'V'
                                      AND FECHA_VENCE_OC >= CURRENT DATE
                            THEN MONTO_OC ELSE 0 END), 0)
                  ,COALESCE(SUM(CASE WHEN ESTADO_OC = 'T'
                                      AND FECHA_ESTADO_OC >=
                                          CURRENT DATE - 30 DAYS
                            THEN 1 ELSE 0 END), 0)
                INTO
                   :WS-OFERTAS
                  ,:WS-OFERTAS-MONTO
                  ,:WS-OFERTAS-TOMADAS
                FROM
                   TAOFECRE
                WHERE
                   OFICIAL_OC = :WS-OFICIAL
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-OFERTAS         TO WS-OFERTAS-ED
           MOVE WS-OFERTAS-MONTO   TO WS-SALDOS-ED
           MOVE WS-OFERTAS-TOMADAS TO WS-TOMADAS-ED
           MOVE SPACES TO RPT-LINEA
           STRING '            OFERTAS PREAPROBADAS VIGENTES='
                  DELIMITED BY SIZE
                  WS-OFERTAS-ED DELIMITED BY SIZE
                  ' MONTO=' DELIMITED BY SIZE
                  WS-SALDOS-ED DELIMITED BY SIZE
                  ' TOMADAS 30 DIAS=' DELIMITED BY SIZE
                  WS-TOMADAS-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       300-FIN.
