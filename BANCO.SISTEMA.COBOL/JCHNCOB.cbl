           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAJOBDEP END-EXEC.
           EXEC SQL INCLUDE TAPARTIC END-EXEC.
      *
      *--- CURSOR DE LOS JOBS DECLARADOS EN LA CADENA (CADA PROGRAMA
      *--- APARECE UNA VEZ AUNQUE TENGA VARIOS PREDECESORES)
           03 WS-ESTADO-JOB           PIC X(1).
           03 WS-ESTADO-PRED          PIC X(1).
           03 WS-PRED-PENDIENTE       PIC X(8).
      *
      *--- JOB PARTICIONADO (TAPARTIC): CADA PARTICION TIENE SU FILA
      *--- EN TARUNCTL CON EL NOMBRE DE CORRIDA JOB + DIGITO. EL
      *--- ESTADO DEL JOB SE COMPONE DE LOS DE SUS PARTICIONES (VER
      *--- 225-ESTADO-PARTICIONADO); LOS DE LA ULTIMA CONSULTA QUEDAN
      *--- EN LA TABLA Y LOS DEL JOB EVALUADO SE GUARDAN APARTE
      *
           03 WS-PARTICIONES          PIC S9(4)       COMP VALUE 0.
      *
      *--- EL INDICE VA HASTA 10 AL SALIR DEL CICLO; EL NOMBRE DE
      *--- CORRIDA LLEVA SOLO EL DIGITO DE LAS UNIDADES
      *
           03 WS-PART-IDX             PIC 9(2).
           03 WS-PART-IDX-R  REDEFINES WS-PART-IDX.
              05 FILLER               PIC X(1).
              05 WS-PART-DIGITO-IDX   PIC X(1).
           03 WS-PART-TERMINADAS      PIC 9(1)        VALUE 0.
           03 WS-PART-FALLIDAS        PIC 9(1)        VALUE 0.
           03 WS-PART-EN-EJECUCION    PIC 9(1)        VALUE 0.
           03 WS-PART-CORRIDA         PIC X(8).
           03 WS-PART-ESTADO          PIC X(1)        OCCURS 9 TIMES.
           03 WS-JOB-PARTICIONES      PIC 9(1)        VALUE 0.
           03 WS-JOB-TERMINADAS       PIC 9(1)        VALUE 0.
           03 WS-JOB-ESTADO-PT        PIC X(1)        OCCURS 9 TIMES.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
      *--- 'T' Y EL JOB SIN CORRIDA DE HOY), 'W' ESPERAR (ALGUN
      *--- PREDECESOR SIN TERMINAR), 'D' DETENIDO (ALGUN PREDECESOR
      *--- FALLO Y ESTA EN 'X' ESPERANDO LA RECORRIDA AUTORIZADA EN
      *--- JOBSCOB), 'T' YA TERMINADO HOY, 'E' YA EN EJECUCION. UN
      *--- JOB EN 'X' O 'R' SIN PREDECESOR PENDIENTE SALE 'L'
      *
           03 WS-DECISION             PIC X           VALUE 'L'.
           03 WS-CADENA-FALG          PIC X           VALUE 'N'.
      *
      *--- UN JOB QUE YA TIENE CORRIDA DE HOY NO SE VUELVE A LIBERAR:
      *--- 'T' YA TERMINO, 'E' SIGUE CORRIENDO (O CAYO, Y ENTONCES ES
      *--- JOBSCOB QUIEN AUTORIZA LA RECORRIDA), 'X' Y 'R' (CORRIDA
      *--- REVERSADA POR BKOTCOB) QUEDAN LIBERABLES DE NUEVO SI SUS
      *--- PREDECESORES SIGUEN EN ORDEN
      *
           MOVE CL-PROGRAMA-JD TO CL-PROGRAMA-RC
           PERFORM 220-SQL-ESTADO-CORRIDA
           MOVE WS-PARTICIONES     TO WS-JOB-PARTICIONES
           MOVE WS-PART-TERMINADAS TO WS-JOB-TERMINADAS
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-JOB-PARTICIONES
              MOVE WS-PART-ESTADO(WS-PART-IDX)
                   TO WS-JOB-ESTADO-PT(WS-PART-IDX)
           END-PERFORM
           MOVE WS-ESTADO-JOB TO WS-DECISION
           IF WS-ESTADO-JOB = ' ' OR WS-ESTADO-JOB = 'X'
              OR WS-ESTADO-JOB = 'R'
              PERFORM 230-EVALUAR-PREDECESORES
           END-IF
           PERFORM 260-ESCRIBIR-DECISION.

       220-SQL-ESTADO-CORRIDA.
           MOVE ' ' TO WS-ESTADO-JOB
           MOVE 0   TO WS-PART-TERMINADAS
           MOVE CL-PROGRAMA-RC TO CL-PROGRAMA-PT
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-PARTICIONES
                FROM   TAPARTIC
                WHERE  PROGRAMA_PT = :CL-PROGRAMA-PT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-PARTICIONES > 9
              MOVE 9 TO WS-PARTICIONES
           END-IF
           IF WS-PARTICIONES > 0
              PERFORM 225-ESTADO-PARTICIONADO
           ELSE
              PERFORM 222-SQL-ESTADO-SIMPLE
           END-IF.

       222-SQL-ESTADO-SIMPLE.
           EXEC SQL
                SELECT ESTADO_RC
                INTO   :CL-ESTADO-RC
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       225-ESTADO-PARTICIONADO.
      *
      *--- UNA PARTICION FALLIDA O REVERSADA ('X'/'R') DEJA EL JOB EN
      *--- 'X' (DETIENE A SUS SUCESORES Y ES LIBERABLE); TODAS EN 'T'
      *--- LO DAN POR TERMINADO; ALGUNA EN EJECUCION LO DEJA 'E'; SI
      *--- SOLO FALTAN PARTICIONES SIN CORRIDA ES ' ' (LIBERABLE: 265
      *--- SUELTA SOLO LAS QUE FALTAN)
      *
           MOVE 0 TO WS-PART-FALLIDAS
           MOVE 0 TO WS-PART-EN-EJECUCION
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PARTICIONES
              MOVE SPACES TO WS-PART-CORRIDA
              STRING CL-PROGRAMA-PT DELIMITED BY SPACE
                     WS-PART-DIGITO-IDX    DELIMITED BY SIZE
                INTO WS-PART-CORRIDA
              END-STRING
              MOVE WS-PART-CORRIDA TO CL-PROGRAMA-RC
              PERFORM 222-SQL-ESTADO-SIMPLE
              MOVE WS-ESTADO-JOB TO WS-PART-ESTADO(WS-PART-IDX)
              EVALUATE WS-ESTADO-JOB
                   WHEN 'T'
                        ADD 1 TO WS-PART-TERMINADAS
                   WHEN 'X'
                   WHEN 'R'
                        ADD 1 TO WS-PART-FALLIDAS
                   WHEN 'E'
                        ADD 1 TO WS-PART-EN-EJECUCION
              END-EVALUATE
           END-PERFORM
           MOVE CL-PROGRAMA-PT TO CL-PROGRAMA-RC
           EVALUATE TRUE
                WHEN WS-PART-FALLIDAS > 0
                     MOVE 'X' TO WS-ESTADO-JOB
                WHEN WS-PART-TERMINADAS = WS-PARTICIONES
                     MOVE 'T' TO WS-ESTADO-JOB
                WHEN WS-PART-EN-EJECUCION > 0
                     MOVE 'E' TO WS-ESTADO-JOB
                WHEN OTHER
                     MOVE ' ' TO WS-ESTADO-JOB
           END-EVALUATE.

       230-EVALUAR-PREDECESORES.
      *
      *--- SE RECORREN LOS PREDECESORES DECLARADOS: TODOS EN 'T' HOY
      *--- LIBERAN EL JOB. UNO SIN CORRIDA O TODAVIA EN 'E' DEJA EL
      *--- JOB EN ESPERA; UNO EN 'X' (FALLO CON RECORRIDA AUTORIZADA
      *--- PERO AUN NO RELANZADO) O EN 'R' (REVERSADO, SUS POSTEOS YA
      *--- NO EXISTEN) DETIENE LA CADENA HACIA ABAJO HASTA QUE SE
      *--- RECORRA
      *
           MOVE 'L' TO WS-DECISION
           MOVE SPACES TO WS-PRED-PENDIENTE
                WHEN 'T'
                     CONTINUE
                WHEN 'X'
                WHEN 'R'
      *
      *--- UNA VEZ DETENIDO, DETENIDO SE QUEDA AUNQUE OTRO
      *--- PREDECESOR ESTE APENAS EN ESPERA
           EVALUATE WS-DECISION
                WHEN 'L'
                     ADD 1 TO WS-JOBS-LIBERADOS
                     IF WS-JOB-PARTICIONES > 0
                        PERFORM 265-LIBERAR-PARTICIONES
                     ELSE
                        MOVE CL-PROGRAMA-JD TO REL-REGISTRO
                        WRITE REL-REGISTRO
                     END-IF
                     STRING 'JOB ' CL-PROGRAMA-JD
                            ' LIBERADO' DELIMITED BY SIZE
                       INTO RPT-LINEA
                       INTO RPT-LINEA
                     END-STRING
           END-EVALUATE
           WRITE RPT-LINEA
           IF WS-JOB-PARTICIONES > 0
              MOVE SPACES TO RPT-LINEA
              STRING '    PARTICIONES TERMINADAS ' WS-JOB-TERMINADAS
                     ' DE ' WS-JOB-PARTICIONES DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF.

       265-LIBERAR-PARTICIONES.
      *
      *--- SE LIBERA CADA PARTICION QUE AUN NO TIENE CORRIDA O QUEDO
      *--- PARA RECORRER; LAS TERMINADAS O EN EJECUCION NO SE TOCAN
      *
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-JOB-PARTICIONES
              IF WS-JOB-ESTADO-PT(WS-PART-IDX) = ' '
                 OR WS-JOB-ESTADO-PT(WS-PART-IDX) = 'X'
                 OR WS-JOB-ESTADO-PT(WS-PART-IDX) = 'R'
                 MOVE SPACES TO REL-REGISTRO
                 STRING CL-PROGRAMA-JD DELIMITED BY SPACE
                        WS-PART-DIGITO-IDX    DELIMITED BY SIZE
                   INTO REL-REGISTRO
                 END-STRING
                 WRITE REL-REGISTRO
              END-IF
           END-PERFORM.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
