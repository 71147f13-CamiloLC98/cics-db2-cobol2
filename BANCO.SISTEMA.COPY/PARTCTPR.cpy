      ******************************************************************
      * PARRAFOS COMPARTIDOS, VIA COPY, DE LAS PARTICIONES POR RANGO   *
      * DE CUENTA (TAPARTIC) Y DEL PUNTO DE CONTROL DE LOS JOBS BATCH  *
      * DE NIVEL CUENTA (INTRCOB/EXTRCOB/FEEMCOB/DORMCOB). REQUIERE    *
      * COPY PARTCTCP Y RUNCTLCP, EXEC SQL INCLUDE TAPARTIC, TARUNCTL  *
      * Y TAFECHAS, EL ARCHIVO DE REPORTE ESTANDAR RPT-FILE/RPT-LINEA  *
      * Y EL PARRAFO 999-ERROR-DB2 DEL PROGRAMA. ORDEN DE USO:         *
      *   861 ANTES DE ABRIR EL REPORTE (EXTEND SI WS-PT-REANUDADA),   *
      *   867 APENAS ABIERTO, 850 DE RUNCTLPR Y 874, EL CURSOR WITH    *
      *   HOLD ENTRE WS-PT-ULTIMA Y WS-PT-HASTA, 873 DESPUES DE CADA   *
      *   CUENTA Y 868/869/871 PARA ENCABEZADOS, LINEAS FIJAS Y        *
      *   TOTALES                                                      *
      ******************************************************************
       861-RESOLVER-PARTICION.
      *
      *--- NO ESCRIBE NADA (EL REPORTE TODAVIA NO ESTA ABIERTO): UN
      *--- PROBLEMA QUEDA EN WS-PT-MENSAJE Y 867 ABORTA CON EL. LA
      *--- FECHA DE LA CORRIDA SE RESUELVE IGUAL QUE EN 850
      *
           MOVE SPACES          TO WS-PT-MENSAJE
           MOVE 'N'             TO WS-PT-REANUDA-FALG
           MOVE CL-PROGRAMA-RC  TO WS-PT-PROGRAMA
           MOVE LOW-VALUES      TO WS-PT-DESDE
           MOVE HIGH-VALUES     TO WS-PT-HASTA
           EXEC SQL
                SELECT FECHA_NEGOCIO
                INTO   :CL-FECHA-NEGOCIO
                FROM   TAFECHAS
                WHERE  ESTADO_FN = 'A'
           END-EXEC
           IF SQLCODE = 0
              MOVE CL-FECHA-NEGOCIO TO WS-RC-FECHA
           ELSE
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO   :WS-RC-FECHA
                   FROM   SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
           PERFORM 862-VALIDAR-PARTICIONES
           IF WS-PT-MENSAJE = SPACES
              EVALUATE TRUE
                   WHEN WS-PT-SIN-PARTICION AND WS-PT-DEFINIDAS > 0
                        STRING 'ABORTADO: ' WS-PT-PROGRAMA
                               ' TIENE PARTICIONES EN TAPARTIC, INDIQUE'
                               ' LA PARTICION EN LA TARJETA'
                               DELIMITED BY SIZE
                          INTO WS-PT-MENSAJE
                        END-STRING
                   WHEN WS-PT-SIN-PARTICION
                        PERFORM 863-VERIFICAR-SIN-PARTICIONES
                   WHEN NOT WS-PT-NUMERO-VALIDO
                        MOVE 'ABORTADO: NUMERO DE PARTICION INVALIDO EN
      -                      ' LA TARJETA' TO WS-PT-MENSAJE
                   WHEN WS-PT-NUMERO-N > WS-PT-DEFINIDAS
                        STRING 'ABORTADO: LA PARTICION ' WS-PT-NUMERO
                               ' DE ' WS-PT-PROGRAMA
                               ' NO ESTA DECLARADA EN TAPARTIC'
                               DELIMITED BY SIZE
                          INTO WS-PT-MENSAJE
                        END-STRING
                   WHEN OTHER
                        PERFORM 864-CALCULAR-RANGO
              END-EVALUATE
           END-IF
           IF WS-PT-MENSAJE = SPACES
              PERFORM 866-LEER-PUNTO-CONTROL
           END-IF.

       862-VALIDAR-PARTICIONES.
      *
      *--- LAS PARTICIONES DEL JOB DEBEN IR NUMERADAS 1..N SIN SALTOS
      *--- (N HASTA 9, EL NOMBRE DE CORRIDA LLEVA UN DIGITO) Y CON LOS
      *--- TOPES EN ORDEN CRECIENTE; EL TOPE DE LA ULTIMA NO CUENTA
      *
           MOVE WS-PT-PROGRAMA TO CL-PROGRAMA-PT
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(MIN(PARTICION_PT), 0)
                      ,COALESCE(MAX(PARTICION_PT), 0)
                INTO   :WS-PT-DEFINIDAS
                      ,:WS-PT-MINIMA
                      ,:WS-PT-MAXIMA
                FROM   TAPARTIC
                WHERE  PROGRAMA_PT = :CL-PROGRAMA-PT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABORTADO: NO SE PUDO LEER TAPARTIC'
                   TO WS-PT-MENSAJE
           ELSE
              IF WS-PT-DEFINIDAS > 0
                 IF WS-PT-MINIMA NOT = 1
                    OR WS-PT-MAXIMA NOT = WS-PT-DEFINIDAS
                    OR WS-PT-MAXIMA > 9
                    STRING 'ABORTADO: LAS PARTICIONES DE '
                           WS-PT-PROGRAMA
                           ' EN TAPARTIC NO VAN DE 1 A N (MAXIMO 9)'
                           DELIMITED BY SIZE
                      INTO WS-PT-MENSAJE
                    END-STRING
                 ELSE
                    EXEC SQL
                         SELECT COUNT(*)
                         INTO   :WS-PT-CRUCES
                         FROM   TAPARTIC A
                               ,TAPARTIC B
                         WHERE  A.PROGRAMA_PT = :CL-PROGRAMA-PT
                                AND B.PROGRAMA_PT = :CL-PROGRAMA-PT
                                AND B.PARTICION_PT = A.PARTICION_PT + 1
                                AND B.PARTICION_PT < :WS-PT-MAXIMA
                                AND B.CUENTA_HASTA_PT
                                    <= A.CUENTA_HASTA_PT
                    END-EXEC
                    IF SQLCODE NOT = 0
                       MOVE 'ABORTADO: NO SE PUDO LEER TAPARTIC'
                            TO WS-PT-MENSAJE
                    ELSE
                       IF WS-PT-CRUCES > 0
                          STRING 'ABORTADO: LOS TOPES DE '
                                 WS-PT-PROGRAMA
                                 ' EN TAPARTIC NO VAN EN ORDEN'
                                 ' CRECIENTE'
                                 DELIMITED BY SIZE
                            INTO WS-PT-MENSAJE
                          END-STRING
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       863-VERIFICAR-SIN-PARTICIONES.
      *
      *--- UNA CORRIDA COMPLETA NO PUEDE CAER SOBRE CUENTAS QUE UNA
      *--- PARTICION DEL MISMO JOB YA PROCESO HOY (PARTICIONES QUE SE
      *--- BORRARON DE TAPARTIC A MITAD DE DIA): SOLO LAS REVERSADAS
      *--- ('R') NO CUENTAN
      *
           MOVE WS-PT-PROGRAMA TO WS-PT-PATRON
           INSPECT WS-PT-PATRON REPLACING ALL SPACES BY '_'
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-PT-OTRAS-CORRIDAS
                FROM   TARUNCTL
                WHERE  PROGRAMA_RC LIKE :WS-PT-PATRON
                       AND PROGRAMA_RC <> :WS-PT-PROGRAMA
                       AND FECHA_NEGOCIO_RC = DATE(:WS-RC-FECHA)
                       AND ESTADO_RC <> 'R'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABORTADO: NO SE PUDO LEER TARUNCTL'
                   TO WS-PT-MENSAJE
           ELSE
              IF WS-PT-OTRAS-CORRIDAS > 0
                 STRING 'ABORTADO: YA HAY PARTICIONES DE '
                        WS-PT-PROGRAMA
                        ' CORRIDAS HOY, NO SE PUEDE CORRER COMPLETO'
                        DELIMITED BY SIZE
                   INTO WS-PT-MENSAJE
                 END-STRING
              END-IF
           END-IF.

       864-CALCULAR-RANGO.
      *
      *--- NOMBRE DE CORRIDA DE LA PARTICION (JOB + DIGITO) Y SU
      *--- RANGO: DESDE EL TOPE DE LA ANTERIOR (EXCLUSIVE) HASTA EL
      *--- PROPIO; LA PRIMERA NO TIENE PISO Y LA ULTIMA NO TIENE TOPE.
      *--- TAMPOCO SE PARTICIONA UN JOB QUE HOY YA CORRIO COMPLETO
      *
           MOVE SPACES TO CL-PROGRAMA-RC
           STRING WS-PT-PROGRAMA DELIMITED BY SPACE
                  WS-PT-NUMERO   DELIMITED BY SIZE
             INTO CL-PROGRAMA-RC
           END-STRING
           MOVE WS-PT-NUMERO-N TO WS-PT-PARTICION
           IF WS-PT-PARTICION < WS-PT-DEFINIDAS
              MOVE WS-PT-PARTICION TO CL-PARTICION-PT
              PERFORM 865-SQL-LEER-TOPE
              MOVE CL-CUENTA-HASTA-PT TO WS-PT-HASTA
           END-IF
           IF WS-PT-PARTICION > 1 AND WS-PT-MENSAJE = SPACES
              COMPUTE CL-PARTICION-PT = WS-PT-PARTICION - 1
              PERFORM 865-SQL-LEER-TOPE
              MOVE CL-CUENTA-HASTA-PT TO WS-PT-DESDE
           END-IF
           IF WS-PT-MENSAJE = SPACES
              EXEC SQL
                   SELECT ESTADO_RC
                   INTO   :WS-PT-ESTADO-BASE
                   FROM   TARUNCTL
                   WHERE  PROGRAMA_RC = :WS-PT-PROGRAMA
                          AND FECHA_NEGOCIO_RC = DATE(:WS-RC-FECHA)
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        IF WS-PT-ESTADO-BASE NOT = 'R'
                           STRING 'ABORTADO: ' WS-PT-PROGRAMA
                                  ' YA CORRIO COMPLETO HOY (ESTADO '
                                  WS-PT-ESTADO-BASE
                                  '), NO SE PUEDE PARTICIONAR'
                                  DELIMITED BY SIZE
                             INTO WS-PT-MENSAJE
                           END-STRING
                        END-IF
                   WHEN 100
                        CONTINUE
                   WHEN OTHER
                        MOVE 'ABORTADO: NO SE PUDO LEER TARUNCTL'
                             TO WS-PT-MENSAJE
              END-EVALUATE
           END-IF.

       865-SQL-LEER-TOPE.
           EXEC SQL
                SELECT CUENTA_HASTA_PT
                INTO   :CL-CUENTA-HASTA-PT
                FROM   TAPARTIC
                WHERE  PROGRAMA_PT = :CL-PROGRAMA-PT
                       AND PARTICION_PT = :CL-PARTICION-PT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABORTADO: NO SE PUDO LEER TAPARTIC'
                   TO WS-PT-MENSAJE
           END-IF.

       866-LEER-PUNTO-CONTROL.
      *
      *--- UNA CORRIDA DE HOY QUE CAYO DESPUES DE ALGUN COMMIT Y TIENE
      *--- LA RECORRIDA AUTORIZADA ('X') SIGUE DESPUES DE LA ULTIMA
      *--- CUENTA CONFIRMADA CON LOS TOTALES DE ESE PUNTO: REPROCESAR
      *--- DESDE EL PRINCIPIO POSTEARIA DOBLE LO YA CONFIRMADO. SIN
      *--- PUNTO DE CONTROL ARRANCA EN EL PISO DE SU RANGO
      *
           MOVE WS-PT-DESDE TO WS-PT-ULTIMA
           EXEC SQL
                SELECT ESTADO_RC
                      ,ULTIMA_CUENTA_RC
                      ,CONTADORES_RC
                INTO   :CL-ESTADO-RC
                      ,:CL-ULTIMA-CUENTA-RC
                      ,:CL-CONTADORES-RC
                FROM   TARUNCTL
                WHERE  PROGRAMA_RC = :CL-PROGRAMA-RC
                       AND FECHA_NEGOCIO_RC = DATE(:WS-RC-FECHA)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF CL-ESTADO-RC = 'X'
                        AND CL-ULTIMA-CUENTA-RC NOT = SPACES
                        IF CL-ULTIMA-CUENTA-RC < WS-PT-DESDE
                           OR CL-ULTIMA-CUENTA-RC > WS-PT-HASTA
                           MOVE 'ABORTADO: EL PUNTO DE CONTROL QUEDO FU
      -                         'ERA DEL RANGO DE LA PARTICION'
                                TO WS-PT-MENSAJE
                        ELSE
                           SET WS-PT-REANUDADA TO TRUE
                           MOVE CL-ULTIMA-CUENTA-RC TO WS-PT-ULTIMA
                           MOVE CL-CONTADORES-RC    TO WS-PT-CONTADORES
                        END-IF
                     END-IF
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     MOVE 'ABORTADO: NO SE PUDO LEER TARUNCTL'
                          TO WS-PT-MENSAJE
           END-EVALUATE.

       867-CONFIRMAR-PARTICION.
           IF WS-PT-MENSAJE NOT = SPACES
              MOVE WS-PT-MENSAJE TO RPT-LINEA
              WRITE RPT-LINEA
              CLOSE RPT-FILE
              STOP RUN
           END-IF
           IF NOT WS-PT-SIN-PARTICION
              MOVE WS-PT-DEFINIDAS TO WS-PT-DEFINIDAS-ED
              MOVE SPACES TO RPT-LINEA
              STRING '#P' WS-PT-NUMERO ' PARTICION ' WS-PT-NUMERO
                     ' DE ' WS-PT-DEFINIDAS-ED ' (' CL-PROGRAMA-RC
                     ') CUENTAS ' DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              IF WS-PT-PARTICION = 1
                 MOVE 'DESDE EL INICIO' TO RPT-LINEA(43:)
              ELSE
                 STRING 'MAYORES A ' WS-PT-DESDE DELIMITED BY SIZE
                   INTO RPT-LINEA(43:)
                 END-STRING
              END-IF
              IF WS-PT-PARTICION = WS-PT-DEFINIDAS
                 MOVE ' HASTA EL FINAL' TO RPT-LINEA(63:)
              ELSE
                 STRING ' HASTA ' WS-PT-HASTA DELIMITED BY SIZE
                   INTO RPT-LINEA(63:)
                 END-STRING
              END-IF
              WRITE RPT-LINEA
           END-IF
           IF WS-PT-REANUDADA
              MOVE SPACES TO RPT-LINEA
              STRING 'REANUDADA DESPUES DE LA CUENTA ' WS-PT-ULTIMA
                     ' (PUNTO DE CONTROL DE TARUNCTL)'
                     DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              WRITE RPT-LINEA
           END-IF.

       868-ESCRIBIR-ENCABEZADO.
           MOVE '#H' TO WS-PT-MARCA
           PERFORM 872-ESCRIBIR-MARCADA.

       869-ESCRIBIR-CONSTANTE.
           MOVE '#I' TO WS-PT-MARCA
           PERFORM 872-ESCRIBIR-MARCADA.

       871-ESCRIBIR-TOTAL.
      *
      *--- TOTAL DE CONTROL: ETIQUETA (CON SU ESPACIO FINAL) Y VALOR.
      *--- SIN PARTICION SALE LA MISMA LINEA DE SIEMPRE; PARTICIONADO
      *--- SALE EN EL FORMATO FIJO '#T' QUE UNIPCOB SUMA
      *
           MOVE SPACES TO RPT-LINEA
           IF WS-PT-SIN-PARTICION
              MOVE 60 TO WS-PT-LARGO
              PERFORM UNTIL WS-PT-LARGO = 1
                      OR WS-PT-ETIQUETA(WS-PT-LARGO:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-PT-LARGO
              END-PERFORM
              IF WS-PT-LARGO < 60
                 ADD 1 TO WS-PT-LARGO
              END-IF
              IF WS-PT-VALOR-EDITADO
                 MOVE WS-PT-VALOR TO WS-PT-VALOR-ED
                 STRING WS-PT-ETIQUETA(1:WS-PT-LARGO)
                        WS-PT-VALOR-ED DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
              ELSE
                 STRING WS-PT-ETIQUETA(1:WS-PT-LARGO)
                        WS-PT-VALOR DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
              END-IF
           ELSE
              MOVE SPACES         TO WS-PT-LINEA-TOTAL
              MOVE '#T'           TO WS-PT-LT-MARCA
              MOVE WS-PT-FORMATO  TO WS-PT-LT-FORMATO
              MOVE WS-PT-VALOR    TO WS-PT-LT-VALOR
              MOVE WS-PT-ETIQUETA TO WS-PT-LT-ETIQUETA
              MOVE WS-PT-LINEA-TOTAL TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA
           MOVE '9' TO WS-PT-FORMATO.

       872-ESCRIBIR-MARCADA.
      *
      *--- RPT-LINEA LLEGA ARMADA; PARTICIONADO SE LE ANTEPONE LA
      *--- MARCA (LA LINEA SE CORRE DOS POSICIONES)
      *
           IF NOT WS-PT-SIN-PARTICION
              MOVE RPT-LINEA TO WS-PT-TEXTO
              MOVE SPACES    TO WS-PT-LINEA-TOTAL
              MOVE WS-PT-MARCA TO WS-PT-LT-MARCA
              MOVE WS-PT-TEXTO TO WS-PT-LM-TEXTO
              MOVE WS-PT-LINEA-TOTAL TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA.

       873-TOMAR-PUNTO-CONTROL.
      *
      *--- EL LLAMADOR DEJA EN WS-PT-ULTIMA LA CUENTA QUE ACABA DE
      *--- PROCESAR, EN WS-PT-CONTADORES SUS TOTALES Y EN
      *--- WS-RC-REGISTROS SU CONTEO. CADA WS-PT-INTERVALO CUENTAS SE
      *--- GRABA EL PUNTO EN TARUNCTL Y SE CONFIRMA JUNTO CON LOS
      *--- POSTEOS (EL CURSOR DEL JOB ES WITH HOLD)
      *
           ADD 1 TO WS-PT-PENDIENTES
           IF WS-PT-PENDIENTES >= WS-PT-INTERVALO
              EXEC SQL
                   UPDATE TARUNCTL
                   SET    ULTIMA_CUENTA_RC = :WS-PT-ULTIMA
                         ,CONTADORES_RC    = :WS-PT-CONTADORES
                         ,REGISTROS_RC     = :WS-RC-REGISTROS
                   WHERE  PROGRAMA_RC = :CL-PROGRAMA-RC
                          AND FECHA_NEGOCIO_RC = DATE(:WS-RC-FECHA)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-PT-PENDIENTES
           END-IF.

       874-CONFIRMAR-INICIO-CORRIDA.
      *
      *--- SE PERFORMA JUSTO DESPUES DE 850: LA FILA 'E' (Y EL PUNTO DE
      *--- CONTROL QUE TRAIGA) QUEDA CONFIRMADA ANTES DEL PRIMER
      *--- POSTEO, ASI UN ERROR QUE DESHACE HASTA EL ULTIMO COMMIT DEJA
      *--- LA CORRIDA CAIDA A LA VISTA EN JOBSCOB
      *
           EXEC SQL COMMIT END-EXEC.
