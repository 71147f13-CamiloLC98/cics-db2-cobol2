       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAPARTIC END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
      *--- UNA CUENTA ES DORMANTE CUANDO NO TIENE NINGUN MOVIMIENTO EN
      *--- TATRANS DENTRO DE LA VENTANA DE WC-DIAS-INACTIVIDAD DIAS
      *--- (INCLUYE CUENTAS SIN NINGUN MOVIMIENTO REGISTRADO), Y AUN NO
      *--- ESTA MARCADA COMO DORMANTE. SOLO LAS DEL RANGO DE LA
      *--- PARTICION, DESPUES DEL PUNTO DE CONTROL SI LA CORRIDA SE
      *--- REANUDA (VER PARTCTPR); WITH HOLD PORQUE SE CONFIRMA POR
      *--- LOTES
      *
           EXEC SQL
                DECLARE C_DORMANTES CURSOR WITH HOLD FOR
                SELECT
                   NUMERO_CUENTA
                  ,CEDULA_CLIENTE
                   TACUENT C
                WHERE
                   ESTADO_DORMANTE = 'N'
                   AND NUMERO_CUENTA > :WS-PT-ULTIMA
                   AND NUMERO_CUENTA <= :WS-PT-HASTA
                   AND NOT EXISTS (
                       SELECT 1
                       FROM   TATRANS T
                   NUMERO_CUENTA
           END-EXEC.

      *
      *--- TARJETA SYSIN: NUMERO DE PARTICION DE TAPARTIC (BLANCO =
      *--- CORRIDA COMPLETA, SOLO SI EL JOB NO TIENE PARTICIONES)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-PARTICION       PIC X(1).
           03 FILLER                  PIC X(79).
      *
      *--- TOTALES DE CONTROL; VIAJAN EN EL PUNTO DE CONTROL
      *--- (WS-PT-CONTADORES) PARA QUE UNA CORRIDA REANUDADA LOS
      *--- TERMINE CON LO YA CONFIRMADO
      *
       01  WS-CONTADORES.
           03 WS-CUENTAS-LEIDAS       PIC 9(9)        VALUE 0.
           03 WS-CUENTAS-MARCADAS     PIC 9(9)        VALUE 0.
       01  SWITCHES.
       COPY PARMCTCP.

       COPY RUNCTLCP.
       COPY PARTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.

       100-INICIO.
           PERFORM 105-CARGAR-PARAMETROS
      *
      *--- PARTICION DE LA TARJETA Y PUNTO DE CONTROL (VER PARTCTPR):
      *--- UNA CORRIDA QUE SE REANUDA SIGUE EL MISMO REPORTE Y
      *--- RECUPERA SUS TOTALES
      *
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           MOVE WS-PARM-PARTICION TO WS-PT-NUMERO
           MOVE WC-PROGRAMA TO CL-PROGRAMA-RC
           PERFORM 861-RESOLVER-PARTICION
           IF WS-PT-REANUDADA
              OPEN EXTEND RPT-FILE
              MOVE WS-PT-CONTADORES TO WS-CONTADORES
           ELSE
              OPEN OUTPUT RPT-FILE
           END-IF
           PERFORM 867-CONFIRMAR-PARTICION
           MOVE 'REPORTE DE CUENTAS MARCADAS COMO DORMANTES'
                TO RPT-LINEA
           PERFORM 868-ESCRIBIR-ENCABEZADO
           MOVE SPACES TO RPT-LINEA
           PERFORM 868-ESCRIBIR-ENCABEZADO.

       105-CARGAR-PARAMETROS.
           MOVE 'DIAS-INACTIVIDAD' TO CL-PARAM-CLAVE
       200-PROCESO.
      *
      *--- CONTROL DE CORRIDA Y GUARDA CONTRA DOBLE SUBMISION DEL
      *--- MISMO DIA (VER RUNCTLPR); CL-PROGRAMA-RC YA TRAE EL NOMBRE
      *--- DE CORRIDA DE LA PARTICION
      *
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           PERFORM 874-CONFIRMAR-INICIO-CORRIDA
           EXEC SQL OPEN C_DORMANTES END-EXEC
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              IF SQLCODE = 0
                 ADD 1 TO WS-CUENTAS-LEIDAS
                 PERFORM 210-MARCAR-DORMANTE
                 MOVE CL-NUMERO-CUENTA  TO WS-PT-ULTIMA
                 MOVE WS-CONTADORES     TO WS-PT-CONTADORES
                 MOVE WS-CUENTAS-LEIDAS TO WS-RC-REGISTROS
                 PERFORM 873-TOMAR-PUNTO-CONTROL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           PERFORM 869-ESCRIBIR-CONSTANTE
           MOVE 'CUENTAS LEIDAS: '    TO WS-PT-ETIQUETA
           MOVE WS-CUENTAS-LEIDAS     TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE 'CUENTAS MARCADAS DORMANTES: ' TO WS-PT-ETIQUETA
           MOVE WS-CUENTAS-MARCADAS            TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE WS-CUENTAS-LEIDAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE
           STOP RUN.

       COPY RUNCTLPR.
       COPY PARTCTPR.

       999-ERROR-DB2.
      *
      *--- SE DESHACE HASTA EL ULTIMO PUNTO DE CONTROL CONFIRMADO; LA
      *--- CORRIDA QUEDA 'E' CON ESE PUNTO PARA REANUDAR
      *
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           EXEC SQL ROLLBACK END-EXEC
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
