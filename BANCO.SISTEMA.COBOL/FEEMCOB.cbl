       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAPARTIC END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAFEESCH END-EXEC.
           EXEC SQL INCLUDE TAFEEWVR END-EXEC.
           EXEC SQL INCLUDE TAPRODUC END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
      *
      *--- CURSOR QUE RECORRE LAS CUENTAS ACTIVAS. LAS BLOQUEADAS Y
      *--- CERRADAS NO PAGAN CUOTA DE MANEJO. SOLO LAS DEL RANGO DE
      *--- LA PARTICION, DESPUES DEL PUNTO DE CONTROL SI LA CORRIDA SE
      *--- REANUDA (VER PARTCTPR); WITH HOLD PORQUE SE CONFIRMA POR
      *--- LOTES
      *
           EXEC SQL
                DECLARE C_TACUENT_FEE CURSOR WITH HOLD FOR
                SELECT
                   NUMERO_CUENTA
                  ,SALDO
                   TACUENT
                WHERE
                   ESTADO_CUENTA = 'A'
                   AND NUMERO_CUENTA > :WS-PT-ULTIMA
                   AND NUMERO_CUENTA <= :WS-PT-HASTA
                ORDER BY
                   NUMERO_CUENTA
           END-EXEC.

      *
      *--- TARJETA SYSIN: NUMERO DE PARTICION DE TAPARTIC (BLANCO =
      *--- CORRIDA COMPLETA, SOLO SI EL JOB NO TIENE PARTICIONES)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-PARTICION       PIC X(1).
           03 FILLER                  PIC X(79).

       01  WS-VARIABLES.
           03 WS-CUOTA-MES            PIC S9(13)V9(2) COMP-3 VALUE 0.
      *
      *--- CUOTA QUE LE TOCA A LA CUENTA: LA DEL TARIFARIO, SALVO QUE
      *--- LA CUENTA SIGA CON LA ANTERIOR POR FALTA DE PREAVISO DE UNA
      *--- SUBIDA (VER 853-CONSULTAR-CARGO-VIGENTE EN AVISCTPR)
      *
           03 WS-CUOTA-CUENTA         PIC S9(13)V9(2) COMP-3 VALUE 0.
           03 WS-EXONERACIONES        PIC 9(9)        VALUE 0.
      *
      *--- CAMPO EDITADO DISPLAY PARA PODER USAR EL MONTO COMP-3 COMO
      *--- OPERANDO DE UN STRING (EL VERBO STRING EXIGE USAGE DISPLAY,
      *--- IGUAL QUE DB2-SQLCODE-Z MAS ABAJO)
      *
           03 WS-CUOTA-MES-ED         PIC -ZZZ.ZZZ.ZZZ,ZZ.
      *
      *--- TOTALES DE CONTROL; VIAJAN EN EL PUNTO DE CONTROL
      *--- (WS-PT-CONTADORES) PARA QUE UNA CORRIDA REANUDADA LOS
      *--- TERMINE CON LO YA CONFIRMADO
      *
       01  WS-CONTADORES.
           03 WS-CTA-LEIDAS           PIC 9(9)        VALUE 0.
           03 WS-CTA-COBRADAS         PIC 9(9)        VALUE 0.
           03 WS-CTA-EXONERADAS       PIC 9(9)        VALUE 0.
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.

       COPY FECNEGCP.
       COPY RUNCTLCP.
       COPY PARTCTCP.
       COPY EVNTCTCP.
       COPY AVISCTCP.

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
           MOVE 'REPORTE DE CUOTA DE MANEJO MENSUAL' TO RPT-LINEA
           PERFORM 868-ESCRIBIR-ENCABEZADO
           MOVE SPACES TO RPT-LINEA
           PERFORM 868-ESCRIBIR-ENCABEZADO
      *
      *--- UNA SEGUNDA SUBMISION DEL MISMO DIA COBRARIA LA CUOTA DOS
      *--- VECES A TODAS LAS CUENTAS: LA GUARDA DE TARUNCTL ABORTA LA
      *--- RECORRIDA NO AUTORIZADA, IGUAL QUE EN INTRCOB (VER RUNCTLPR)
      *
           PERFORM 850-REGISTRAR-INICIO-CORRIDA
           PERFORM 874-CONFIRMAR-INICIO-CORRIDA
      *
      *--- LA CUOTA VIGENTE SALE DEL TARIFARIO. SIN FILA CUOTA-MES, O
      *--- CON MONTO CERO, ESTE MES NO SE COBRA NADA Y EL JOB TERMINA
      *--- LIMPIO. AQUI SE LEE LA TARIFA GENERAL (SIN CUENTA); LA DE
      *--- CADA CUENTA SE RESUELVE EN 210
      *
           MOVE 'CUOTA-MES' TO CL-CODIGO-CARGO
           MOVE SPACES TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-MONTO-CARGO TO WS-CUOTA-MES
           IF WS-CUOTA-MES = 0
              MOVE 'SIN CUOTA DE MANEJO EN EL TARIFARIO, NADA QUE COBRA
      -            'R' TO RPT-LINEA
              PERFORM 869-ESCRIBIR-CONSTANTE
              MOVE 0 TO WS-RC-REGISTROS
              PERFORM 860-REGISTRAR-FIN-CORRIDA
              CLOSE RPT-FILE
              IF SQLCODE = 0
                 ADD 1 TO WS-CTA-LEIDAS
                 PERFORM 210-COBRAR-CUOTA
                 MOVE CL-NUMERO-CUENTA TO WS-PT-ULTIMA
                 MOVE WS-CONTADORES    TO WS-PT-CONTADORES
                 MOVE WS-CTA-LEIDAS    TO WS-RC-REGISTROS
                 PERFORM 873-TOMAR-PUNTO-CONTROL
              ELSE
                 IF SQLCODE = 100
                    SET WS-EXIT TO TRUE
           IF WS-EXONERACIONES = 0
              PERFORM 215-VERIFICAR-PRODUCTO-EXENTO
           END-IF
           IF WS-EXONERACIONES = 0
              PERFORM 217-CONSULTAR-CUOTA-CUENTA
           END-IF
           IF WS-EXONERACIONES > 0
              ADD 1 TO WS-CTA-EXONERADAS
           ELSE
              SUBTRACT WS-CUOTA-CUENTA FROM CL-SALDO
              PERFORM 220-SQL-ACTUALIZAR-SALDO
              PERFORM 230-SQL-CREAR-TRANSACCION
              ADD 1 TO WS-CTA-COBRADAS
              END-IF
           END-IF.

       217-CONSULTAR-CUOTA-CUENTA.
      *
      *--- UNA CUENTA QUE TODAVIA NO CUMPLE LOS DIAS DE PREAVISO DE UNA
      *--- SUBIDA DE LA CUOTA PAGA LA ANTERIOR; SI ESA ERA CERO, ESTE
      *--- MES NO PAGA Y SE CUENTA CON LAS EXONERADAS
      *
           MOVE 'CUOTA-MES'      TO CL-CODIGO-CARGO
           MOVE CL-NUMERO-CUENTA TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-MONTO-CARGO TO WS-CUOTA-CUENTA
           IF WS-CUOTA-CUENTA NOT > 0
              MOVE 1 TO WS-EXONERACIONES
           END-IF.

       220-SQL-ACTUALIZAR-SALDO.
           EXEC SQL
                UPDATE TACUENT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'G' TO WS-EV-TIPO
           COMPUTE WS-EV-MONTO = 0 - WS-CUOTA-CUENTA
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-ERROR-DB2
           END-IF.

       230-SQL-CREAR-TRANSACCION.
           MOVE WC-USUARIO-BATCH  TO CL-USUARIO
           MOVE WC-TERMINAL-BATCH TO CL-TERMINAL
           MOVE WS-CUOTA-CUENTA   TO CL-MONTO
           EXEC SQL
                INSERT INTO TATRANS (
                    NUMERO_CUENTA_T
                   ,USUARIO
                   ,TERMINAL
                   ,FECHA_NEGOCIO_T
                   ,PROGRAMA_T
                ) VALUES (
                    :CL-NUMERO-CUENTA
                   ,'G'
                   ,:CL-USUARIO
                   ,:CL-TERMINAL
                   ,:WS-FN-FECHA
                   ,:CL-PROGRAMA-RC
                )
           END-EXEC
           IF SQLCODE NOT = 0
                  WS-CUOTA-MES-ED              DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           PERFORM 869-ESCRIBIR-CONSTANTE
           MOVE 'CUENTAS LEIDAS: '     TO WS-PT-ETIQUETA
           MOVE WS-CTA-LEIDAS          TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE 'CUENTAS COBRADAS: '   TO WS-PT-ETIQUETA
           MOVE WS-CTA-COBRADAS        TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE 'CUENTAS EXONERADAS: ' TO WS-PT-ETIQUETA
           MOVE WS-CTA-EXONERADAS      TO WS-PT-VALOR
           PERFORM 871-ESCRIBIR-TOTAL
           MOVE WS-CTA-LEIDAS TO WS-RC-REGISTROS
           PERFORM 860-REGISTRAR-FIN-CORRIDA
           CLOSE RPT-FILE

       COPY FECNEGPR.
       COPY RUNCTLPR.
       COPY PARTCTPR.
       COPY EVNTCTPR.
       COPY AVISCTPR.

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
