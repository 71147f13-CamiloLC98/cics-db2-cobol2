           EXEC SQL INCLUDE TARETEN END-EXEC.
           EXEC SQL INCLUDE TAFEESCH END-EXEC.
           EXEC SQL INCLUDE TANOTIF END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.

       01  WS-VARIABLES.
           03 WS-DEVOLUCIONES-LEIDAS  PIC 9(9)        VALUE 0.
           03 WS-DEVOLUCIONES-RECH    PIC 9(9)        VALUE 0.
           03 WS-MONTO-CARGO-DEV      PIC S9(13)V9(2) COMP-3.
           03 WS-MONTO-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
           03 WS-CHEQUE-ED            PIC 9(9).
           03 WS-DEPOSITO-ED          PIC 9(9).
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.

       COPY FECNEGCP.
       COPY RUNCTLCP.
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
           MOVE WC-USUARIO-CAMARA TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           PERFORM 870-LEER-FECHA-NEGOCIO
           OPEN INPUT DEV-FILE
           OPEN OUTPUT RPT-FILE
      *--- DEJA LA RETENCION 'D' (DEVUELTA), REVERSA EL DEPOSITO CON
      *--- UNA PATA 'V' AMARRADA A LA REFERENCIA (MISMO PATRON DE
      *--- REVSCOB), COBRA EL CARGO POR CHEQUE DEVUELTO Y DEJA LA
      *--- NOTIFICACION EN TANOTIF PARA QUE NOTDCOB AVISE AL CLIENTE.
      *--- EN UN DEPOSITO DE VARIOS CHEQUES CADA CHEQUE TIENE SU
      *--- RETENCION: SOLO SE DESHACE EL CHEQUE DEVUELTO Y LOS DEMAS
      *--- CHEQUES DEL MISMO DEPOSITO SIGUEN SU RETENCION NORMAL
      *
           MOVE DEV-REFERENCIA TO CL-ID-RETENCION
           SET WS-DEV-VALIDA TO TRUE
                   NUMERO_CUENTA_R
                  ,MONTO_R
                  ,ESTADO_R
                  ,BANCO_GIRADO_R
                  ,CUENTA_GIRADOR_R
                  ,NUMERO_CHEQUE_R
                  ,ID_TRANSACTION_R
                INTO
                   :CL-NUMERO-CUENTA-R
                  ,:CL-MONTO-R
                  ,:CL-ESTADO-R
                  ,:CL-BANCO-GIRADO-R
                  ,:CL-CUENTA-GIRADOR-R
                  ,:CL-NUMERO-CHEQUE-R
                  ,:CL-ID-TRANSACTION-R
                FROM
                   TARETEN
                WHERE
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
      *
      *--- LA DEVOLUCION SOLO MUEVE EL SALDO RETENIDO; EL SALDO CAMBIA
      *--- UNICAMENTE SI SE COBRO EL CARGO POR CHEQUE DEVUELTO
      *
           IF WS-MONTO-CARGO-DEV > 0
              MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
              MOVE 'G' TO WS-EV-TIPO
              COMPUTE WS-EV-MONTO = 0 - WS-MONTO-CARGO-DEV
              PERFORM 882-REGISTRAR-EVENTO
              IF NOT WS-EV-OK
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF
           EXEC SQL
                UPDATE TARETEN
                SET    ESTADO_R      = 'D'
                  WS-MONTO-ED      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE CL-NUMERO-CHEQUE-R  TO WS-CHEQUE-ED
           MOVE CL-ID-TRANSACTION-R TO WS-DEPOSITO-ED
           MOVE SPACES TO RPT-LINEA
           STRING '          BANCO='  DELIMITED BY SIZE
                  CL-BANCO-GIRADO-R   DELIMITED BY SIZE
                  ' GIRADOR='         DELIMITED BY SIZE
                  CL-CUENTA-GIRADOR-R DELIMITED BY SIZE
                  ' CHEQUE='          DELIMITED BY SIZE
                  WS-CHEQUE-ED        DELIMITED BY SIZE
                  ' DEPOSITO='        DELIMITED BY SIZE
                  WS-DEPOSITO-ED      DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       220-COBRAR-CARGO-DEVOLUCION.
      *
           MOVE 0 TO WS-MONTO-CARGO-DEV
           MOVE WC-CARGO-DEVOLUCION TO CL-CODIGO-CARGO
           MOVE CL-NUMERO-CUENTA TO WS-AV-CUENTA
           PERFORM 853-CONSULTAR-CARGO-VIGENTE
           IF SQLCODE = 0
              MOVE CL-MONTO-CARGO TO WS-MONTO-CARGO-DEV
           ELSE

       COPY FECNEGPR.
       COPY RUNCTLPR.
       COPY EVNTCTPR.
       COPY AVISCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
