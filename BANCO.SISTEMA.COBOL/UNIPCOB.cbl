      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH UNION DE LOS REPORTES DE UN JOB  *
      *   CORRIDO POR PARTICIONES (TAPARTIC/TARUNCTL) -   *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. UNIPCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
      *--- LOS REPORTES DE LAS PARTICIONES DEL JOB CONCATENADOS EN UN
      *--- SOLO ARCHIVO, EN CUALQUIER ORDEN. CADA UNO ABRE CON SU LINEA
      *--- '#P' Y MARCA SUS ENCABEZADOS, LINEAS DE CIERRE Y TOTALES
      *--- (VER PARTCTCP/PARTCTPR)
      *
           SELECT ENT-FILE ASSIGN TO RPTIN
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA                  PIC X(100).
       FD  ENT-FILE
           RECORDING MODE IS F.
       01  ENT-LINEA                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TARUNCTL END-EXEC.
           EXEC SQL INCLUDE TAPARTIC END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-8  JOB PARTICIONADO CUYOS REPORTES SE UNEN, CON EL
      *---           NOMBRE QUE TIENE EN TAPARTIC (INTRCOB, FEEMCOB...)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-PROGRAMA        PIC X(8).
           03 FILLER                  PIC X(72).

       01  WS-VARIABLES.
           03 WS-LINEAS-LEIDAS        PIC 9(9)        VALUE 0.
           03 WS-LINEAS-DETALLE       PIC 9(9)        VALUE 0.
           03 WS-REGISTROS-RC         PIC 9(9)        VALUE 0.
           03 WS-REGISTROS-ED         PIC ZZZZZZZZ9.
           03 WS-UNIDAS               PIC 9(1)        VALUE 0.
      *
      *--- EL INDICE VA HASTA 10 AL SALIR DEL CICLO; EL NOMBRE DE
      *--- CORRIDA LLEVA SOLO EL DIGITO DE LAS UNIDADES
      *
           03 WS-PART-IDX             PIC 9(2).
           03 WS-PART-IDX-R  REDEFINES WS-PART-IDX.
              05 FILLER               PIC X(1).
              05 WS-PART-DIGITO-IDX   PIC X(1).
           03 WS-PART-ACTUAL          PIC X(1)        VALUE SPACES.
           03 WS-PART-PRIMERA         PIC X(1)        VALUE SPACES.
           03 WS-PART-DIGITO          PIC X(1).
              88 WS-DIGITO-VALIDO                     VALUE '1'
                                                        THRU '9'.
           03 WS-PART-DIGITO-N  REDEFINES WS-PART-DIGITO
                                      PIC 9(1).
           03 WS-PART-CORRIDA         PIC X(8).
           03 WS-PART-ESTADO          PIC X(1).
      *
      *--- POR PARTICION: SI SU REPORTE APARECIO EN RPTIN Y SU LINEA
      *--- '#P' (LA PRIMERA QUE SE LEYO, UNA CORRIDA REANUDADA TRAE
      *--- OTRA) PARA LA SECCION DE PARTICIONES DEL REPORTE UNIDO
      *
           03 WS-PART-ENTRADA OCCURS 9 TIMES.
              05 WS-PART-VISTA        PIC X(1).
                 88 WS-PART-LEIDA                     VALUE 'S'.
              05 WS-PART-TEXTO        PIC X(97).
      *
      *--- LINEAS DE CIERRE ('#I') Y TOTALES DE CONTROL ('#T') EN EL
      *--- ORDEN EN QUE LOS TRAEN LOS REPORTES (HASTA 200). CADA
      *--- PARTICION SE APAREA HACIA ADELANTE DESDE SU ULTIMA LINEA
      *--- APAREADA; UNA LINEA QUE NO ESTABA SE INSERTA AHI MISMO, ASI
      *--- UN TOTAL QUE SOLO TIENE UNA PARTICION (UNA CAMPANA QUE NO
      *--- SALIO EN LAS OTRAS) QUEDA EN SU SITIO
      *
           03 WS-UN-MAX               PIC 9(3)        VALUE 0.
           03 WS-UN-IDX               PIC 9(3).
           03 WS-UN-POS               PIC 9(3)        VALUE 0.
           03 WS-UN-CLAVE             PIC X(98).
       01  WS-TABLA-CIERRE.
           03 WS-UN-ENTRADA OCCURS 201 TIMES.
              05 WS-UN-MARCA          PIC X(2).
              05 WS-UN-FORMATO        PIC X(1).
              05 WS-UN-TEXTO          PIC X(98).
              05 WS-UN-VALOR          PIC 9(9).
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-PENDIENTES-FALG      PIC X           VALUE 'N'.
              88 WS-HAY-PENDIENTES                    VALUE 'Y'.
           03 WS-DESBORDE-FALG        PIC X           VALUE 'N'.
              88 WS-TABLA-LLENA                       VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'UNIPCOB'.
          03 WC-MAX-CIERRE            PIC 9(3)     VALUE 200.

       COPY FECNEGCP.
       COPY RUNCTLCP.
       COPY PARTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ESTE PROCESO NO ESCRIBE SU PROPIA FILA EN TARUNCTL: NO
      *--- POSTEA NADA Y SE PUEDE CORRER CUANTAS VECES HAGA FALTA
      *
           PERFORM 870-LEER-FECHA-NEGOCIO
           MOVE WS-FN-FECHA TO WS-RC-FECHA
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'UNION DE REPORTES POR PARTICION - '
                                              DELIMITED BY SIZE
                  WS-PARM-PROGRAMA            DELIMITED BY SPACE
                  ' - '                       DELIMITED BY SIZE
                  WS-RC-FECHA                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 110-VALIDAR-PARTICIONES
           PERFORM 120-VERIFICAR-CORRIDAS.

       110-VALIDAR-PARTICIONES.
           IF WS-PARM-PROGRAMA = SPACES
              OR WS-PARM-PROGRAMA = LOW-VALUES
              MOVE 'ABORTADO: FALTA EL JOB EN LA TARJETA' TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           MOVE WS-PARM-PROGRAMA TO WS-PT-PROGRAMA
           MOVE SPACES           TO WS-PT-MENSAJE
           PERFORM 862-VALIDAR-PARTICIONES
           IF WS-PT-MENSAJE NOT = SPACES
              MOVE WS-PT-MENSAJE TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           IF WS-PT-DEFINIDAS = 0
              MOVE SPACES TO RPT-LINEA
              STRING 'ABORTADO: ' WS-PARM-PROGRAMA
                     ' NO TIENE PARTICIONES EN TAPARTIC'
                     DELIMITED BY SIZE
                INTO RPT-LINEA
              END-STRING
              PERFORM 190-ABORTAR
           END-IF.

       120-VERIFICAR-CORRIDAS.
      *
      *--- SOLO SE UNE UN JOB CON TODAS SUS PARTICIONES TERMINADAS
      *--- ('T') EN LA FECHA DE NEGOCIO: UNA FALTANTE O CAIDA DEJARIA
      *--- TOTALES DE CONTROL INCOMPLETOS. SE LISTAN TODAS LAS QUE
      *--- FALTAN ANTES DE ABORTAR
      *
           MOVE 'N' TO WS-PENDIENTES-FALG
           MOVE 0   TO WS-REGISTROS-RC
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PT-DEFINIDAS
              PERFORM 130-SQL-ESTADO-PARTICION
              IF WS-PART-ESTADO = 'T'
                 ADD CL-REGISTROS-RC TO WS-REGISTROS-RC
              ELSE
                 SET WS-HAY-PENDIENTES TO TRUE
                 MOVE SPACES TO RPT-LINEA
                 IF WS-PART-ESTADO = SPACE
                    STRING 'PARTICION ' WS-PART-DIGITO-IDX ' ('
                           WS-PART-CORRIDA ') SIN CORRIDA HOY'
                           DELIMITED BY SIZE
                      INTO RPT-LINEA
                    END-STRING
                 ELSE
                    STRING 'PARTICION ' WS-PART-DIGITO-IDX ' ('
                           WS-PART-CORRIDA ') SIN TERMINAR (ESTADO '
                           WS-PART-ESTADO ')'
                           DELIMITED BY SIZE
                      INTO RPT-LINEA
                    END-STRING
                 END-IF
                 WRITE RPT-LINEA
              END-IF
           END-PERFORM
           IF WS-HAY-PENDIENTES
              MOVE 'ABORTADO: HAY PARTICIONES SIN TERMINAR, NO SE UNEN
      -            'LOS REPORTES' TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF.

       130-SQL-ESTADO-PARTICION.
           MOVE SPACES TO WS-PART-CORRIDA
           STRING WS-PARM-PROGRAMA DELIMITED BY SPACE
                  WS-PART-DIGITO-IDX      DELIMITED BY SIZE
             INTO WS-PART-CORRIDA
           END-STRING
           MOVE WS-PART-CORRIDA TO CL-PROGRAMA-RC
           MOVE SPACE TO WS-PART-ESTADO
           EXEC SQL
                SELECT ESTADO_RC
                      ,REGISTROS_RC
                INTO   :CL-ESTADO-RC
                      ,:CL-REGISTROS-RC
                FROM   TARUNCTL
                WHERE  PROGRAMA_RC = :CL-PROGRAMA-RC
                       AND FECHA_NEGOCIO_RC = DATE(:WS-RC-FECHA)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-ESTADO-RC TO WS-PART-ESTADO
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
      *
      *--- EL DETALLE PASA TAL CUAL; LOS ENCABEZADOS SE TOMAN DEL
      *--- PRIMER REPORTE; CIERRES Y TOTALES SE ACUMULAN PARA EL FINAL
      *
           OPEN INPUT ENT-FILE
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ ENT-FILE
                 AT END
                    SET WS-EXIT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINEAS-LEIDAS
                    PERFORM 210-CLASIFICAR-LINEA
              END-READ
           END-PERFORM
           CLOSE ENT-FILE.

       210-CLASIFICAR-LINEA.
           MOVE ENT-LINEA TO WS-PT-LINEA-TOTAL
           EVALUATE TRUE
                WHEN WS-PT-LT-PARTICION
                     PERFORM 220-REGISTRAR-PARTICION
                WHEN WS-PT-LT-ENCABEZADO
                     IF WS-PART-ACTUAL = WS-PART-PRIMERA
                        MOVE WS-PT-LM-TEXTO TO RPT-LINEA
                        WRITE RPT-LINEA
                     END-IF
                WHEN WS-PT-LT-CONSTANTE
                     MOVE WS-PT-LM-TEXTO TO WS-UN-CLAVE
                     PERFORM 230-APAREAR-CIERRE
                WHEN WS-PT-LT-TOTAL
                     MOVE WS-PT-LT-ETIQUETA TO WS-UN-CLAVE
                     PERFORM 230-APAREAR-CIERRE
                WHEN OTHER
                     ADD 1 TO WS-LINEAS-DETALLE
                     MOVE ENT-LINEA TO RPT-LINEA
                     WRITE RPT-LINEA
           END-EVALUATE.

       220-REGISTRAR-PARTICION.
      *
      *--- '#' 'P' Y EL DIGITO DE LA PARTICION. UNA CORRIDA REANUDADA
      *--- SIGUE EL MISMO REPORTE Y REPITE SU '#P': NO ES OTRA
      *--- PARTICION NI REPITE ENCABEZADOS
      *
           MOVE ENT-LINEA(3:1) TO WS-PART-DIGITO
           MOVE WS-PART-DIGITO TO WS-PART-ACTUAL
           MOVE 0 TO WS-UN-POS
           IF WS-PART-PRIMERA = SPACES
              MOVE WS-PART-DIGITO TO WS-PART-PRIMERA
           END-IF
           IF WS-DIGITO-VALIDO
              IF NOT WS-PART-LEIDA(WS-PART-DIGITO-N)
                 ADD 1 TO WS-UNIDAS
                 MOVE 'S' TO WS-PART-VISTA(WS-PART-DIGITO-N)
                 MOVE ENT-LINEA(4:97)
                      TO WS-PART-TEXTO(WS-PART-DIGITO-N)
              END-IF
           END-IF.

       230-APAREAR-CIERRE.
           COMPUTE WS-UN-IDX = WS-UN-POS + 1
           PERFORM UNTIL WS-UN-IDX > WS-UN-MAX
                   OR (WS-UN-MARCA(WS-UN-IDX) = WS-PT-LT-MARCA
                       AND WS-UN-TEXTO(WS-UN-IDX) = WS-UN-CLAVE)
              ADD 1 TO WS-UN-IDX
           END-PERFORM
           IF WS-UN-IDX > WS-UN-MAX
              PERFORM 240-INSERTAR-CIERRE
           ELSE
              IF WS-PT-LT-TOTAL
                 ADD WS-PT-LT-VALOR TO WS-UN-VALOR(WS-UN-IDX)
              END-IF
              MOVE WS-UN-IDX TO WS-UN-POS
           END-IF.

       240-INSERTAR-CIERRE.
           IF WS-UN-MAX < WC-MAX-CIERRE
              COMPUTE WS-UN-POS = WS-UN-POS + 1
              PERFORM VARYING WS-UN-IDX FROM WS-UN-MAX BY -1
                      UNTIL WS-UN-IDX < WS-UN-POS
                 MOVE WS-UN-ENTRADA(WS-UN-IDX)
                      TO WS-UN-ENTRADA(WS-UN-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-UN-MAX
              MOVE WS-PT-LT-MARCA TO WS-UN-MARCA(WS-UN-POS)
              MOVE WS-UN-CLAVE    TO WS-UN-TEXTO(WS-UN-POS)
              IF WS-PT-LT-TOTAL
                 MOVE WS-PT-LT-FORMATO TO WS-UN-FORMATO(WS-UN-POS)
                 MOVE WS-PT-LT-VALOR   TO WS-UN-VALOR(WS-UN-POS)
              ELSE
                 MOVE '9' TO WS-UN-FORMATO(WS-UN-POS)
                 MOVE 0   TO WS-UN-VALOR(WS-UN-POS)
              END-IF
           ELSE
              SET WS-TABLA-LLENA TO TRUE
           END-IF.

       300-FIN.
      *
      *--- CIERRES Y TOTALES UNIDOS, CON EL MISMO FORMATO DE UNA
      *--- CORRIDA COMPLETA (871 SIN PARTICION), Y LA SECCION DE
      *--- PARTICIONES CON LO QUE SE UNIO CONTRA TARUNCTL
      *
           MOVE SPACES TO WS-PT-NUMERO
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-UN-MAX
              IF WS-UN-MARCA(WS-UN-IDX) = '#T'
                 MOVE WS-UN-TEXTO(WS-UN-IDX)   TO WS-PT-ETIQUETA
                 MOVE WS-UN-VALOR(WS-UN-IDX)   TO WS-PT-VALOR
                 MOVE WS-UN-FORMATO(WS-UN-IDX) TO WS-PT-FORMATO
                 PERFORM 871-ESCRIBIR-TOTAL
              ELSE
                 MOVE WS-UN-TEXTO(WS-UN-IDX) TO RPT-LINEA
                 WRITE RPT-LINEA
              END-IF
           END-PERFORM
           IF WS-TABLA-LLENA
              MOVE 'AVISO: MAS DE 200 LINEAS DE CIERRE, SOLO SE UNIERON
      -            ' LAS PRIMERAS' TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-PT-DEFINIDAS TO WS-PT-DEFINIDAS-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'PARTICIONES UNIDAS: ' WS-UNIDAS
                  ' DE ' WS-PT-DEFINIDAS-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PT-DEFINIDAS
              MOVE SPACES TO RPT-LINEA
              IF WS-PART-LEIDA(WS-PART-IDX)
                 STRING '  ' WS-PART-TEXTO(WS-PART-IDX)
                        DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
              ELSE
                 STRING '  FALTA EN RPTIN EL REPORTE DE LA PARTICION '
                        WS-PART-DIGITO-IDX DELIMITED BY SIZE
                   INTO RPT-LINEA
                 END-STRING
              END-IF
              WRITE RPT-LINEA
           END-PERFORM
           MOVE WS-REGISTROS-RC TO WS-REGISTROS-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'REGISTROS DE LAS PARTICIONES EN TARUNCTL: '
                  WS-REGISTROS-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-UNIDAS < WS-PT-DEFINIDAS
              MOVE 'REPORTE UNIDO INCOMPLETO: FALTAN PARTICIONES EN RPTI
      -            'N' TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           CLOSE RPT-FILE
           STOP RUN.

       COPY FECNEGPR.
       COPY PARTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.
