      *****************************************************
      *                                                   *
      *   PROGRAMA BATCH CARGA DE UN REPORTE AL           *
      *   REPOSITORIO DE REPORTES EN LINEA (TARPTDIR/     *
      *   TARPTLIN) - SISTEMA BANCARIO                    *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPTLCOB.
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
      *--- EL RPTOUT DEL JOB QUE SE CARGA (EN UN JOB PARTICIONADO, EL
      *--- REPORTE YA UNIDO POR UNIPCOB). SE GUARDA LINEA POR LINEA TAL
      *--- CUAL SALIO, PARA QUE EN PANTALLA SE VEA IGUAL QUE IMPRESO
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
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TARPTCAT END-EXEC.
           EXEC SQL INCLUDE TARPTDIR END-EXEC.
           EXEC SQL INCLUDE TARPTLIN END-EXEC.
           EXEC SQL INCLUDE TABRANCH END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.

      *
      *--- TARJETA DE CONTROL (SYSIN):
      *--- POS  1-8  REPORTE QUE SE CARGA, CON EL NOMBRE DEL PROGRAMA
      *---           QUE LO PRODUCE (EL DE TARPTCAT)
      *--- POS  9-18 FECHA DE NEGOCIO DEL REPORTE AAAA-MM-DD; EN BLANCO
      *---           LA FECHA DE NEGOCIO VIGENTE (TAFECHAS)
      *
       01  WS-PARM-TARJETA.
           03 WS-PARM-REPORTE         PIC X(8).
           03 WS-PARM-FECHA           PIC X(10).
           03 FILLER                  PIC X(62).

       01  WS-VARIABLES.
           03 WS-LINEAS-CARGADAS      PIC 9(9)        VALUE 0.
           03 WS-LINEAS-SUCURSAL      PIC 9(9)        VALUE 0.
           03 WS-LINEAS-REEMPLAZADAS  PIC 9(9)        VALUE 0.
           03 WS-EJEMPLARES-PURGADOS  PIC 9(9)        VALUE 0.
           03 WS-LINEAS-PURGADAS      PIC 9(9)        VALUE 0.
           03 WS-CONTADOR-ED          PIC ZZZZZZZZ9.
           03 WS-DESDE-COMMIT         PIC 9(4)        VALUE 0.
           03 WS-DIAS-RETENCION       PIC S9(4)       COMP.
      *
      *--- SUCURSAL DE LA LINEA QUE SE CARGA Y LA QUE HEREDA UNA LINEA
      *--- DE CONTINUACION (VER 220-ATRIBUIR-SUCURSAL)
      *
           03 WS-SUCURSAL-LINEA       PIC X(4).
           03 WS-SUCURSAL-HEREDADA    PIC X(4)        VALUE SPACES.
      *
      *--- LA LINEA CON UN BLANCO ADELANTE Y RELLENO ATRAS, PARA
      *--- BUSCAR LA PALABRA CUENTA SIN SALIRSE DE LA LINEA
      *
           03 WS-LINEA-TRABAJO        PIC X(120).
           03 WS-IDX                  PIC 9(3).
           03 WS-IDX-CTA              PIC 9(3).
           03 WS-CUENTA-LINEA         PIC X(10).
       01  SWITCHES.
           03 WS-CONTINUAR            PIC X           VALUE 'N'.
              88 WS-EXIT                              VALUE 'Y'.
           03 WS-CUENTA-FALG          PIC X           VALUE 'N'.
              88 WS-HAY-CUENTA                        VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'RPTLCOB'.
          03 WC-LOTE-COMMIT           PIC 9(4)     VALUE 500.
      *
      *--- RETENCION DE UN REPORTE QUE NO ESTA EN TARPTCAT. SE REFRESCA
      *--- DESDE TAPARAM (CLAVE DIAS-RETENCION-RPT, VER PARMCTPR)
      *
          03 WC-DIAS-RETENCION        PIC 9(4)     VALUE 45.

       COPY FECNEGCP.
       COPY PARMCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-FIN.

       100-INICIO.
      *
      *--- ESTE PROCESO NO ESCRIBE SU PROPIA FILA EN TARUNCTL: NO
      *--- POSTEA NADA Y VOLVER A CARGAR EL MISMO REPORTE Y FECHA
      *--- REEMPLAZA LO CARGADO (VER 120-BORRAR-EJEMPLAR)
      *
           PERFORM 870-LEER-FECHA-NEGOCIO
           ACCEPT WS-PARM-TARJETA FROM SYSIN
           IF WS-PARM-FECHA = SPACES OR WS-PARM-FECHA = LOW-VALUES
              MOVE WS-FN-FECHA TO WS-PARM-FECHA
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINEA
           STRING 'CARGA AL REPOSITORIO DE REPORTES - '
                                              DELIMITED BY SIZE
                  WS-PARM-REPORTE             DELIMITED BY SPACE
                  ' '                         DELIMITED BY SIZE
                  WS-PARM-FECHA               DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  WS-FN-FECHA                 DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           IF WS-PARM-REPORTE = SPACES OR WS-PARM-REPORTE = LOW-VALUES
              MOVE 'ABORTADO: FALTA EL REPORTE EN LA TARJETA'
                   TO RPT-LINEA
              PERFORM 190-ABORTAR
           END-IF
           PERFORM 110-LEER-CATALOGO
           PERFORM 120-BORRAR-EJEMPLAR
           OPEN INPUT ENT-FILE.

       110-LEER-CATALOGO.
      *
      *--- UN REPORTE QUE NO ESTA EN EL CATALOGO SE GUARDA IGUAL, PERO
      *--- SOLO PARA CASA MATRIZ Y CON LA RETENCION POR DEFECTO: MEJOR
      *--- NO MOSTRARLE A UNA SUCURSAL UN REPORTE QUE NADIE CLASIFICO
      *
           MOVE WS-PARM-REPORTE TO CL-REPORTE-RK
           EXEC SQL
                SELECT
                   DIAS_RETENCION_RK
                  ,ALCANCE_RK
                INTO
                   :CL-DIAS-RETENCION-RK
                  ,:CL-ALCANCE-RK
                FROM
                   TARPTCAT
                WHERE
                   REPORTE_RK = :CL-REPORTE-RK
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-DIAS-RETENCION-RK TO WS-DIAS-RETENCION
                     MOVE CL-ALCANCE-RK        TO CL-ALCANCE-RD
                WHEN 100
                     MOVE 'DIAS-RETENCION-RPT' TO CL-PARAM-CLAVE
                     MOVE WC-DIAS-RETENCION    TO WS-PM-DEFECTO
                     PERFORM 840-LEER-PARAMETRO
                     MOVE WS-PM-VALOR          TO WC-DIAS-RETENCION
                     MOVE WC-DIAS-RETENCION    TO WS-DIAS-RETENCION
                     MOVE 'C'                  TO CL-ALCANCE-RD
                     MOVE 'REPORTE SIN CATALOGO: SOLO CASA MATRIZ'
                          TO RPT-LINEA
                     WRITE RPT-LINEA
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       120-BORRAR-EJEMPLAR.
      *
      *--- PRIMERO SE BORRA LA FILA DEL DIRECTORIO, QUE ES LA QUE HACE
      *--- VISIBLE EL EJEMPLAR EN PANTALLA, Y LUEGO SUS LINEAS (TAMBIEN
      *--- LAS DE UNA CARGA ANTERIOR QUE SE CAYO ANTES DE TERMINAR)
      *
           MOVE WS-PARM-REPORTE TO CL-REPORTE-RD
           MOVE WS-PARM-FECHA   TO CL-FECHA-NEGOCIO-RD
           EXEC SQL
                DELETE FROM TARPTDIR
                WHERE  REPORTE_RD = :CL-REPORTE-RD
                       AND FECHA_NEGOCIO_RD = DATE(:CL-FECHA-NEGOCIO-RD)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL
                DELETE FROM TARPTLIN
                WHERE  REPORTE_RL = :CL-REPORTE-RD
                       AND FECHA_NEGOCIO_RL = DATE(:CL-FECHA-NEGOCIO-RD)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SQLERRD(3) TO WS-LINEAS-REEMPLAZADAS
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           EXEC SQL COMMIT END-EXEC.

       190-ABORTAR.
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       200-PROCESO.
           MOVE WS-PARM-REPORTE TO CL-REPORTE-RL
           MOVE WS-PARM-FECHA   TO CL-FECHA-NEGOCIO-RL
           MOVE 'N' TO WS-CONTINUAR
           PERFORM UNTIL WS-EXIT
              READ ENT-FILE
                 AT END
                    SET WS-EXIT TO TRUE
                 NOT AT END
                    PERFORM 210-CARGAR-LINEA
              END-READ
           END-PERFORM
           CLOSE ENT-FILE
           PERFORM 250-REGISTRAR-DIRECTORIO
           PERFORM 260-PURGAR-VENCIDOS.

       210-CARGAR-LINEA.
           PERFORM 220-ATRIBUIR-SUCURSAL
           ADD 1 TO WS-LINEAS-CARGADAS
           IF WS-SUCURSAL-LINEA NOT = SPACES
              ADD 1 TO WS-LINEAS-SUCURSAL
           END-IF
           MOVE WS-LINEAS-CARGADAS TO CL-LINEA-RL
           MOVE WS-SUCURSAL-LINEA  TO CL-SUCURSAL-RL
           MOVE ENT-LINEA          TO CL-TEXTO-RL
           EXEC SQL
                INSERT INTO TARPTLIN
                   (REPORTE_RL
                   ,FECHA_NEGOCIO_RL
                   ,LINEA_RL
                   ,SUCURSAL_RL
                   ,TEXTO_RL)
                VALUES
                   (:CL-REPORTE-RL
                   ,DATE(:CL-FECHA-NEGOCIO-RL)
                   ,:CL-LINEA-RL
                   ,:CL-SUCURSAL-RL
                   ,:CL-TEXTO-RL)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           PERFORM 290-COMMIT-POR-LOTE.

       220-ATRIBUIR-SUCURSAL.
      *
      *--- LOS REPORTES NO TRAEN LA SUCURSAL COMO CAMPO, SE DEDUCE DEL
      *--- TEXTO CON LAS CONVENCIONES DE LOS PROGRAMAS QUE LOS ESCRIBEN:
      *--- - 'SUCURSAL XXXX' AL INICIO (SUBTOTALES DE CASHCOB/CUADCOB)
      *---   CON UNA SUCURSAL DE TABRANCH ES UNA LINEA DE ESA SUCURSAL.
      *--- - LA PALABRA CUENTA SEGUIDA DE UN NUMERO DE CUENTA DE TACUENT
      *---   (DETALLES 'CUENTA NNNNNNNNNN', 'CUENTA=', 'CUENTA:') ES DE
      *---   LA SUCURSAL DE LA CUENTA, Y LAS LINEAS SANGRADAS QUE LA
      *---   SIGUEN (CONTINUACION DEL MISMO DETALLE) TAMBIEN.
      *--- - TODO LO DEMAS (ENCABEZADOS, TOTALES DEL BANCO) ES GENERAL
      *---   Y LO VEN TODAS LAS SUCURSALES
      *
           MOVE SPACES TO WS-SUCURSAL-LINEA
           IF ENT-LINEA = SPACES
              MOVE SPACES TO WS-SUCURSAL-HEREDADA
           ELSE
              IF ENT-LINEA(1:9) = 'SUCURSAL '
                 AND ENT-LINEA(10:4) NOT = SPACES
                 PERFORM 230-SQL-LEER-SUCURSAL
                 MOVE SPACES TO WS-SUCURSAL-HEREDADA
              ELSE
                 PERFORM 240-BUSCAR-CUENTA
                 IF WS-HAY-CUENTA
                    PERFORM 245-SQL-SUCURSAL-CUENTA
                 END-IF
                 IF WS-SUCURSAL-LINEA NOT = SPACES
                    MOVE WS-SUCURSAL-LINEA TO WS-SUCURSAL-HEREDADA
                 ELSE
                    IF ENT-LINEA(1:1) = SPACE
                       MOVE WS-SUCURSAL-HEREDADA TO WS-SUCURSAL-LINEA
                    ELSE
                       MOVE SPACES TO WS-SUCURSAL-HEREDADA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       230-SQL-LEER-SUCURSAL.
           MOVE ENT-LINEA(10:4) TO CL-SUCURSAL-ID
           EXEC SQL
                SELECT
                   SUCURSAL_ID
                INTO
                   :CL-SUCURSAL-ID
                FROM
                   TABRANCH
                WHERE
                   SUCURSAL_ID = :CL-SUCURSAL-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-SUCURSAL-ID TO WS-SUCURSAL-LINEA
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       240-BUSCAR-CUENTA.
      *
      *--- PRIMERA PALABRA CUENTA (CON BLANCO ANTES Y BLANCO, '=' O ':'
      *--- DESPUES) CUYO SIGUIENTE DATO SON 10 DIGITOS
      *
           MOVE 'N' TO WS-CUENTA-FALG
           MOVE SPACES TO WS-LINEA-TRABAJO
           MOVE ENT-LINEA TO WS-LINEA-TRABAJO(2:100)
           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > 95 OR WS-HAY-CUENTA
              IF WS-LINEA-TRABAJO(WS-IDX:6) = 'CUENTA'
                 AND WS-LINEA-TRABAJO(WS-IDX - 1:1) = SPACE
                 AND (WS-LINEA-TRABAJO(WS-IDX + 6:1) = SPACE
                      OR WS-LINEA-TRABAJO(WS-IDX + 6:1) = '='
                      OR WS-LINEA-TRABAJO(WS-IDX + 6:1) = ':')
                 PERFORM VARYING WS-IDX-CTA FROM WS-IDX BY 1
                         UNTIL WS-IDX-CTA > 102
                         OR WS-LINEA-TRABAJO(WS-IDX-CTA + 7:1)
                            NOT = SPACE
                    CONTINUE
                 END-PERFORM
                 MOVE WS-LINEA-TRABAJO(WS-IDX-CTA + 7:10)
                   TO WS-CUENTA-LINEA
                 IF WS-CUENTA-LINEA IS NUMERIC
                    SET WS-HAY-CUENTA TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       245-SQL-SUCURSAL-CUENTA.
           MOVE WS-CUENTA-LINEA TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT
                   SUCURSAL_CUENTA
                INTO
                   :CL-SUCURSAL-CUENTA
                FROM
                   TACUENT
                WHERE
                   NUMERO_CUENTA = :CL-NUMERO-CUENTA
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE CL-SUCURSAL-CUENTA TO WS-SUCURSAL-LINEA
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       250-REGISTRAR-DIRECTORIO.
      *
      *--- LA FILA DEL DIRECTORIO VA AL FINAL: HASTA AQUI EL EJEMPLAR
      *--- NO SE VE EN PANTALLA AUNQUE SUS LINEAS YA ESTEN COMPROMETIDAS
      *
           MOVE WS-LINEAS-CARGADAS TO CL-LINEAS-RD
           EXEC SQL
                INSERT INTO TARPTDIR
                   (REPORTE_RD
                   ,FECHA_NEGOCIO_RD
                   ,ALCANCE_RD
                   ,LINEAS_RD
                   ,FECHA_CARGA_RD
                   ,FECHA_PURGA_RD)
                VALUES
                   (:CL-REPORTE-RD
                   ,DATE(:CL-FECHA-NEGOCIO-RD)
                   ,:CL-ALCANCE-RD
                   ,:CL-LINEAS-RD
                   ,CURRENT TIMESTAMP
                   ,DATE(:CL-FECHA-NEGOCIO-RD)
                    + :WS-DIAS-RETENCION DAYS)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           EXEC SQL COMMIT END-EXEC.

       260-PURGAR-VENCIDOS.
      *
      *--- EJEMPLARES DE CUALQUIER REPORTE CUYA RETENCION SE CUMPLIO A
      *--- LA FECHA DE NEGOCIO. LAS LINEAS SE BORRAN ANTES QUE SU FILA
      *--- DEL DIRECTORIO PARA NO DEJAR LINEAS HUERFANAS SI SE CAE
      *
           EXEC SQL
                DELETE FROM TARPTLIN L
                WHERE  EXISTS
                      (SELECT 1
                       FROM   TARPTDIR D
                       WHERE  D.REPORTE_RD = L.REPORTE_RL
                         AND  D.FECHA_NEGOCIO_RD = L.FECHA_NEGOCIO_RL
                         AND  D.FECHA_PURGA_RD <= DATE(:WS-FN-FECHA))
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SQLERRD(3) TO WS-LINEAS-PURGADAS
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           EXEC SQL
                DELETE FROM TARPTDIR
                WHERE  FECHA_PURGA_RD <= DATE(:WS-FN-FECHA)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SQLERRD(3) TO WS-EJEMPLARES-PURGADOS
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       290-COMMIT-POR-LOTE.
           ADD 1 TO WS-DESDE-COMMIT
           IF WS-DESDE-COMMIT >= WC-LOTE-COMMIT
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-DESDE-COMMIT
           END-IF.

       300-FIN.
           MOVE SPACES TO RPT-LINEA
           MOVE WS-LINEAS-CARGADAS TO WS-CONTADOR-ED
           STRING 'LINEAS CARGADAS:              ' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE WS-LINEAS-SUCURSAL TO WS-CONTADOR-ED
           STRING 'LINEAS ATRIBUIDAS A SUCURSAL: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE WS-LINEAS-REEMPLAZADAS TO WS-CONTADOR-ED
           STRING 'LINEAS DE LA CARGA ANTERIOR:  ' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE WS-DIAS-RETENCION TO WS-CONTADOR-ED
           STRING 'DIAS DE RETENCION:            ' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  ' ALCANCE '                      DELIMITED BY SIZE
                  CL-ALCANCE-RD                    DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE WS-EJEMPLARES-PURGADOS TO WS-CONTADOR-ED
           STRING 'EJEMPLARES VENCIDOS PURGADOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           MOVE WS-LINEAS-PURGADAS TO WS-CONTADOR-ED
           STRING 'LINEAS VENCIDAS PURGADAS:     ' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.

       COPY FECNEGPR.
       COPY PARMCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           EXEC SQL ROLLBACK END-EXEC
           MOVE SPACES TO RPT-LINEA
           STRING 'ERROR DB2: ' DELIMITED BY SIZE
                  DB2-SQLCODE-Z DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           STOP RUN.
