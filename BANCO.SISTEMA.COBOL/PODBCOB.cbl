      *****************************************************
      *                                                   *
      *   PROGRAMA DESIGNACION DE BENEFICIARIOS POD       *
      *   (PAGADEROS AL FALLECIMIENTO) POR CUENTA         *
      *   (TABENPOD) CICS-DB2                             *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PODBCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TACLIENT END-EXEC.
           EXEC SQL INCLUDE TABENPOD END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ORDEN-NUM            PIC 9(1).
      *
      *--- PORCENTAJE DIGITADO CON 5 DIGITOS Y 2 DECIMALES IMPLICITOS
      *--- (03333 = 33,33 %; 10000 = 100,00 %)
      *
           03 WS-PCT-JUST             PIC X(5)    JUST RIGHT.
           03 WS-PCT-NUM              PIC 9(3)V9(2).
           03 WS-PCT-DIGITOS REDEFINES WS-PCT-NUM
                                      PIC 9(5).
           03 WS-PCT-ED               PIC ZZ9,99.
           03 WS-SUMA-PCT             PIC S9(5)V9(2)  COMP-3.
           03 WS-BENEFICIARIOS        PIC S9(9)       COMP.
           03 WS-BENEFICIARIOS-ED     PIC 9.
           03 WS-VIGENTES             PIC S9(9)       COMP.
           03 WS-BORRADORES           PIC S9(9)       COMP.
           03 WS-REPETIDOS            PIC S9(9)       COMP.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
               88 WS-PRIMERA-VEZ                      VALUE 'Y'.
       01 DB2-ERROR.
          05 DB2-SQLCODE              PIC S9(9).
          05 DB2-SQLCODE-Z            PIC -ZZZZZZZZ9.
          05 DB2-ERROR-MSG.
             06 DB2-ERR-MSG           PIC X(61).
             06 DB2-ERR-CODE          PIC X(20).
       01 WC-CONSTANTES.
          03 WC-PROGRAMA              PIC X(8)     VALUE 'PODBCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'PODB'.
          03 WC-MAXIMO-BENEFICIARIOS  PIC 9(1)     VALUE 5.
          03 WC-PCT-COMPLETO          PIC 9(3)V9(2) VALUE 100.

       COPY VALCTACP.
       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY PODBMPCP.
       COPY DFHAID.
       COPY DDCICS.
       COPY ABNDCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           MOVE '000-MAIN-LOGIC' TO WS-AB-PARRAFO
           EXEC CICS HANDLE ABEND
                LABEL(990-CAPTURAR-ABEND)
                NOHANDLE
           END-EXEC
           PERFORM 100-INICIO
           PERFORM 200-PROCESO
           PERFORM 300-RETURN.

       100-INICIO.
           MOVE '100-INICIO' TO WS-AB-PARRAFO
           PERFORM 820-REGISTRAR-AUDITORIA
           PERFORM 870-LEER-FECHA-NEGOCIO
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           IF EIBCALEN = 0
              MOVE LOW-VALUES TO PODBMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'PODB'
              MOVE LOW-VALUES TO PODBMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('PODBMP')
                MAPONLY
                ERASE
                NOHANDLE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE
              EXEC CICS RECEIVE
                   MAP('PODBMP')
                   INTO(PODBMPI)
                   NOHANDLE
              END-EXEC
              EVALUATE EIBAID
                   WHEN DFHPF3
                        PERFORM 216-VOLVER-MENU
                   WHEN DFHENTER
                        PERFORM 210-PROCESAR-DATOS
              END-EVALUATE
           END-IF.

       210-PROCESAR-DATOS.
      *
      *--- CAMPO1I ACCION SOBRE LA CUENTA CAMPO2:
      *--- 'A' AGREGAR O CAMBIAR EL BENEFICIARIO CAMPO3 (ORDEN 1 A 5)
      *---     DEL BORRADOR: CAMPO4 CEDULA, CAMPO5 NOMBRE, CAMPO6
      *---     PARENTESCO, CAMPO7 PORCENTAJE (5 DIGITOS, 2 DECIMALES
      *---     IMPLICITOS)
      *--- 'E' ELIMINAR DEL BORRADOR EL BENEFICIARIO CAMPO3
      *--- 'C' CONFIRMAR EL BORRADOR (DEBE SUMAR 100,00 %): PASA A
      *---     VIGENTE Y LA DESIGNACION ANTERIOR QUEDA REEMPLAZADA
      *--- 'R' REVOCAR LA DESIGNACION VIGENTE (LA CUENTA VUELVE AL
      *---     FLUJO NORMAL DE SUCESION)
      *--- 'Q' CONSULTAR EL BENEFICIARIO CAMPO3, O SIN CAMPO3 EL
      *---     RESUMEN DE LA CUENTA
      *--- EL PRIMER 'A' O 'E' SOBRE UNA CUENTA CON DESIGNACION
      *--- VIGENTE Y SIN BORRADOR COPIA LA VIGENTE AL BORRADOR, PARA
      *--- CAMBIAR UN SOLO BENEFICIARIO SIN DIGITARLOS TODOS.
      *--- CAMPO8O DEVUELVE EL ESTADO DE LA FILA (B/V/X/P) Y CAMPO9O
      *--- EL TOTAL DE PORCENTAJES DEL BORRADOR
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES OR CAMPO2I = LOW-VALUES
              MOVE 'DIGITE ACCION (A/E/C/R/Q) Y CUENTA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 255-VALIDAR-OPERADOR
           PERFORM 240-VALIDAR-CUENTA
           EVALUATE CAMPO1I
                WHEN 'A'
                     PERFORM 230-AGREGAR-BENEFICIARIO
                WHEN 'E'
                     PERFORM 250-ELIMINAR-BENEFICIARIO
                WHEN 'C'
                     PERFORM 260-CONFIRMAR-DESIGNACION
                WHEN 'R'
                     PERFORM 270-REVOCAR-DESIGNACION
                WHEN 'Q'
                     PERFORM 280-CONSULTAR-DESIGNACION
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE A/E/C/R/Q' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-AGREGAR-BENEFICIARIO.
      *
      *--- EL BENEFICIARIO NO PUEDE SER EL MISMO TITULAR NI REPETIRSE
      *--- EN OTRO ORDEN DEL BORRADOR. SI EL ORDEN YA EXISTE EN EL
      *--- BORRADOR SE REEMPLAZAN SUS DATOS
      *
           MOVE '230-AGREGAR-BENEFICIARIO' TO WS-AB-PARRAFO
           PERFORM 245-VALIDAR-ORDEN
           IF CAMPO4I = LOW-VALUES OR CAMPO4I = SPACES
              OR CAMPO5I = LOW-VALUES OR CAMPO5I = SPACES
              OR CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              OR CAMPO7I = LOW-VALUES
              MOVE 'DIGITE CEDULA, NOMBRE, PARENTESCO Y PORCENTAJE'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO4I = CL-CEDULA-CLIENTE
              MOVE 'EL BENEFICIARIO NO PUEDE SER EL TITULAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO7I TO WS-PCT-JUST
           INSPECT WS-PCT-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-PCT-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-PCT-JUST NOT NUMERIC
              MOVE 'PORCENTAJE INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-PCT-JUST TO WS-PCT-DIGITOS
           IF WS-PCT-NUM = 0 OR WS-PCT-NUM > WC-PCT-COMPLETO
              MOVE 'EL PORCENTAJE DEBE SER MAYOR QUE 0 Y HASTA 100'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 246-COPIAR-VIGENTE
           MOVE CAMPO4I TO CL-CEDULA-PD
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-REPETIDOS
                FROM   TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'B'
                       AND CEDULA_PD = :CL-CEDULA-PD
                       AND ORDEN_PD <> :CL-ORDEN-PD
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-REPETIDOS > 0
              MOVE 'ESA CEDULA YA ESTA EN OTRO ORDEN DEL BORRADOR'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO5I     TO CL-NOMBRE-PD
           MOVE CAMPO6I     TO CL-PARENTESCO-PD
           MOVE WS-PCT-NUM  TO CL-PORCENTAJE-PD
           MOVE EIBOPID     TO CL-USUARIO-ALTA-PD
           MOVE 'B'         TO CL-ESTADO-PD
           EXEC SQL
                UPDATE TABENPOD
                SET    CEDULA_PD       = :CL-CEDULA-PD
                      ,NOMBRE_PD       = :CL-NOMBRE-PD
                      ,PARENTESCO_PD   = :CL-PARENTESCO-PD
                      ,PORCENTAJE_PD   = :CL-PORCENTAJE-PD
                      ,USUARIO_ALTA_PD = :CL-USUARIO-ALTA-PD
                      ,FECHA_ALTA_PD   = CURRENT TIMESTAMP
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ORDEN_PD = :CL-ORDEN-PD
                       AND ESTADO_PD = 'B'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     EXEC SQL
                          INSERT INTO TABENPOD (
                              NUMERO_CUENTA_PD
                             ,ORDEN_PD
                             ,CEDULA_PD
                             ,NOMBRE_PD
                             ,PARENTESCO_PD
                             ,PORCENTAJE_PD
                             ,ESTADO_PD
                             ,USUARIO_ALTA_PD
                             ,FECHA_ALTA_PD
                          ) VALUES (
                              :CL-NUMERO-CUENTA-PD
                             ,:CL-ORDEN-PD
                             ,:CL-CEDULA-PD
                             ,:CL-NOMBRE-PD
                             ,:CL-PARENTESCO-PD
                             ,:CL-PORCENTAJE-PD
                             ,:CL-ESTADO-PD
                             ,:CL-USUARIO-ALTA-PD
                             ,CURRENT TIMESTAMP
                          )
                     END-EXEC
                     IF SQLCODE NOT = 0
                        PERFORM 999-FALLO-TRANSACCION
                     END-IF
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 290-SUMAR-BORRADOR
           MOVE 'B' TO CAMPO8O
           MOVE SPACES TO MSGO
           STRING 'BENEFICIARIO ' DELIMITED BY SIZE
                  WS-ORDEN-NUM    DELIMITED BY SIZE
                  ' EN BORRADOR, TOTAL ' DELIMITED BY SIZE
                  WS-PCT-ED       DELIMITED BY SIZE
                  ' %'            DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       240-VALIDAR-CUENTA.
      *
      *--- LA DESIGNACION LA HACE EL TITULAR EN VIDA SOBRE UNA CUENTA
      *--- NO CANCELADA: CON EL CLIENTE EN SUCESION ('F'/'L') SOLO SE
      *--- CONSULTA, EL PAGO LO HACE SUCECOB
      *
           MOVE '240-VALIDAR-CUENTA' TO WS-AB-PARRAFO
           MOVE CAMPO2I TO WS-VC-NUMERO
           PERFORM 800-VALIDAR-DIGITO-VERIF
           IF NOT WS-VC-CUENTA-VALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-NUMERO-CUENTA
           MOVE CAMPO2I TO CL-NUMERO-CUENTA-PD
           EXEC SQL
                SELECT C.ESTADO_CUENTA
                      ,C.CEDULA_CLIENTE
                      ,L.ESTADO_SUCESION
                INTO   :CL-ESTADO-CUENTA OF CL-ESTCUENT
                      ,:CL-CEDULA-CLIENTE
                      ,:CL-ESTADO-SUCESION
                FROM   TACUENT C
                      ,TACLIENT L
                WHERE  C.NUMERO_CUENTA = :CL-NUMERO-CUENTA
                       AND L.CEDULA_CLIENTE_M = C.CEDULA_CLIENTE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'CUENTA NO ENCONTRADA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CAMPO1I NOT = 'Q'
              IF CL-ESTADO-CUENTA OF CL-ESTCUENT = 'C'
                 MOVE 'LA CUENTA ESTA CANCELADA' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              IF CL-ESTADO-SUCESION NOT = 'N'
                 MOVE 'TITULAR EN SUCESION, LA DESIGNACION NO CAMBIA'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF.

       245-VALIDAR-ORDEN.
           MOVE '245-VALIDAR-ORDEN' TO WS-AB-PARRAFO
           IF CAMPO3I NOT NUMERIC
              MOVE 'DIGITE EL ORDEN DEL BENEFICIARIO (1 A 5)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-ORDEN-NUM
           IF WS-ORDEN-NUM = 0 OR WS-ORDEN-NUM > WC-MAXIMO-BENEFICIARIOS
              MOVE 'DIGITE EL ORDEN DEL BENEFICIARIO (1 A 5)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ORDEN-NUM TO CL-ORDEN-PD.

       246-COPIAR-VIGENTE.
      *
      *--- SIN BORRADOR, ARRANCA DE UNA COPIA DE LA DESIGNACION
      *--- VIGENTE (SI LA HAY); LAS FILAS 'V' NO SE TOCAN HASTA
      *--- CONFIRMAR
      *
           MOVE '246-COPIAR-VIGENTE' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-BORRADORES
                FROM   TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'B'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-BORRADORES = 0
              MOVE EIBOPID TO CL-USUARIO-ALTA-PD
              EXEC SQL
                   INSERT INTO TABENPOD (
                       NUMERO_CUENTA_PD
                      ,ORDEN_PD
                      ,CEDULA_PD
                      ,NOMBRE_PD
                      ,PARENTESCO_PD
                      ,PORCENTAJE_PD
                      ,ESTADO_PD
                      ,USUARIO_ALTA_PD
                      ,FECHA_ALTA_PD
                   )
                   SELECT NUMERO_CUENTA_PD
                         ,ORDEN_PD
                         ,CEDULA_PD
                         ,NOMBRE_PD
                         ,PARENTESCO_PD
                         ,PORCENTAJE_PD
                         ,'B'
                         ,:CL-USUARIO-ALTA-PD
                         ,CURRENT TIMESTAMP
                   FROM   TABENPOD
                   WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                          AND ESTADO_PD = 'V'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 999-FALLO-TRANSACCION
              END-IF
           END-IF.

       250-ELIMINAR-BENEFICIARIO.
           MOVE '250-ELIMINAR-BENEFICIARIO' TO WS-AB-PARRAFO
           PERFORM 245-VALIDAR-ORDEN
           PERFORM 246-COPIAR-VIGENTE
           EXEC SQL
                DELETE FROM TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ORDEN_PD = :CL-ORDEN-PD
                       AND ESTADO_PD = 'B'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'NO HAY BENEFICIARIO EN ESE ORDEN' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC CICS SYNCPOINT END-EXEC
           PERFORM 290-SUMAR-BORRADOR
           MOVE SPACES TO MSGO
           STRING 'BENEFICIARIO ' DELIMITED BY SIZE
                  WS-ORDEN-NUM    DELIMITED BY SIZE
                  ' ELIMINADO, TOTAL ' DELIMITED BY SIZE
                  WS-PCT-ED       DELIMITED BY SIZE
                  ' %'            DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       260-CONFIRMAR-DESIGNACION.
      *
      *--- EL BORRADOR SOLO ENTRA EN VIGENCIA SI SUS PORCENTAJES SUMAN
      *--- EXACTAMENTE 100,00. LA VERSION ANTERIOR NO SE BORRA: QUEDA
      *--- 'X' CON FECHA Y USUARIO DE BAJA COMO HISTORICO
      *
           MOVE '260-CONFIRMAR-DESIGNACION' TO WS-AB-PARRAFO
           PERFORM 290-SUMAR-BORRADOR
           IF WS-BENEFICIARIOS = 0
              MOVE 'NO HAY BORRADOR QUE CONFIRMAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF WS-SUMA-PCT NOT = WC-PCT-COMPLETO
              MOVE SPACES TO MSGO
              STRING 'LOS PORCENTAJES SUMAN ' DELIMITED BY SIZE
                     WS-PCT-ED                DELIMITED BY SIZE
                     ', DEBEN SUMAR 100,00'   DELIMITED BY SIZE
                INTO MSGO
              END-STRING
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE EIBOPID TO CL-USUARIO-BAJA-PD
           EXEC SQL
                UPDATE TABENPOD
                SET    ESTADO_PD       = 'X'
                      ,USUARIO_BAJA_PD = :CL-USUARIO-BAJA-PD
                      ,FECHA_BAJA_PD   = CURRENT TIMESTAMP
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'V'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE EIBOPID TO CL-USUARIO-VIGENCIA-PD
           EXEC SQL
                UPDATE TABENPOD
                SET    ESTADO_PD           = 'V'
                      ,USUARIO_VIGENCIA_PD = :CL-USUARIO-VIGENCIA-PD
                      ,FECHA_VIGENCIA_PD   = CURRENT TIMESTAMP
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'B'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'V'                TO CAMPO8O
           MOVE WS-BENEFICIARIOS   TO WS-BENEFICIARIOS-ED
           MOVE SPACES TO MSGO
           STRING 'DESIGNACION VIGENTE CON ' DELIMITED BY SIZE
                  WS-BENEFICIARIOS-ED        DELIMITED BY SIZE
                  ' BENEFICIARIO(S)'         DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-REVOCAR-DESIGNACION.
      *
      *--- EL TITULAR DEJA LA CUENTA SIN BENEFICIARIOS: LA VIGENTE
      *--- QUEDA 'X' Y SE DESCARTA EL BORRADOR QUE HUBIERA
      *
           MOVE '270-REVOCAR-DESIGNACION' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-USUARIO-BAJA-PD
           EXEC SQL
                UPDATE TABENPOD
                SET    ESTADO_PD       = 'X'
                      ,USUARIO_BAJA_PD = :CL-USUARIO-BAJA-PD
                      ,FECHA_BAJA_PD   = CURRENT TIMESTAMP
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'V'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'LA CUENTA NO TIENE DESIGNACION VIGENTE'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-FALLO-TRANSACCION
           END-EVALUATE
           EXEC SQL
                DELETE FROM TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'B'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'X' TO CAMPO8O
           MOVE 'DESIGNACION REVOCADA, LA CUENTA VA A SUCESION'
                TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       280-CONSULTAR-DESIGNACION.
      *
      *--- CON ORDEN: LA FILA DEL BORRADOR SI LA HAY, SI NO LA VIGENTE
      *--- O LA YA PAGADA. SIN ORDEN: CUANTOS BENEFICIARIOS TIENE LA
      *--- DESIGNACION VIGENTE Y EL BORRADOR
      *
           MOVE '280-CONSULTAR-DESIGNACION' TO WS-AB-PARRAFO
           PERFORM 290-SUMAR-BORRADOR
           IF CAMPO3I = LOW-VALUES OR CAMPO3I = SPACES
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-VIGENTES
                   FROM   TABENPOD
                   WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                          AND ESTADO_PD IN ('V', 'P')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE WS-VIGENTES      TO WS-ORDEN-NUM
              MOVE WS-BENEFICIARIOS TO WS-BENEFICIARIOS-ED
              MOVE SPACES TO MSGO
              STRING 'VIGENTES: '          DELIMITED BY SIZE
                     WS-ORDEN-NUM          DELIMITED BY SIZE
                     '  EN BORRADOR: '     DELIMITED BY SIZE
                     WS-BENEFICIARIOS-ED   DELIMITED BY SIZE
                     ' (TOTAL '            DELIMITED BY SIZE
                     WS-PCT-ED             DELIMITED BY SIZE
                     ' %)'                 DELIMITED BY SIZE
                INTO MSGO
              END-STRING
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 245-VALIDAR-ORDEN
           EXEC SQL
                SELECT CEDULA_PD
                      ,NOMBRE_PD
                      ,PARENTESCO_PD
                      ,PORCENTAJE_PD
                      ,ESTADO_PD
                INTO   :CL-CEDULA-PD
                      ,:CL-NOMBRE-PD
                      ,:CL-PARENTESCO-PD
                      ,:CL-PORCENTAJE-PD
                      ,:CL-ESTADO-PD
                FROM   TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ORDEN_PD = :CL-ORDEN-PD
                       AND ESTADO_PD IN ('B', 'V', 'P')
                ORDER BY ESTADO_PD
                        ,ID_BENEF_PD DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'NO HAY BENEFICIARIO EN ESE ORDEN' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-CEDULA-PD      TO CAMPO4O
           MOVE CL-NOMBRE-PD      TO CAMPO5O
           MOVE CL-PARENTESCO-PD  TO CAMPO6O
           MOVE CL-PORCENTAJE-PD  TO WS-PCT-NUM
           MOVE WS-PCT-DIGITOS    TO CAMPO7O
           MOVE CL-ESTADO-PD      TO CAMPO8O
           MOVE 'CONSULTA DE BENEFICIARIO POD' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       290-SUMAR-BORRADOR.
           MOVE '290-SUMAR-BORRADOR' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT COUNT(*)
                      ,COALESCE(SUM(PORCENTAJE_PD), 0)
                INTO   :WS-BENEFICIARIOS
                      ,:WS-SUMA-PCT
                FROM   TABENPOD
                WHERE  NUMERO_CUENTA_PD = :CL-NUMERO-CUENTA-PD
                       AND ESTADO_PD = 'B'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE WS-SUMA-PCT    TO WS-PCT-NUM
           MOVE WS-PCT-DIGITOS TO CAMPO9O
           MOVE WS-SUMA-PCT    TO WS-PCT-ED.

       255-VALIDAR-OPERADOR.
           MOVE '255-VALIDAR-OPERADOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ESTADO_OPERADOR
                INTO   :CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-OPERADOR NOT = 'A'
              MOVE 'OPERADOR NO AUTORIZADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           MOVE WC-PROGRAMA     TO CH-PROGRAMA-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('PODBMP')
                ERASE
                FROM(PODBMPO)
                NOHANDLE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('PODB')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY VALCTAPR.
       COPY ERRCTAPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.

       999-FALLO-TRANSACCION.
           MOVE '999-FALLO-TRANSACCION' TO WS-AB-PARRAFO
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE 'ERROR AL REGISTRAR, NO SE APLICO NADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       COPY ABNDCTPR.

       990-CAPTURAR-ABEND.
      *
      *--- DESTINO DEL HANDLE ABEND DE 000-MAIN-LOGIC (VER ABNDCTPR.cpy)
      *
           MOVE CAMPO2I     TO WS-AB-CUENTA
           MOVE CH-COMMAREA TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND.

       999-ERROR-DB2.
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           PERFORM 810-BUSCAR-ERROR-CATALOGO
           IF WS-ERR-SI-ENCONTRADO
              MOVE SPACES              TO MSGO
              MOVE WS-ERR-MSG-CATALOGO TO MSGO
           ELSE
              MOVE SPACES         TO MSGO
              MOVE 'ERROR DB2: '  TO MSGO(1:11)
              MOVE DB2-SQLCODE-Z  TO MSGO(13:10)
              MOVE SQLERRMC       TO DB2-ERR-MSG
              MOVE DB2-ERR-MSG    TO MSGO(24:30)
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.
