      *****************************************************
      *                                                   *
      *   PROGRAMA ARQUEO SORPRESIVO DE AUDITORIA INTERNA *
      *   A GAVETAS Y BOVEDA (TAARQUEO) CICS-DB2          *
      *   SISTEMA BANCARIO                                *
      *                                                   *
      *****************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARQUCOB.
       AUTHOR. CAMILO LOPEZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TAARQUEO END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TASESION END-EXEC.
           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TACAJMOV END-EXEC.
           EXEC SQL INCLUDE TADENOM END-EXEC.
           EXEC SQL INCLUDE TATERMBR END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-MONEDAS-JUST         PIC X(15)   JUST RIGHT.
           03 WS-MONEDAS-NUM          PIC 9(15).
           03 WS-TILL-OPERADOR        PIC X(4).
      *
      *--- CONTEO DEL AUDITOR: 7 CONTEOS FIJOS DE 5 DIGITOS EN EL ORDEN
      *--- DE DENOMCP (LAS PIEZAS DEL SISTEMA SE ARMAN EN WS-DN-CADENA)
      *
           03 WS-CONTEO-CADENA        PIC X(35).
           03 WS-CONTEO-CADENA-R REDEFINES WS-CONTEO-CADENA.
              05 WS-CT-CANT           PIC X(5)    OCCURS 7 TIMES.
           03 WS-CT-CANT-NUM          PIC 9(5).
           03 WS-DEN-IDX              PIC 9(2).
           03 WS-DEN-CANT             PIC S9(9)       COMP.
           03 WS-PIEZAS-DIF           PIC S9(4)       COMP.
           03 WS-PIEZAS-DIF-ED        PIC 9.
      *
      *--- POSICION DEL SISTEMA Y DIFERENCIA
      *
           03 WS-ENTRADAS             PIC S9(13)V9(2) COMP-3.
           03 WS-SALIDAS              PIC S9(13)V9(2) COMP-3.
           03 WS-TRASLADOS-NETO       PIC S9(13)V9(2) COMP-3.
           03 WS-CONTADO              PIC S9(13)V9(2) COMP-3.
           03 WS-CAJEROS              PIC S9(9)       COMP.
           03 WS-ABIERTOS             PIC S9(9)       COMP.
           03 WS-VALOR-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
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
          03 WC-PROGRAMA              PIC X(8)     VALUE 'ARQUCOB'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'ARQU'.
          03 WC-ROL-AUDITOR           PIC X(1)     VALUE 'A'.
      *
      *--- LA BOVEDA ES UNA CAJA MAS EN EL LIBRO, CON ESTE TILL FIJO
      *
          03 WC-TILL-BOVEDA           PIC X(4)     VALUE 'BOVE'.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY DENOMCP.
       COPY SUCTRMCP.
       COPY ARQUMPCP.
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
              MOVE LOW-VALUES TO ARQUMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF
           IF EIBCALEN > 0 AND EIBTRNID NOT = 'ARQU'
              MOVE LOW-VALUES TO ARQUMPI
              PERFORM 110-ENVIAR-MAPA-VACIO
              SET WS-PRIMERA-VEZ TO TRUE
              PERFORM 300-RETURN
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('ARQUMP')
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
                   MAP('ARQUMP')
                   INTO(ARQUMPI)
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
      *--- CAMPO1I ACCION:
      *--- 'C' (AUDITOR) CONGELA LA CAJA CAMPO2 ('BOVE' LA BOVEDA):
      *---     DESDE ESE MOMENTO NINGUN POSTEO LA MUEVE. DEVUELVE EL
      *---     ID DEL ARQUEO EN CAMPO3
      *--- 'R' (AUDITOR) REGISTRA EL CONTEO DEL ARQUEO CAMPO3: CAMPO4
      *---     PIEZAS POR DENOMINACION (FORMATO DENOMCP), CAMPO5
      *---     MONEDAS EN PESOS, CAMPO6 HALLAZGOS. LO COMPARA CON LA
      *---     POSICION DEL SISTEMA Y QUEDA PENDIENTE DE FIRMA
      *--- 'F' (CAJERO DE LA CAJA ARQUEADA) FIRMA EL CONTEO CAMPO3:
      *---     CAMPO7 CONFORME S/N, CAMPO6 SU OBSERVACION (OBLIGATORIA
      *---     SI NO ESTA CONFORME). LA FIRMA LIBERA LA CAJA
      *--- 'S' (AUDITOR) CIERRA EL SEGUIMIENTO DEL ARQUEO CAMPO3 CON
      *---     LA RESOLUCION DE CAMPO6
      *--- 'X' (AUDITOR) ANULA EL ARQUEO CAMPO3 AUN SIN CONTEO, CON EL
      *---     MOTIVO EN CAMPO6, Y LIBERA LA CAJA
      *--- 'Q' CONSULTA EL ARQUEO CAMPO3, O SIN CAMPO3 EL ULTIMO DE LA
      *---     CAJA CAMPO2 (AUDITOR U OPERADOR DE ESA CAJA)
      *--- CAMPO8O A CAMPO14O DEVUELVEN POSICION DEL SISTEMA, TRASLADOS
      *--- EN TRANSITO, CONTADO, DIFERENCIA, PIEZAS DEL SISTEMA,
      *--- ESTADO Y SEGUIMIENTO
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO1I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (C/R/F/S/X/Q)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 255-VALIDAR-OPERADOR
           EVALUATE CAMPO1I
                WHEN 'C'
                     PERFORM 257-EXIGIR-AUDITOR
                     PERFORM 230-CONGELAR-CAJA
                WHEN 'R'
                     PERFORM 257-EXIGIR-AUDITOR
                     PERFORM 240-REGISTRAR-CONTEO
                WHEN 'F'
                     PERFORM 250-FIRMAR-CONTEO
                WHEN 'S'
                     PERFORM 257-EXIGIR-AUDITOR
                     PERFORM 260-CERRAR-SEGUIMIENTO
                WHEN 'X'
                     PERFORM 257-EXIGIR-AUDITOR
                     PERFORM 265-ANULAR-ARQUEO
                WHEN 'Q'
                     PERFORM 270-CONSULTAR-ARQUEO
                WHEN OTHER
                     MOVE 'ACCION INVALIDA, USE C/R/F/S/X/Q' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
           END-EVALUATE.

       230-CONGELAR-CAJA.
      *
      *--- LA CAJA DEBE SER LA BOVEDA O ESTAR ASIGNADA A ALGUN
      *--- OPERADOR, Y NO TENER OTRO ARQUEO EN CURSO. SE GUARDA LA
      *--- SESION ABIERTA DE LA GAVETA (SU FONDO DE APERTURA ENTRA EN
      *--- LA POSICION) Y LA SUCURSAL SALE DE LA TERMINAL DEL AUDITOR
      *
           MOVE '230-CONGELAR-CAJA' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
              MOVE 'DIGITE LA CAJA A ARQUEAR' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO2I = WS-TILL-OPERADOR
              MOVE 'EL AUDITOR NO ARQUEA SU PROPIA CAJA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I TO CL-TILL-ID-AQ
           IF CL-TILL-ID-AQ NOT = WC-TILL-BOVEDA
              MOVE CL-TILL-ID-AQ TO CL-TILL-ID
              EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-CAJEROS
                   FROM   TAOPERA
                   WHERE  TILL_ID = :CL-TILL-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              IF WS-CAJEROS = 0
                 MOVE 'CAJA NO ASIGNADA A NINGUN OPERADOR' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO   :WS-ABIERTOS
                FROM   TAARQUEO
                WHERE  TILL_ID_AQ = :CL-TILL-ID-AQ
                       AND ESTADO_AQ IN ('C', 'P')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           IF WS-ABIERTOS > 0
              MOVE 'LA CAJA YA TIENE UN ARQUEO EN CURSO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 0      TO CL-ID-SESION-AQ
           MOVE SPACES TO CL-OPERADOR-CAJA-AQ
           IF CL-TILL-ID-AQ NOT = WC-TILL-BOVEDA
              MOVE CL-TILL-ID-AQ TO CL-TILL-ID-S
              EXEC SQL
                   SELECT ID_SESION
                         ,OPERADOR_SES
                   INTO   :CL-ID-SESION
                         ,:CL-OPERADOR-SES
                   FROM   TASESION
                   WHERE  TILL_ID_S = :CL-TILL-ID-S
                          AND ESTADO_SES = 'A'
                   ORDER BY FECHA_APERTURA_S DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        MOVE CL-ID-SESION    TO CL-ID-SESION-AQ
                        MOVE CL-OPERADOR-SES TO CL-OPERADOR-CAJA-AQ
                   WHEN 100
                        CONTINUE
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
           END-IF
           PERFORM 880-DERIVAR-SUCURSAL
           MOVE WS-SC-SUCURSAL TO CL-SUCURSAL-AQ
           MOVE EIBOPID        TO CL-AUDITOR-AQ
           EXEC SQL
                INSERT INTO TAARQUEO (
                    TILL_ID_AQ
                   ,SUCURSAL_AQ
                   ,AUDITOR_AQ
                   ,ID_SESION_AQ
                   ,OPERADOR_CAJA_AQ
                   ,FECHA_NEGOCIO_AQ
                   ,FECHA_CONGELA_AQ
                   ,ESTADO_AQ
                   ,SEGUIMIENTO_AQ
                ) VALUES (
                    :CL-TILL-ID-AQ
                   ,:CL-SUCURSAL-AQ
                   ,:CL-AUDITOR-AQ
                   ,:CL-ID-SESION-AQ
                   ,:CL-OPERADOR-CAJA-AQ
                   ,DATE(:WS-FN-FECHA)
                   ,CURRENT TIMESTAMP
                   ,'C'
                   ,'N'
                )
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC SQL
                SELECT IDENTITY_VAL_LOCAL()
                INTO   :CL-ID-ARQUEO
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-ARQUEO TO WS-ID-NUM
           MOVE WS-ID-NUM    TO CAMPO3O
           MOVE SPACES TO MSGO
           STRING 'CAJA '        DELIMITED BY SIZE
                  CL-TILL-ID-AQ  DELIMITED BY SIZE
                  ' CONGELADA, ARQUEO ' DELIMITED BY SIZE
                  WS-ID-NUM      DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       240-REGISTRAR-CONTEO.
      *
      *--- CONTADO = PIEZAS DEL AUDITOR POR SU VALOR MAS MONEDAS. LA
      *--- DIFERENCIA ES CONTRA LO QUE FISICAMENTE DEBERIA HABER: LA
      *--- POSICION DEL SISTEMA MENOS LOS TRASLADOS QUE YA SALIERON SIN
      *--- ACUSE. CON DIFERENCIA DE PESOS O DE PIEZAS EL ARQUEO QUEDA
      *--- CON SEGUIMIENTO PENDIENTE
      *
           MOVE '240-REGISTRAR-CONTEO' TO WS-AB-PARRAFO
           PERFORM 245-LEER-ARQUEO
           IF CL-ESTADO-AQ NOT = 'C'
              MOVE 'EL ARQUEO NO ESTA PENDIENTE DE CONTEO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO4I = LOW-VALUES
              MOVE 'DIGITE EL CONTEO POR DENOMINACION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO4I TO WS-CONTEO-CADENA
           INSPECT WS-CONTEO-CADENA REPLACING ALL '_' BY ZEROES
           INSPECT WS-CONTEO-CADENA REPLACING ALL ' ' BY ZEROES
           IF WS-CONTEO-CADENA NOT NUMERIC
              MOVE 'CONTEO POR DENOMINACION INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE 0 TO WS-MONEDAS-NUM
           IF CAMPO5I NOT = LOW-VALUES
              MOVE CAMPO5I TO WS-MONEDAS-JUST
              INSPECT WS-MONEDAS-JUST REPLACING ALL '_' BY ZEROES
              INSPECT WS-MONEDAS-JUST REPLACING ALL ' ' BY ZEROES
              IF WS-MONEDAS-JUST NOT NUMERIC
                 MOVE 'VALOR EN MONEDAS INVALIDO' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE WS-MONEDAS-JUST TO WS-MONEDAS-NUM
           END-IF
           MOVE WS-MONEDAS-NUM TO WS-CONTADO
           PERFORM VARYING WS-DEN-IDX FROM 1 BY 1
                   UNTIL WS-DEN-IDX > 7
              MOVE WS-CT-CANT(WS-DEN-IDX) TO WS-CT-CANT-NUM
              COMPUTE WS-CONTADO = WS-CONTADO
                      + WS-CT-CANT-NUM * WC-VALOR-DENOM(WS-DEN-IDX)
           END-PERFORM
           PERFORM 241-CALCULAR-POSICION
           PERFORM 242-LEER-PIEZAS-SISTEMA
           MOVE WS-CONTEO-CADENA TO CL-DENOM-CONTADO-AQ
           MOVE WS-MONEDAS-NUM   TO CL-MONEDAS-AQ
           MOVE WS-CONTADO       TO CL-MONTO-CONTADO-AQ
           COMPUTE CL-DIFERENCIA-AQ = WS-CONTADO
                   - (CL-MONTO-SISTEMA-AQ - CL-TRANSITO-AQ)
           IF CAMPO6I = LOW-VALUES
              MOVE SPACES  TO CL-HALLAZGOS-AQ
           ELSE
              MOVE CAMPO6I TO CL-HALLAZGOS-AQ
           END-IF
           IF CL-DIFERENCIA-AQ NOT = 0 OR WS-PIEZAS-DIF > 0
              MOVE 'P' TO CL-SEGUIMIENTO-AQ
           ELSE
              MOVE 'N' TO CL-SEGUIMIENTO-AQ
           END-IF
           EXEC SQL
                UPDATE TAARQUEO
                SET    DENOM_CONTADO_AQ = :CL-DENOM-CONTADO-AQ
                      ,MONEDAS_AQ       = :CL-MONEDAS-AQ
                      ,MONTO_CONTADO_AQ = :CL-MONTO-CONTADO-AQ
                      ,MONTO_SISTEMA_AQ = :CL-MONTO-SISTEMA-AQ
                      ,DENOM_SISTEMA_AQ = :CL-DENOM-SISTEMA-AQ
                      ,TRANSITO_AQ      = :CL-TRANSITO-AQ
                      ,DIFERENCIA_AQ    = :CL-DIFERENCIA-AQ
                      ,HALLAZGOS_AQ     = :CL-HALLAZGOS-AQ
                      ,FECHA_CONTEO_AQ  = CURRENT TIMESTAMP
                      ,ESTADO_AQ        = 'P'
                      ,SEGUIMIENTO_AQ   = :CL-SEGUIMIENTO-AQ
                WHERE  ID_ARQUEO = :CL-ID-ARQUEO
                       AND ESTADO_AQ = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'P' TO CL-ESTADO-AQ
           PERFORM 275-MOSTRAR-ARQUEO
           MOVE SPACES TO MSGO
           IF CL-SEGUIMIENTO-AQ = 'N'
              MOVE 'CONTEO SIN DIFERENCIA, PENDIENTE FIRMA DEL CAJERO'
                   TO MSGO
           ELSE
              MOVE CL-DIFERENCIA-AQ TO WS-VALOR-ED
              MOVE WS-PIEZAS-DIF    TO WS-PIEZAS-DIF-ED
              STRING 'DIFERENCIA '     DELIMITED BY SIZE
                     WS-VALOR-ED       DELIMITED BY SIZE
                     ' DENOMINACIONES DISTINTAS ' DELIMITED BY SIZE
                     WS-PIEZAS-DIF-ED  DELIMITED BY SIZE
                INTO MSGO
              END-STRING
           END-IF
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       241-CALCULAR-POSICION.
      *
      *--- BOVEDA: SU SALDO CORRIENTE DE TRASLADOS ACUSADOS, IGUAL QUE
      *--- 214-CONSULTAR-BOVEDA DE CAJTCOB. GAVETA CON SESION ABIERTA
      *--- AL CONGELAR: FONDO DE APERTURA MAS DEPOSITOS MENOS RETIROS DE
      *--- LA SESION, IGUAL QUE 244-CALCULAR-POSICION-TILL DE DEPOCOB;
      *--- SIN SESION, EL EFECTIVO EN PESOS DEL DIA DE LA CAJA, IGUAL
      *--- QUE CAJACOB. A LA GAVETA SE LE SUMA EL NETO DE TRASLADOS
      *--- ACUSADOS DEL DIA. EN TRANSITO: LO ENVIADO AUN SIN ACUSE
      *
           MOVE '241-CALCULAR-POSICION' TO WS-AB-PARRAFO
           MOVE 0 TO CL-MONTO-SISTEMA-AQ
           MOVE 0 TO CL-TRANSITO-AQ
           IF CL-TILL-ID-AQ = WC-TILL-BOVEDA
              EXEC SQL
                   SELECT
                      COALESCE(SUM(CASE WHEN TILL_DESTINO = 'BOVE'
                                        THEN MONTO_CM ELSE 0 END), 0)
                    - COALESCE(SUM(CASE WHEN TILL_ORIGEN = 'BOVE'
                                        THEN MONTO_CM ELSE 0 END), 0)
                   INTO
                     :CL-MONTO-SISTEMA-AQ
                   FROM
                      TACAJMOV
                   WHERE
                      ESTADO_CM = 'A'
                      AND (TILL_DESTINO = 'BOVE'
                           OR TILL_ORIGEN = 'BOVE')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
           ELSE
              PERFORM 243-CALCULAR-POSICION-GAVETA
           END-IF
           MOVE CL-TILL-ID-AQ TO CL-TILL-ORIGEN
           EXEC SQL
                SELECT COALESCE(SUM(MONTO_CM), 0)
                INTO   :CL-TRANSITO-AQ
                FROM   TACAJMOV
                WHERE  TILL_ORIGEN = :CL-TILL-ORIGEN
                       AND ESTADO_CM = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF.

       243-CALCULAR-POSICION-GAVETA.
           MOVE '243-CALCULAR-POSICION-GAVETA' TO WS-AB-PARRAFO
           MOVE 0 TO CL-FONDO-APERTURA
           IF CL-ID-SESION-AQ > 0
              MOVE CL-ID-SESION-AQ TO CL-ID-SESION
              MOVE CL-ID-SESION-AQ TO CL-SESION-ID-T
              EXEC SQL
                   SELECT FONDO_APERTURA
                   INTO   :CL-FONDO-APERTURA
                   FROM   TASESION
                   WHERE  ID_SESION = :CL-ID-SESION
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              EXEC SQL
                   SELECT
                      COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'D'
                                        THEN MONTO ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN TIPO_TRANSACCION = 'R'
                                        THEN MONTO ELSE 0 END), 0)
                   INTO
                      :WS-ENTRADAS
                     ,:WS-SALIDAS
                   FROM
                      TATRANS
                   WHERE
                      SESION_ID_T = :CL-SESION-ID-T
              END-EXEC
           ELSE
              MOVE CL-TILL-ID-AQ TO CL-TILL-ID-T
              EXEC SQL
                   SELECT
                      COALESCE(SUM(CASE WHEN T.TIPO_TRANSACCION = 'D'
                                        THEN T.MONTO ELSE 0 END), 0)
                     ,COALESCE(SUM(CASE WHEN T.TIPO_TRANSACCION = 'R'
                                        THEN T.MONTO ELSE 0 END), 0)
                   INTO
                      :WS-ENTRADAS
                     ,:WS-SALIDAS
                   FROM
                      TATRANS T
                     ,TACUENT C
                   WHERE
                      T.NUMERO_CUENTA_T = C.NUMERO_CUENTA
                      AND C.MONEDA_CUENTA = 'COP'
                      AND T.TILL_ID_T = :CL-TILL-ID-T
                      AND T.FECHA_NEGOCIO_T = :WS-FN-FECHA
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE CL-TILL-ID-AQ TO CL-TILL-ORIGEN
           EXEC SQL
                SELECT
                   COALESCE(SUM(CASE WHEN TILL_DESTINO =
                                          :CL-TILL-ORIGEN
                                     THEN MONTO_CM
                                     ELSE 0 - MONTO_CM END), 0)
                INTO
                   :WS-TRASLADOS-NETO
                FROM
                   TACAJMOV
                WHERE
                   (TILL_DESTINO = :CL-TILL-ORIGEN
                    OR TILL_ORIGEN = :CL-TILL-ORIGEN)
                   AND ESTADO_CM = 'A'
                   AND FECHA_NEGOCIO_CM = DATE(:WS-FN-FECHA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           COMPUTE CL-MONTO-SISTEMA-AQ = CL-FONDO-APERTURA
                                       + WS-ENTRADAS
                                       - WS-SALIDAS
                                       + WS-TRASLADOS-NETO.

       242-LEER-PIEZAS-SISTEMA.
      *
      *--- PIEZAS DE LA CAJA SEGUN EL LIBRO TADENOM, EN EL FORMATO DE
      *--- DENOMCP, Y CUANTAS DENOMINACIONES NO COINCIDEN CON EL CONTEO
      *
           MOVE '242-LEER-PIEZAS-SISTEMA' TO WS-AB-PARRAFO
           MOVE CL-TILL-ID-AQ TO CL-TILL-ID-D
           MOVE ZEROES TO WS-DN-CADENA
           MOVE 0 TO WS-PIEZAS-DIF
           PERFORM VARYING WS-DEN-IDX FROM 1 BY 1
                   UNTIL WS-DEN-IDX > 7
              MOVE WC-VALOR-DENOM(WS-DEN-IDX) TO WS-DN-VALOR
              EXEC SQL
                   SELECT CANTIDAD
                   INTO   :WS-DEN-CANT
                   FROM   TADENOM
                   WHERE  TILL_ID_D = :CL-TILL-ID-D
                          AND DENOMINACION = :WS-DN-VALOR
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0 TO WS-DEN-CANT
              ELSE
                 IF SQLCODE NOT = 0
                    PERFORM 999-ERROR-DB2
                 END-IF
              END-IF
              IF WS-DEN-CANT < 0
                 MOVE 0 TO WS-DEN-CANT
              END-IF
              MOVE WS-DEN-CANT    TO WS-DN-CANT-NUM
              MOVE WS-DN-CANT-NUM TO WS-DN-CANT(WS-DEN-IDX)
              IF WS-DN-CANT(WS-DEN-IDX) NOT = WS-CT-CANT(WS-DEN-IDX)
                 ADD 1 TO WS-PIEZAS-DIF
              END-IF
           END-PERFORM
           MOVE WS-DN-CADENA TO CL-DENOM-SISTEMA-AQ.

       245-LEER-ARQUEO.
           MOVE '245-LEER-ARQUEO' TO WS-AB-PARRAFO
           IF CAMPO3I = LOW-VALUES
              MOVE 'DIGITE EL ID DEL ARQUEO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO3I TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE ARQUEO INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-ARQUEO
           PERFORM 246-SELECCIONAR-ARQUEO.

       246-SELECCIONAR-ARQUEO.
           MOVE '246-SELECCIONAR-ARQUEO' TO WS-AB-PARRAFO
           EXEC SQL
                SELECT
                   TILL_ID_AQ
                  ,AUDITOR_AQ
                  ,ID_SESION_AQ
                  ,DENOM_CONTADO_AQ
                  ,MONTO_CONTADO_AQ
                  ,MONTO_SISTEMA_AQ
                  ,DENOM_SISTEMA_AQ
                  ,TRANSITO_AQ
                  ,DIFERENCIA_AQ
                  ,ESTADO_AQ
                  ,SEGUIMIENTO_AQ
                INTO
                   :CL-TILL-ID-AQ
                  ,:CL-AUDITOR-AQ
                  ,:CL-ID-SESION-AQ
                  ,:CL-DENOM-CONTADO-AQ
                  ,:CL-MONTO-CONTADO-AQ
                  ,:CL-MONTO-SISTEMA-AQ
                  ,:CL-DENOM-SISTEMA-AQ
                  ,:CL-TRANSITO-AQ
                  ,:CL-DIFERENCIA-AQ
                  ,:CL-ESTADO-AQ
                  ,:CL-SEGUIMIENTO-AQ
                FROM
                   TAARQUEO
                WHERE
                   ID_ARQUEO = :CL-ID-ARQUEO
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'ARQUEO NO ENCONTRADO' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE.

       250-FIRMAR-CONTEO.
      *
      *--- FIRMA UN OPERADOR ASIGNADO A LA CAJA ARQUEADA (EN LA BOVEDA
      *--- CUALQUIERA DE SUS CUSTODIOS), NUNCA EL AUDITOR. LA
      *--- INCONFORMIDAD DEL CAJERO DEJA SIEMPRE SEGUIMIENTO PENDIENTE
      *
           MOVE '250-FIRMAR-CONTEO' TO WS-AB-PARRAFO
           PERFORM 245-LEER-ARQUEO
           IF CL-ESTADO-AQ NOT = 'P'
              MOVE 'EL ARQUEO NO ESTA PENDIENTE DE FIRMA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-TILL-ID-AQ NOT = WS-TILL-OPERADOR
              OR CL-AUDITOR-AQ = EIBOPID
              MOVE 'SOLO FIRMA UN OPERADOR DE LA CAJA ARQUEADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO7I NOT = 'S' AND CAMPO7I NOT = 'N'
              MOVE 'INDIQUE SI ESTA CONFORME CON EL CONTEO (S/N)'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              IF CAMPO7I = 'N'
                 MOVE 'DIGITE LA OBSERVACION DE SU INCONFORMIDAD'
                      TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE SPACES  TO CL-OBS-CAJERO-AQ
           ELSE
              MOVE CAMPO6I TO CL-OBS-CAJERO-AQ
           END-IF
           MOVE CAMPO7I TO CL-CONFORME-AQ
           IF CAMPO7I = 'N'
              MOVE 'P' TO CL-SEGUIMIENTO-AQ
           END-IF
           MOVE EIBOPID TO CL-FIRMA-CAJERO-AQ
           EXEC SQL
                UPDATE TAARQUEO
                SET    FIRMA_CAJERO_AQ = :CL-FIRMA-CAJERO-AQ
                      ,CONFORME_AQ     = :CL-CONFORME-AQ
                      ,OBS_CAJERO_AQ   = :CL-OBS-CAJERO-AQ
                      ,FECHA_FIRMA_AQ  = CURRENT TIMESTAMP
                      ,ESTADO_AQ       = 'F'
                      ,SEGUIMIENTO_AQ  = :CL-SEGUIMIENTO-AQ
                WHERE  ID_ARQUEO = :CL-ID-ARQUEO
                       AND ESTADO_AQ = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'F' TO CL-ESTADO-AQ
           PERFORM 275-MOSTRAR-ARQUEO
           MOVE 'CONTEO FIRMADO, CAJA LIBERADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       260-CERRAR-SEGUIMIENTO.
           MOVE '260-CERRAR-SEGUIMIENTO' TO WS-AB-PARRAFO
           PERFORM 245-LEER-ARQUEO
           IF CL-ESTADO-AQ NOT = 'F'
              MOVE 'EL CAJERO AUN NO HA FIRMADO EL CONTEO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CL-SEGUIMIENTO-AQ NOT = 'P'
              MOVE 'EL ARQUEO NO TIENE SEGUIMIENTO PENDIENTE' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              MOVE 'DIGITE LA RESOLUCION DEL SEGUIMIENTO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO6I TO CL-RESOLUCION-AQ
           EXEC SQL
                UPDATE TAARQUEO
                SET    SEGUIMIENTO_AQ  = 'R'
                      ,RESOLUCION_AQ   = :CL-RESOLUCION-AQ
                      ,FECHA_SEGUIM_AQ = DATE(:WS-FN-FECHA)
                WHERE  ID_ARQUEO = :CL-ID-ARQUEO
                       AND SEGUIMIENTO_AQ = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'R' TO CL-SEGUIMIENTO-AQ
           PERFORM 275-MOSTRAR-ARQUEO
           MOVE 'SEGUIMIENTO DEL ARQUEO RESUELTO' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       265-ANULAR-ARQUEO.
           MOVE '265-ANULAR-ARQUEO' TO WS-AB-PARRAFO
           PERFORM 245-LEER-ARQUEO
           IF CL-ESTADO-AQ NOT = 'C'
              MOVE 'SOLO SE ANULA UN ARQUEO AUN SIN CONTEO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           IF CAMPO6I = LOW-VALUES OR CAMPO6I = SPACES
              MOVE 'DIGITE EL MOTIVO DE LA ANULACION' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO6I TO CL-HALLAZGOS-AQ
           EXEC SQL
                UPDATE TAARQUEO
                SET    ESTADO_AQ    = 'X'
                      ,HALLAZGOS_AQ = :CL-HALLAZGOS-AQ
                WHERE  ID_ARQUEO = :CL-ID-ARQUEO
                       AND ESTADO_AQ = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE 'X' TO CL-ESTADO-AQ
           PERFORM 275-MOSTRAR-ARQUEO
           MOVE 'ARQUEO ANULADO, CAJA LIBERADA' TO MSGO
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       270-CONSULTAR-ARQUEO.
           MOVE '270-CONSULTAR-ARQUEO' TO WS-AB-PARRAFO
           IF CAMPO3I NOT = LOW-VALUES
              PERFORM 245-LEER-ARQUEO
           ELSE
              IF CAMPO2I = LOW-VALUES OR CAMPO2I = SPACES
                 MOVE 'DIGITE EL ID DEL ARQUEO O LA CAJA' TO MSGO
                 PERFORM 220-ENVIAR-MAPA
                 PERFORM 300-RETURN
              END-IF
              MOVE CAMPO2I TO CL-TILL-ID-AQ
              EXEC SQL
                   SELECT ID_ARQUEO
                   INTO   :CL-ID-ARQUEO
                   FROM   TAARQUEO
                   WHERE  TILL_ID_AQ = :CL-TILL-ID-AQ
                   ORDER BY ID_ARQUEO DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                   WHEN 0
                        CONTINUE
                   WHEN 100
                        MOVE 'LA CAJA NO TIENE ARQUEOS' TO MSGO
                        PERFORM 220-ENVIAR-MAPA
                        PERFORM 300-RETURN
                   WHEN OTHER
                        PERFORM 999-ERROR-DB2
              END-EVALUATE
              PERFORM 246-SELECCIONAR-ARQUEO
           END-IF
           IF CL-ROL-OPERADOR NOT = WC-ROL-AUDITOR
              AND CL-TILL-ID-AQ NOT = WS-TILL-OPERADOR
              MOVE 'CONSULTA RESERVADA AL AUDITOR O A LA CAJA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 275-MOSTRAR-ARQUEO
           MOVE SPACES TO MSGO
           STRING 'ARQUEO DE LA CAJA ' DELIMITED BY SIZE
                  CL-TILL-ID-AQ        DELIMITED BY SIZE
                  ' POR AUDITOR '      DELIMITED BY SIZE
                  CL-AUDITOR-AQ        DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       275-MOSTRAR-ARQUEO.
           MOVE '275-MOSTRAR-ARQUEO' TO WS-AB-PARRAFO
           MOVE CL-TILL-ID-AQ          TO CAMPO2O
           MOVE CL-ID-ARQUEO           TO WS-ID-NUM
           MOVE WS-ID-NUM              TO CAMPO3O
           MOVE CL-DENOM-CONTADO-AQ    TO CAMPO4O
           MOVE CL-MONTO-SISTEMA-AQ    TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO8O
           MOVE CL-TRANSITO-AQ         TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO9O
           MOVE CL-MONTO-CONTADO-AQ    TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO10O
           MOVE CL-DIFERENCIA-AQ       TO WS-VALOR-ED
           MOVE WS-VALOR-ED            TO CAMPO11O
           MOVE CL-DENOM-SISTEMA-AQ    TO CAMPO12O
           MOVE CL-ESTADO-AQ           TO CAMPO13O
           MOVE CL-SEGUIMIENTO-AQ      TO CAMPO14O.

       255-VALIDAR-OPERADOR.
      *
      *--- OPERADOR ACTIVO EN TAOPERA; SU ROL DECIDE LAS ACCIONES DE
      *--- AUDITORIA Y SU CAJA LA FIRMA DEL CONTEO
      *
           MOVE '255-VALIDAR-OPERADOR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
                      ,TILL_ID
                      ,ESTADO_OPERADOR
                INTO   :CL-ROL-OPERADOR
                      ,:CL-TILL-ID
                      ,:CL-ESTADO-OPERADOR
                FROM   TAOPERA
                WHERE  OPERADOR_ID = :CL-OPERADOR-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR CL-ESTADO-OPERADOR NOT = 'A'
              MOVE 'OPERADOR NO AUTORIZADO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-TILL-ID TO WS-TILL-OPERADOR.

       257-EXIGIR-AUDITOR.
           MOVE '257-EXIGIR-AUDITOR' TO WS-AB-PARRAFO
           IF CL-ROL-OPERADOR NOT = WC-ROL-AUDITOR
              MOVE 'ACCION RESERVADA A AUDITORIA INTERNA' TO MSGO
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
                MAP('ARQUMP')
                ERASE
                FROM(ARQUMPO)
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
                TRANSID('ARQU')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY FECNEGPR.
       COPY SUCTRMPR.
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
