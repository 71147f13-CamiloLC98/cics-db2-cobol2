           EXEC SQL INCLUDE TATRANS END-EXEC.
           EXEC SQL INCLUDE TAPRESTA END-EXEC.
           EXEC SQL INCLUDE TAPRSCHD END-EXEC.
           EXEC SQL INCLUDE TASOLCRE END-EXEC.
           EXEC SQL INCLUDE TAASEGUR END-EXEC.
           EXEC SQL INCLUDE TAOPERA END-EXEC.
           EXEC SQL INCLUDE TAFECHAS END-EXEC.
           EXEC SQL INCLUDE TAAUDIT END-EXEC.
           EXEC SQL INCLUDE TAEVENTO END-EXEC.
           EXEC SQL INCLUDE TAABEND END-EXEC.

       01  WS-AUXILIARES.
           03 WS-MONTO-NUM            PIC 9(13).
           03 WS-ID-JUST              PIC X(9)    JUST RIGHT.
           03 WS-ID-NUM               PIC 9(9).
           03 WS-TASA-NUM             PIC 9(1)V9(4).
           03 WS-TASA-DIGITOS REDEFINES WS-TASA-NUM
                                      PIC 9(5).
           03 WS-MESES-NUM            PIC 9(3).
           03 WS-TASA-SEGURO-NUM      PIC 9(1)V9(6).
           03 WS-TASA-SEGURO-DIGITOS REDEFINES WS-TASA-SEGURO-NUM
                                      PIC 9(7).
      *
      *--- CAMPOS DEL CALCULO DE LA CUOTA FRANCESA (VER
      *--- 235-CALCULAR-CUOTA): EL FACTOR (1+I)**N SE ACUMULA EN UN
           03 WS-SALDO-CAPITAL        PIC S9(13)V9(2) COMP-3.
           03 WS-INTERES-CUOTA        PIC S9(13)V9(2) COMP-3.
           03 WS-CAPITAL-CUOTA        PIC S9(13)V9(2) COMP-3.
           03 WS-SEGURO-CUOTA         PIC S9(13)V9(2) COMP-3.
           03 WS-CUOTA-ED             PIC -ZZZ.ZZZ.ZZZ.ZZZ,ZZ.
       01  SWITCHES.
           03  WS-PRIMERA-FALG        PIC X           VALUE 'N'.
          03 WC-TRANSACCION           PIC X(4)     VALUE 'PRST'.
          03 WC-ROL-SUPERVISOR        PIC X(1)     VALUE 'S'.

       COPY ERRCTACP.
       COPY FECNEGCP.
       COPY PRSTMPCP.
       COPY EVNTCTCP.
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
      *
      *--- ORIGEN DE LOS EVENTOS DE POSTEO DE ESTA TRANSACCION (VER
      *--- 882-REGISTRAR-EVENTO EN EVNTCTPR.cpy)
      *
           MOVE 'VEN'          TO WS-EV-CANAL
           MOVE EIBOPID        TO WS-EV-USUARIO
           MOVE WC-PROGRAMA    TO WS-EV-PROGRAMA
           MOVE SPACES         TO WS-EV-SUCURSAL
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA  TO  CH-COMMAREA
           END-IF
           END-IF.

       110-ENVIAR-MAPA-VACIO.
           MOVE '110-ENVIAR-MAPA-VACIO' TO WS-AB-PARRAFO
           EXEC CICS SEND MAP('PRSTMP')
                MAPONLY
                ERASE
           END-EXEC.

       200-PROCESO.
           MOVE '200-PROCESO' TO WS-AB-PARRAFO
           IF WS-PRIMERA-VEZ
              CONTINUE
           ELSE

       210-PROCESAR-DATOS.
      *
      *--- CAMPO6I ACCION: 'D' DESEMBOLSAR (SOLO SUPERVISOR; CAMPO2
      *--- ID DE LA SOLICITUD APROBADA EN SOLCCOB; DEVUELVE CAMPO1
      *--- CUENTA ENLAZADA Y CAMPO3 POS 1-5 TASA MENSUAL (4 DECIMALES
      *--- IMPLICITOS) Y POS 7-9 PLAZO EN MESES; CAMPO4 POS 1-4
      *--- ASEGURADORA DEL SEGURO DE VIDA DEUDORES, OPCIONAL: EN
      *--- BLANCO SE TOMA LA DE TAASEGUR POR DEFECTO, Y DEVUELVE EN
      *--- CAMPO4 POS 6-12 SU TASA MENSUAL (6 DECIMALES IMPLICITOS) Y
      *--- EN CAMPO5 SU NOMBRE),
      *--- 'C' CONSULTAR PRESTAMO (CAMPO2 = ID)
      *
           MOVE '210-PROCESAR-DATOS' TO WS-AB-PARRAFO
           IF CAMPO6I = LOW-VALUES
              MOVE 'DIGITE LA ACCION (D/C)' TO MSGO
              PERFORM 220-ENVIAR-MAPA
           END-EVALUATE.

       230-DESEMBOLSAR.
           MOVE '230-DESEMBOLSAR' TO WS-AB-PARRAFO
           MOVE EIBOPID TO CL-OPERADOR-ID
           EXEC SQL
                SELECT ROL_OPERADOR
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 232-LEER-SOLICITUD-APROBADA
           MOVE CL-NUMERO-CUENTA-SL TO CL-NUMERO-CUENTA
           EXEC SQL
                SELECT ESTADO_CUENTA
                INTO   :CL-ESTADO-CUENTA
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           PERFORM 237-LEER-ASEGURADORA
           PERFORM 235-CALCULAR-CUOTA
      *
      *--- EL DESEMBOLSO SE ABONA A LA CUENTA ENLAZADA COMO PATA 'L'
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO WS-EV-CUENTA
           MOVE 'L' TO WS-EV-TIPO
           MOVE WS-MONTO-NUM TO WS-EV-MONTO
           PERFORM 882-REGISTRAR-EVENTO
           IF NOT WS-EV-OK
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE WS-MONTO-NUM TO CL-MONTO
           MOVE EIBOPID  TO CL-USUARIO
           MOVE EIBTRMID TO CL-TERMINAL
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           MOVE CL-NUMERO-CUENTA TO CL-NUMERO-CUENTA-LN
           MOVE WS-MONTO-NUM  TO CL-MONTO-LN
           MOVE WS-TASA-NUM   TO CL-TASA-LN
           MOVE WS-MESES-NUM  TO CL-PLAZO-MESES-LN
           MOVE WS-MONTO-NUM  TO CL-SALDO-CAPITAL-LN
           MOVE 'V'           TO CL-ESTADO-LN
           MOVE EIBOPID       TO CL-USUARIO-LN
           MOVE CL-CODIGO-AS  TO CL-ASEGURADORA-LN
           MOVE WS-TASA-SEGURO-NUM TO CL-TASA-SEGURO-LN
           EXEC SQL
                INSERT INTO TAPRESTA (
                    NUMERO_CUENTA_LN
                   ,ESTADO_LN
                   ,USUARIO_LN
                   ,FECHA_HORA_LN
                   ,ASEGURADORA_LN
                   ,TASA_SEGURO_LN
                ) VALUES (
                    :CL-NUMERO-CUENTA-LN
                   ,:CL-MONTO-LN
                   ,:CL-ESTADO-LN
                   ,:CL-USUARIO-LN
                   ,CURRENT TIMESTAMP
                   ,:CL-ASEGURADORA-LN
                   ,:CL-TASA-SEGURO-LN
                )
           END-EXEC
           IF SQLCODE NOT = 0
                FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM 240-GRABAR-PLAN
      *
      *--- LA SOLICITUD QUEDA DESEMBOLSADA CON EL ID DEL PRESTAMO; LA
      *--- CONDICION SOBRE EL ESTADO 'A' EVITA UN DOBLE DESEMBOLSO
      *
           MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SL
           EXEC SQL
                UPDATE TASOLCRE
                SET    ESTADO_SL = 'D'
                      ,ID_PRESTAMO_SL = :CL-ID-PRESTAMO-SL
                WHERE  ID_SOLICITUD = :CL-ID-SOLICITUD
                       AND ESTADO_SL = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-FALLO-TRANSACCION
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           MOVE CL-ID-PRESTAMO TO WS-ID-NUM
           MOVE WS-CUOTA       TO WS-CUOTA-ED
           PERFORM 220-ENVIAR-MAPA
           PERFORM 300-RETURN.

       232-LEER-SOLICITUD-APROBADA.
      *
      *--- SOLO SE DESEMBOLSA UNA SOLICITUD APROBADA EN SOLCCOB, CON
      *--- LA CUENTA, MONTO, TASA Y PLAZO APROBADOS, QUE SE DEVUELVEN
      *--- EN CAMPO1 Y CAMPO3
      *
           MOVE '232-LEER-SOLICITUD-APROBADA' TO WS-AB-PARRAFO
           IF CAMPO2I = LOW-VALUES
              MOVE 'DIGITE EL ID DE LA SOLICITUD APROBADA' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CAMPO2I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           IF WS-ID-JUST NOT NUMERIC
              MOVE 'ID DE SOLICITUD INVALIDO' TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE WS-ID-JUST TO WS-ID-NUM
           MOVE WS-ID-NUM  TO CL-ID-SOLICITUD
           EXEC SQL
                SELECT
                   NUMERO_CUENTA_SL
                  ,MONTO_SL
                  ,TASA_SL
                  ,PLAZO_MESES_SL
                  ,ESTADO_SL
                INTO
                   :CL-NUMERO-CUENTA-SL
                  ,:CL-MONTO-SL
                  ,:CL-TASA-SL
                  ,:CL-PLAZO-MESES-SL
                  ,:CL-ESTADO-SL
                FROM
                   TASOLCRE
                WHERE
                   ID_SOLICITUD = :CL-ID-SOLICITUD
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'SOLICITUD NO ENCONTRADA' TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           IF CL-ESTADO-SL NOT = 'A'
              MOVE 'LA SOLICITUD NO ESTA APROBADA O YA SE DESEMBOLSO'
                   TO MSGO
              PERFORM 220-ENVIAR-MAPA
              PERFORM 300-RETURN
           END-IF
           MOVE CL-MONTO-SL         TO WS-MONTO-NUM
           MOVE CL-TASA-SL          TO WS-TASA-NUM
           MOVE CL-PLAZO-MESES-SL   TO WS-MESES-NUM
           MOVE CL-NUMERO-CUENTA-SL TO CAMPO1O
           MOVE SPACES              TO CAMPO3O
           MOVE WS-TASA-DIGITOS     TO CAMPO3O(1:5)
           MOVE WS-MESES-NUM        TO CAMPO3O(7:3).

       235-CALCULAR-CUOTA.
      *
      *--- CUOTA FIJA FRANCESA: P * I * (1+I)**N / ((1+I)**N - 1).
      *--- EL FACTOR (1+I)**N SE ACUMULA MULTIPLICANDO N VECES; CON
      *--- TASA CERO LA CUOTA ES CAPITAL SOBRE PLAZO
      *
           MOVE '235-CALCULAR-CUOTA' TO WS-AB-PARRAFO
           IF WS-TASA-NUM = 0
              COMPUTE WS-CUOTA ROUNDED = WS-MONTO-NUM / WS-MESES-NUM
           ELSE
                      / (WS-FACTOR - 1)
           END-IF.

       237-LEER-ASEGURADORA.
      *
      *--- TODO PRESTAMO DE CONSUMO LLEVA SEGURO DE VIDA DEUDORES: LA
      *--- ASEGURADORA DIGITADA EN CAMPO4 O, EN BLANCO, LA MARCADA
      *--- POR DEFECTO EN TAASEGUR. SIN UNA ASEGURADORA ACTIVA NO SE
      *--- DESEMBOLSA. SU TASA QUEDA CONGELADA EN EL PRESTAMO
      *
           MOVE '237-LEER-ASEGURADORA' TO WS-AB-PARRAFO
           IF CAMPO4I = LOW-VALUES OR CAMPO4I(1:4) = SPACES
              EXEC SQL
                   SELECT CODIGO_AS
                         ,NOMBRE_AS
                         ,TASA_PRIMA_AS
                   INTO   :CL-CODIGO-AS
                         ,:CL-NOMBRE-AS
                         ,:CL-TASA-PRIMA-AS
                   FROM   TAASEGUR
                   WHERE  POR_DEFECTO_AS = 'S'
                          AND ESTADO_AS = 'A'
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE CAMPO4I(1:4) TO CL-CODIGO-AS
              EXEC SQL
                   SELECT NOMBRE_AS
                         ,TASA_PRIMA_AS
                   INTO   :CL-NOMBRE-AS
                         ,:CL-TASA-PRIMA-AS
                   FROM   TAASEGUR
                   WHERE  CODIGO_AS = :CL-CODIGO-AS
                          AND ESTADO_AS = 'A'
              END-EXEC
           END-IF
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'NO HAY ASEGURADORA ACTIVA PARA EL SEGURO'
                          TO MSGO
                     PERFORM 220-ENVIAR-MAPA
                     PERFORM 300-RETURN
                WHEN OTHER
                     PERFORM 999-ERROR-DB2
           END-EVALUATE
           MOVE CL-TASA-PRIMA-AS       TO WS-TASA-SEGURO-NUM
           MOVE SPACES                 TO CAMPO4O
           MOVE CL-CODIGO-AS           TO CAMPO4O(1:4)
           MOVE WS-TASA-SEGURO-DIGITOS TO CAMPO4O(6:7)
           MOVE SPACES                 TO CAMPO5O
           MOVE CL-NOMBRE-AS           TO CAMPO5O.

       240-GRABAR-PLAN.
      *
      *--- PLAN ALMACENADO: EL INTERES DE CADA CUOTA SE CALCULA SOBRE
      *--- EL SALDO DE CAPITAL VIVO Y EL CAPITAL ES EL RESTO DE LA
      *--- CUOTA; LA ULTIMA CUOTA SE AJUSTA PARA CERRAR EN CERO. LA
      *--- PRIMA DEL SEGURO SE CALCULA SOBRE EL MISMO SALDO VIVO Y SE
      *--- SUMA A LA CUOTA DEL PLAN (CUOTA_LN QUEDA SIN SEGURO)
      *
           MOVE '240-GRABAR-PLAN' TO WS-AB-PARRAFO
           MOVE WS-MONTO-NUM TO WS-SALDO-CAPITAL
           PERFORM VARYING WS-CUOTA-IDX FROM 1 BY 1
                   UNTIL WS-CUOTA-IDX > WS-MESES-NUM
                 COMPUTE WS-CAPITAL-CUOTA = WS-CUOTA
                                           - WS-INTERES-CUOTA
              END-IF
              COMPUTE WS-SEGURO-CUOTA ROUNDED =
                      WS-SALDO-CAPITAL * WS-TASA-SEGURO-NUM
              SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-CAPITAL
              MOVE CL-ID-PRESTAMO TO CL-ID-PRESTAMO-SC
              MOVE WS-CUOTA-IDX   TO CL-NRO-CUOTA-SC
              COMPUTE CL-CUOTA-SC = WS-CUOTA + WS-SEGURO-CUOTA
              MOVE WS-CAPITAL-CUOTA  TO CL-CAPITAL-SC
              MOVE WS-INTERES-CUOTA  TO CL-INTERES-SC
              MOVE WS-SEGURO-CUOTA   TO CL-SEGURO-SC
              MOVE 'P'               TO CL-ESTADO-SC
              EXEC SQL
                   INSERT INTO TAPRSCHD (
                      ,CAPITAL_SC
                      ,INTERES_SC
                      ,ESTADO_SC
                      ,SEGURO_SC
                   ) VALUES (
                       :CL-ID-PRESTAMO-SC
                      ,:CL-NRO-CUOTA-SC
                      ,:CL-CAPITAL-SC
                      ,:CL-INTERES-SC
                      ,:CL-ESTADO-SC
                      ,:CL-SEGURO-SC
                   )
              END-EXEC
              IF SQLCODE NOT = 0
           END-PERFORM.

       250-CONSULTAR.
           MOVE '250-CONSULTAR' TO WS-AB-PARRAFO
           MOVE CAMPO2I(1:9) TO WS-ID-JUST
           INSPECT WS-ID-JUST REPLACING ALL '_' BY ZEROES
           INSPECT WS-ID-JUST REPLACING ALL ' ' BY ZEROES
           PERFORM 300-RETURN.

       216-VOLVER-MENU.
           MOVE '216-VOLVER-MENU' TO WS-AB-PARRAFO
           MOVE 'MENUPGM'       TO CH-XCTL
           MOVE WC-TRANSACCION  TO CH-TRANSACCION
           MOVE WC-TRANSACCION  TO CH-TRANS-RETORNO
           PERFORM 221-XCTL-PROGRAMA.

       220-ENVIAR-MAPA.
           MOVE '220-ENVIAR-MAPA' TO WS-AB-PARRAFO
           EXEC CICS SEND
                MAP('PRSTMP')
                ERASE
           END-EXEC.

       221-XCTL-PROGRAMA.
           MOVE '221-XCTL-PROGRAMA' TO WS-AB-PARRAFO
           EXEC CICS
                XCTL
                PROGRAM(CH-XCTL)
           END-EXEC.

       300-RETURN.
           MOVE '300-RETURN' TO WS-AB-PARRAFO
           EXEC CICS RETURN
                TRANSID('PRST')
                COMMAREA(CH-COMMAREA)
           END-EXEC.

       COPY ERRCTAPR.
       COPY FECNEGPR.
       COPY AUDCTAPR.
       COPY EVNTCTPR.

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
           MOVE CAMPO1I     TO WS-AB-CUENTA
           MOVE CH-COMMAREA TO WS-AB-COMMAREA
           PERFORM 899-REGISTRAR-ABEND.

       999-ERROR-DB2.
           MOVE '999-ERROR-DB2' TO WS-AB-PARRAFO
           MOVE SQLCODE        TO DB2-SQLCODE
           MOVE DB2-SQLCODE    TO DB2-SQLCODE-Z
           PERFORM 810-BUSCAR-ERROR-CATALOGO
