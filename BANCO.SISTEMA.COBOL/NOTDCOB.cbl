           EXEC SQL INCLUDE TACUENT END-EXEC.
           EXEC SQL INCLUDE TACONTAC END-EXEC.
           EXEC SQL INCLUDE TAMSGCAT END-EXEC.
           EXEC SQL INCLUDE TAPARAM END-EXEC.
           EXEC SQL INCLUDE TACONSEN END-EXEC.
           EXEC SQL INCLUDE TAAVISOC END-EXEC.
           EXEC SQL INCLUDE TACODRET END-EXEC.
      *
      *--- CURSOR QUE RECORRE LAS NOTIFICACIONES PENDIENTES DE ENVIO
      *--- (ESTADO_ENVIO = 'P'), EN ORDEN DE LLEGADA, PARA QUE NINGUN
                  ,ESTADO_NUEVO_N
                  ,FECHA_HORA_N
                  ,INTENTOS_ENVIO
                  ,CEDULA_DESTINO_N
                FROM
                   TANOTIF
                WHERE
           03 WS-NOTIF-ENVIADAS       PIC 9(9)        VALUE 0.
           03 WS-NOTIF-REINTENTO      PIC 9(9)        VALUE 0.
           03 WS-NOTIF-FALLIDAS       PIC 9(9)        VALUE 0.
           03 WS-NOTIF-SUPRIMIDAS     PIC 9(9)        VALUE 0.
           03 WS-MENSAJE              PIC X(80).
           03 WS-CUERPO-MENSAJE       PIC X(60).
           03 WS-CANAL-ENVIO          PIC X(1).
           03 WS-DESTINO-ENVIO        PIC X(40).
      *
      *--- PALABRA 'DESDE' YA RESUELTA EN EL IDIOMA DEL CLIENTE PARA
      *--- LOS AVISOS DE CAMBIO DE CONDICIONES ('I'/'U')
      *
           03 WS-TEXTO-DESDE          PIC X(20).
           03 WS-TEXTO-CAMBIO         PIC X(60).
           03 WS-DESCRIPCION-PRODUCTO PIC X(30).
           03 WS-TEXTO-VENCE          PIC X(20).
           03 WS-VENCE-CODIGO         PIC X(16).
      *
      *--- CAMPOS EDITADOS DISPLAY PARA PODER USAR EL ID (COMP) Y EL
      *--- CONTADOR DE INTENTOS (COMP) DE TANOTIF COMO OPERANDOS DE UN
      *--- STRING (EL VERBO STRING EXIGE USAGE DISPLAY, IGUAL QUE

       COPY EXCPCTCP.
       COPY MSGCTCP.
       COPY PARMCTCP.
       COPY CNSTCTCP.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
                TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
      *
      *--- LO QUE APLICA A UN CLIENTE QUE NUNCA DIJO SI ACEPTA O NO
      *--- MERCADEO POR SMS/EMAIL (VER CNSTCTPR)
      *
           MOVE 'MKT-CONSENTIMIENTO-DEFECTO' TO CL-PARAM-CLAVE
           MOVE 0 TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-CN-DEFECTO.

       200-PROCESO.
           EXEC SQL OPEN C_TANOTIF END-EXEC
                     ,:CL-ESTADO-NUEVO-N
                     ,:CL-FECHA-HORA-N
                     ,:CL-INTENTOS-ENVIO
                     ,:CL-CEDULA-DESTINO-N
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-NOTIF-LEIDAS
      *--- CODIGO DE ESTADO QUE ESTE PROGRAMA NO CONOCE, O UN CLIENTE
      *--- SIN DATOS DE CONTACTO EN TACONTAC) SE TRATA COMO FALLO DE
      *--- ENVIO Y SE PASA POR EL CONTADOR DE REINTENTOS
      *
      *--- UN AVISO PROMOCIONAL ('W') SOLO SALE SI EL CLIENTE ACEPTO
      *--- MERCADEO POR EL CANAL ELEGIDO EN 215 (TACONSEN); SI NO, LA
      *--- FILA QUEDA 'X' (SUPRIMIDA) Y NO CUENTA COMO FALLO
      *
           PERFORM 215-CONSULTAR-CONTACTO
           PERFORM 220-FORMATEAR-MENSAJE
           MOVE 'Y' TO WS-CN-FLAG
           IF CL-ESTADO-NUEVO-N = 'W' AND WS-CONTACTO-ENCONTRADO
              PERFORM 225-VERIFICAR-CONSENTIMIENTO
           END-IF
           IF WS-FORMATO-VALIDO AND WS-CONTACTO-ENCONTRADO
              IF WS-CN-AUTORIZADO
                 PERFORM 230-ESCRIBIR-GATEWAY
                 PERFORM 240-SQL-MARCAR-ENVIADA
                 ADD 1 TO WS-NOTIF-ENVIADAS
              ELSE
                 PERFORM 245-SQL-MARCAR-SUPRIMIDA
                 ADD 1 TO WS-NOTIF-SUPRIMIDAS
              END-IF
           ELSE
              PERFORM 250-REGISTRAR-FALLO
           END-IF.
      *--- FISICO, QUE ESTE GATEWAY NO MANEJA) SE USA EL TELEFONO SI
      *--- EXISTE Y SI NO EL EMAIL. SIN FILA DE CONTACTO, O CON EL
      *--- DESTINO DEL CANAL EN BLANCO, NO HAY A DONDE ENVIAR Y LA
      *--- NOTIFICACION PASA POR EL CIRCUITO DE REINTENTOS. CON
      *--- CEDULA_DESTINO_N (AVISO AL CODEUDOR) EL CONTACTO ES EL DE
      *--- ESA CEDULA Y NO EL DEL TITULAR
      *
           MOVE 'N' TO WS-CONTACTO-FALG
           MOVE SPACES TO WS-DESTINO-ENVIO
           MOVE SPACES TO CL-SUCURSAL-CUENTA
           MOVE 'ES' TO WS-MC-IDIOMA
           EXEC SQL
                SELECT
                  ,T.EMAIL
                  ,T.CANAL_PREFERIDO
                  ,T.IDIOMA
                  ,C.SUCURSAL_CUENTA
                INTO
                   :CL-TELEFONO
                  ,:CL-EMAIL
                  ,:CL-CANAL-PREFERIDO
                  ,:CL-IDIOMA
                  ,:CL-SUCURSAL-CUENTA
                FROM
                   TACUENT C
                  ,TACONTAC T
                WHERE
                   C.NUMERO_CUENTA = :CL-NUMERO-CUENTA-N
                   AND T.CEDULA_CLIENTE_C =
                       CASE WHEN :CL-CEDULA-DESTINO-N <> ' '
                            THEN :CL-CEDULA-DESTINO-N
                            ELSE C.CEDULA_CLIENTE
                       END
           END-EXEC
           IF SQLCODE = 0
              IF CL-IDIOMA NOT = SPACES
                     MOVE 'NOTDMAYO' TO WS-MC-ID
                     MOVE 'PASA AL MANEJO DIRECTO DEL TITULAR POR MAYOR
      -                   'IA DE EDAD' TO WS-MC-TEXTO
      *
      *--- AVISO AL CODEUDOR (TAGARANT) DE UN PRESTAMO QUE ENTRO EN
      *--- MORA, GRABADO POR PRSCCOB; LA CUENTA ES LA DEL PRESTAMO
      *
                WHEN 'G'
                     MOVE 'NOTDCODE' TO WS-MC-ID
                     MOVE 'QUE USTED RESPALDA COMO CODEUDOR ENTRO EN MO
      -                   'RA' TO WS-MC-TEXTO
      *
      *--- SOBREGIRO NO AUTORIZADO (SOBGCOB): 'O' AVISO EN CADA UMBRAL
      *--- DE DIAS, 'R' CUENTA QUE QUEDO RESTRINGIDA PARA DEBITOS
      *
                WHEN 'O'
                     MOVE 'NOTDSOBR' TO WS-MC-ID
                     MOVE 'TIENE UN SOBREGIRO NO AUTORIZADO, CUBRALO'
                          TO WS-MC-TEXTO
                WHEN 'R'
                     MOVE 'NOTDREST' TO WS-MC-ID
                     MOVE 'QUEDO RESTRINGIDA PARA DEBITOS'
                          TO WS-MC-TEXTO
      *
      *--- CAMBIO DE SUCURSAL DOMICILIO POR CIERRE O FUSION DE LA
      *--- SUCURSAL (FUSICOB): AL TEXTO SE LE PEGA LA SUCURSAL NUEVA,
      *--- QUE YA ES LA SUCURSAL_CUENTA LEIDA EN 215
      *
                WHEN 'M'
                     MOVE 'NOTDMUDA' TO WS-MC-ID
                     MOVE 'FUE TRASLADADA A LA SUCURSAL'
                          TO WS-MC-TEXTO
      *
      *--- EL CONTEO DE UNA BOLSA DEL DEPOSITO NOCTURNO NO CUADRO CON
      *--- LO DECLARADO POR EL CLIENTE (BOLSCOB); SE ABONO LO CONTADO
      *
                WHEN 'N'
                     MOVE 'NOTDBOLS' TO WS-MC-ID
                     MOVE 'RECIBIO SU BOLSA NOCTURNA CON DIFERENCIA EN E
      -                   'L CONTEO' TO WS-MC-TEXTO
      *
      *--- TARJETA DEBITO DE REPOSICION POR VENCIMIENTO (RENTCOB): SE
      *--- RECOGE EN LA SUCURSAL DOMICILIO, QUE SE PEGA AL TEXTO
      *--- IGUAL QUE EN EL TRASLADO 'M'
      *
                WHEN 'E'
                     MOVE 'NOTDTARJ' TO WS-MC-ID
                     MOVE 'TIENE TARJETA NUEVA PARA RECOGER EN SUCURSAL'
                          TO WS-MC-TEXTO
      *
      *--- AVISO PROMOCIONAL DE MERCADEO: ES EL UNICO CODIGO QUE PASA
      *--- POR EL REGISTRO DE CONSENTIMIENTO (VER 225)
      *
                WHEN 'W'
                     MOVE 'NOTDPROM' TO WS-MC-ID
                     MOVE 'TIENE UNA OFERTA ESPECIAL, CONSULTE SU SUCURS
      -                   'AL' TO WS-MC-TEXTO
      *
      *--- PREAVISO DE CAMBIO DE CONDICIONES (AVISCOB): 'I' BAJA DE LA
      *--- TASA DE INTERES DEL PRODUCTO, 'U' SUBIDA DE UN CARGO DEL
      *--- TARIFARIO. LA FECHA DESDE LA QUE APLICA (Y EL CODIGO DEL
      *--- CARGO) SALEN DE LA FILA DE TAAVISOC DE ESTE AVISO
      *
                WHEN 'I'
                     MOVE 'NOTDTASA' TO WS-MC-ID
                     MOVE 'TENDRA UNA TASA DE INTERES MENOR'
                          TO WS-MC-TEXTO
                WHEN 'U'
                     MOVE 'NOTDTARF' TO WS-MC-ID
                     MOVE 'TENDRA AUMENTO EN LA TARIFA' TO WS-MC-TEXTO
      *
      *--- MIGRACION MASIVA DE PRODUCTO (MIGPCOB): AL TEXTO SE LE PEGA
      *--- LA DESCRIPCION DEL PRODUCTO NUEVO (VER 223)
      *
                WHEN 'V'
                     MOVE 'NOTDPROD' TO WS-MC-ID
                     MOVE 'FUE CAMBIADA AL PRODUCTO' TO WS-MC-TEXTO
      *
      *--- CODIGO DE RETIRO SIN TARJETA (RSTJCOB/CONSCOB): AL TEXTO SE
      *--- LE PEGAN EL CODIGO Y SU VENCIMIENTO (VER 224)
      *
                WHEN 'Z'
                     MOVE 'NOTDCRET' TO WS-MC-ID
                     MOVE 'CODIGO DE RETIRO SIN TARJETA' TO WS-MC-TEXTO
                WHEN OTHER
                     CONTINUE
           END-EVALUATE
           IF WS-MC-ID NOT = SPACES
              PERFORM 898-RESOLVER-MENSAJE
              MOVE WS-MC-TEXTO TO WS-CUERPO-MENSAJE
              IF CL-ESTADO-NUEVO-N = 'M' OR CL-ESTADO-NUEVO-N = 'E'
                 MOVE SPACES TO WS-CUERPO-MENSAJE
                 STRING WS-MC-TEXTO        DELIMITED BY '  '
                        ' '                DELIMITED BY SIZE
                        CL-SUCURSAL-CUENTA DELIMITED BY SIZE
                   INTO WS-CUERPO-MENSAJE
                 END-STRING
              END-IF
              IF CL-ESTADO-NUEVO-N = 'I' OR CL-ESTADO-NUEVO-N = 'U'
                 PERFORM 222-AGREGAR-FECHA-CAMBIO
              END-IF
              IF CL-ESTADO-NUEVO-N = 'V'
                 PERFORM 223-AGREGAR-PRODUCTO
              END-IF
              IF CL-ESTADO-NUEVO-N = 'Z'
                 PERFORM 224-AGREGAR-CODIGO-RETIRO
              END-IF
              IF CL-ESTADO-NUEVO-N = 'G'
                 MOVE 'NOTDCODP' TO WS-MC-ID
                 MOVE 'EL PRESTAMO DE LA CUENTA' TO WS-MC-TEXTO
              ELSE
                 MOVE 'NOTDCTA'   TO WS-MC-ID
                 MOVE 'SU CUENTA' TO WS-MC-TEXTO
              END-IF
              PERFORM 898-RESOLVER-MENSAJE
              STRING WS-MC-TEXTO         DELIMITED BY '  '
                     ' '                 DELIMITED BY SIZE
                     WS-CUERPO-MENSAJE   DELIMITED BY '  '
                INTO WS-MENSAJE
              END-STRING
              IF WS-CUERPO-MENSAJE NOT = SPACES
                 SET WS-FORMATO-VALIDO TO TRUE
              END-IF
           END-IF.

       222-AGREGAR-FECHA-CAMBIO.
      *
      *--- AL TEXTO DEL PREAVISO SE LE PEGAN EL CODIGO DEL CARGO ('U')
      *--- Y LA FECHA DESDE LA QUE EL CAMBIO ALCANZA A LA CUENTA. SIN
      *--- FILA EN TAAVISOC EL AVISO NO SE PUEDE ARMAR Y PASA POR EL
      *--- CIRCUITO DE REINTENTOS COMO CUALQUIER FORMATO INVALIDO
      *
           MOVE CL-ID-NOTIFICACION TO CL-ID-NOTIFICACION-AV
           EXEC SQL
                SELECT CODIGO_AV
                      ,FECHA_APLICA_AV
                INTO   :CL-CODIGO-AV
                      ,:CL-FECHA-APLICA-AV
                FROM   TAAVISOC
                WHERE  ID_NOTIFICACION_AV = :CL-ID-NOTIFICACION-AV
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-CUERPO-MENSAJE TO WS-TEXTO-CAMBIO
              MOVE 'NOTDDESD' TO WS-MC-ID
              MOVE 'DESDE'    TO WS-MC-TEXTO
              PERFORM 898-RESOLVER-MENSAJE
              MOVE WS-MC-TEXTO TO WS-TEXTO-DESDE
              MOVE SPACES TO WS-CUERPO-MENSAJE
              IF CL-ESTADO-NUEVO-N = 'U'
                 STRING WS-TEXTO-CAMBIO DELIMITED BY '  '
                        ' '             DELIMITED BY SIZE
                        CL-CODIGO-AV    DELIMITED BY ' '
                        ' '             DELIMITED BY SIZE
                        WS-TEXTO-DESDE  DELIMITED BY '  '
                        ' '             DELIMITED BY SIZE
                        CL-FECHA-APLICA-AV DELIMITED BY SIZE
                   INTO WS-CUERPO-MENSAJE
                 END-STRING
              ELSE
                 STRING WS-TEXTO-CAMBIO DELIMITED BY '  '
                        ' '             DELIMITED BY SIZE
                        WS-TEXTO-DESDE  DELIMITED BY '  '
                        ' '             DELIMITED BY SIZE
                        CL-FECHA-APLICA-AV DELIMITED BY SIZE
                   INTO WS-CUERPO-MENSAJE
                 END-STRING
              END-IF
           ELSE
              MOVE SPACES TO WS-CUERPO-MENSAJE
              IF SQLCODE NOT = 100
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       223-AGREGAR-PRODUCTO.
      *
      *--- DESCRIPCION DEL PRODUCTO QUE LA CUENTA TIENE AHORA EN EL
      *--- CATALOGO TAPRODUC; SIN ELLA EL AVISO QUEDA SIN CUERPO Y VA
      *--- A REINTENTOS
      *
           MOVE SPACES TO WS-DESCRIPCION-PRODUCTO
           EXEC SQL
                SELECT P.DESCRIPCION_PROD
                INTO   :WS-DESCRIPCION-PRODUCTO
                FROM   TACUENT C
                      ,TAPRODUC P
                WHERE  C.NUMERO_CUENTA = :CL-NUMERO-CUENTA-N
                       AND P.CODIGO_PRODUCTO = C.CODIGO_PRODUCTO
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-CUERPO-MENSAJE TO WS-TEXTO-CAMBIO
              MOVE SPACES TO WS-CUERPO-MENSAJE
              STRING WS-TEXTO-CAMBIO         DELIMITED BY '  '
                     ' '                     DELIMITED BY SIZE
                     WS-DESCRIPCION-PRODUCTO DELIMITED BY '  '
                INTO WS-CUERPO-MENSAJE
              END-STRING
           ELSE
              MOVE SPACES TO WS-CUERPO-MENSAJE
              IF SQLCODE NOT = 100
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       224-AGREGAR-CODIGO-RETIRO.
      *
      *--- AL TEXTO SE LE PEGAN EL CODIGO DE UN USO Y SU VENCIMIENTO,
      *--- DE LA FILA DE TACODRET DE ESTE AVISO. EL CODIGO SOLO SALE
      *--- POR SMS AL CELULAR GRABADO CON EL (EL QUE EL CAJERO PIDE AL
      *--- CANJEARLO), SIN IMPORTAR EL CANAL PREFERIDO DE 215. SIN
      *--- FILA EN TACODRET EL AVISO QUEDA SIN CUERPO Y VA A
      *--- REINTENTOS
      *
           MOVE CL-ID-NOTIFICACION TO CL-ID-NOTIFICACION-CR
           EXEC SQL
                SELECT CODIGO_CR
                      ,TELEFONO_CR
                      ,FECHA_VENCE_CR
                INTO   :CL-CODIGO-CR
                      ,:CL-TELEFONO-CR
                      ,:CL-FECHA-VENCE-CR
                FROM   TACODRET
                WHERE  ID_NOTIFICACION_CR = :CL-ID-NOTIFICACION-CR
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-CUERPO-MENSAJE TO WS-TEXTO-CAMBIO
              MOVE 'NOTDVENC' TO WS-MC-ID
              MOVE 'VENCE'    TO WS-MC-TEXTO
              PERFORM 898-RESOLVER-MENSAJE
              MOVE WS-MC-TEXTO TO WS-TEXTO-VENCE
              MOVE CL-FECHA-VENCE-CR(1:16) TO WS-VENCE-CODIGO
              MOVE ' ' TO WS-VENCE-CODIGO(11:1)
              MOVE SPACES TO WS-CUERPO-MENSAJE
              STRING WS-TEXTO-CAMBIO DELIMITED BY '  '
                     ' '             DELIMITED BY SIZE
                     CL-CODIGO-CR    DELIMITED BY SIZE
                     ' '             DELIMITED BY SIZE
                     WS-TEXTO-VENCE  DELIMITED BY '  '
                     ' '             DELIMITED BY SIZE
                     WS-VENCE-CODIGO DELIMITED BY SIZE
                INTO WS-CUERPO-MENSAJE
              END-STRING
              MOVE 'S'            TO WS-CANAL-ENVIO
              MOVE CL-TELEFONO-CR TO WS-DESTINO-ENVIO
              SET WS-CONTACTO-ENCONTRADO TO TRUE
           ELSE
              MOVE SPACES TO WS-CUERPO-MENSAJE
              IF SQLCODE NOT = 100
                 PERFORM 999-ERROR-DB2
              END-IF
           END-IF.

       225-VERIFICAR-CONSENTIMIENTO.
      *
      *--- EL CANAL DE TACONSEN ES EL MISMO CODIGO DEL GATEWAY ('S'
      *--- SMS / 'E' EMAIL); LA CEDULA ES LA DEL DESTINATARIO REAL
      *
           IF CL-CEDULA-DESTINO-N NOT = SPACES
              MOVE CL-CEDULA-DESTINO-N TO WS-CN-CEDULA
           ELSE
              MOVE CL-NUMERO-CUENTA-N TO CL-NUMERO-CUENTA
              EXEC SQL
                   SELECT CEDULA_CLIENTE
                   INTO   :CL-CEDULA-CLIENTE
                   FROM   TACUENT
                   WHERE  NUMERO_CUENTA = :CL-NUMERO-CUENTA
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERROR-DB2
              END-IF
              MOVE CL-CEDULA-CLIENTE TO WS-CN-CEDULA
           END-IF
           MOVE WS-CANAL-ENVIO TO WS-CN-CANAL
           PERFORM 883-VERIFICAR-CONSENTIMIENTO.

       230-ESCRIBIR-GATEWAY.
           MOVE CL-NUMERO-CUENTA-N TO GTE-NUMERO-CUENTA
           MOVE CL-ESTADO-NUEVO-N  TO GTE-ESTADO-NUEVO
              PERFORM 999-ERROR-DB2
           END-IF.

       245-SQL-MARCAR-SUPRIMIDA.
           EXEC SQL
                UPDATE TANOTIF
                SET    ESTADO_ENVIO = 'X'
                WHERE  ID_NOTIFICACION = :CL-ID-NOTIFICACION
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERROR-DB2
           END-IF
           MOVE SPACES TO RPT-LINEA
           MOVE CL-ID-NOTIFICACION TO WS-ID-NOTIF-ED
           STRING 'NOTIFICACION '    DELIMITED BY SIZE
                  WS-ID-NOTIF-ED     DELIMITED BY SIZE
                  ' CUENTA='         DELIMITED BY SIZE
                  CL-NUMERO-CUENTA-N DELIMITED BY SIZE
                  ' CANAL='          DELIMITED BY SIZE
                  WS-CANAL-ENVIO     DELIMITED BY SIZE
                  ' SIN CONSENTIMIENTO, SUPRIMIDA (X)'
                                     DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA.

       250-REGISTRAR-FALLO.
      *
      *--- FALLO DE ENVIO: SE INCREMENTA INTENTOS_ENVIO. MIENTRAS NO
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING 'NOTIFICACIONES SIN CONSENTIMIENTO: '
                                               DELIMITED BY SIZE
                  WS-NOTIF-SUPRIMIDAS          DELIMITED BY SIZE
             INTO RPT-LINEA
           END-STRING
           WRITE RPT-LINEA
           CLOSE RPT-FILE
           CLOSE GATE-FILE
           STOP RUN.

       COPY EXCPCTPR.
       COPY MSGCTPR.
       COPY PARMCTPR.
       COPY CNSTCTPR.

       999-ERROR-DB2.
           MOVE SQLCODE        TO DB2-SQLCODE
