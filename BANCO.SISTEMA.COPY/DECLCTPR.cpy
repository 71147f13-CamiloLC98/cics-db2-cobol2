      ******************************************************************
      * PARRAFOS COMPARTIDOS DE LA DECLARACION DE CAMBIO DEL REGIMEN   *
      * CAMBIARIO, VIA COPY, PARA FXCJCOB/TRNFCOB. REQUIEREN           *
      * WORKING-STORAGE SECTION COPY DECLCTCP Y COPY PARMCTCP, Y       *
      * EXEC SQL INCLUDE TADECCAM, TANUMCAM Y TAPARAM (LA PROCEDURE    *
      * DIVISION DEBE TENER TAMBIEN COPY PARMCTPR).                    *
      * 851: EL LLAMADOR CARGA CL-MONTO-COP-DX (EQUIVALENTE EN PESOS), *
      * CL-TIPO-OPERACION-DX ('I'/'E'), CL-NUMERAL-DX, CL-NOMBRE-DX Y  *
      * CL-NUMERO-DOC-DX. SOBRE EL UMBRAL LA DECLARACION ES EXIGIDA Y  *
      * SOLO ES VALIDA CON UN NUMERAL ACTIVO DE TANUMCAM DEL MISMO     *
      * SENTIDO DE LA OPERACION Y CON EL DECLARANTE IDENTIFICADO. SI   *
      * EL CATALOGO NO SE PUEDE LEER SE TRATA COMO NO VALIDA PARA NO   *
      * DEJAR PASAR LA OPERACION SIN DECLARAR.                         *
      * 852: CON LA DECLARACION YA VALIDADA, EL LLAMADOR COMPLETA      *
      * ORIGEN, REFERENCIA, CUENTA, MONEDA, MONTO EN DIVISA, TASA,     *
      * TIPO DE DOCUMENTO, SUCURSAL, FECHA DE NEGOCIO Y USUARIO Y LA   *
      * GRABA EN LA MISMA UNIDAD DE TRABAJO DEL POSTEO: SI NO QUEDA    *
      * GRABADA (WS-DX-GRABADA APAGADO) EL LLAMADOR DEBE DESHACER      *
      ******************************************************************
       851-VALIDAR-DECLARACION-CAMBIO.
           MOVE 'N' TO WS-DX-EXIGE-FALG
           MOVE 'N' TO WS-DX-VALIDA-FALG
           MOVE SPACES TO WS-DX-MOTIVO
           MOVE 'UMBRAL-DECL-CAMBIO' TO CL-PARAM-CLAVE
           MOVE WS-DX-UMBRAL-DEF TO WS-PM-DEFECTO
           PERFORM 840-LEER-PARAMETRO
           MOVE WS-PM-VALOR TO WS-DX-UMBRAL
           IF CL-MONTO-COP-DX NOT > WS-DX-UMBRAL
              SET WS-DX-VALIDA TO TRUE
           ELSE
              SET WS-DX-EXIGIDA TO TRUE
              IF CL-NUMERAL-DX = SPACES OR CL-NUMERAL-DX = LOW-VALUES
                 MOVE 'OPERACION DE CAMBIO: DIGITE NUMERAL CAMBIARIO'
                      TO WS-DX-MOTIVO
              ELSE
                 MOVE CL-NUMERAL-DX TO CL-NUMERAL-NC
                 EXEC SQL
                      SELECT TIPO_NC, ESTADO_NC
                      INTO   :CL-TIPO-NC, :CL-ESTADO-NC
                      FROM   TANUMCAM
                      WHERE  NUMERAL_NC = :CL-NUMERAL-NC
                 END-EXEC
                 EVALUATE TRUE
                     WHEN SQLCODE = 100
                          MOVE 'NUMERAL CAMBIARIO NO EXISTE'
                               TO WS-DX-MOTIVO
                     WHEN SQLCODE NOT = 0
                          MOVE 'ERROR VERIFICANDO NUMERAL CAMBIARIO'
                               TO WS-DX-MOTIVO
                     WHEN CL-ESTADO-NC NOT = 'A'
                          MOVE 'NUMERAL CAMBIARIO INACTIVO'
                               TO WS-DX-MOTIVO
                     WHEN CL-TIPO-NC NOT = CL-TIPO-OPERACION-DX
                          MOVE 'NUMERAL NO CORRESPONDE AL SENTIDO'
                               TO WS-DX-MOTIVO
                     WHEN CL-NOMBRE-DX = SPACES
                          OR CL-NUMERO-DOC-DX = SPACES
                          MOVE 'DECLARACION DE CAMBIO SIN DECLARANTE'
                               TO WS-DX-MOTIVO
                     WHEN OTHER
                          SET WS-DX-VALIDA TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.

       852-REGISTRAR-DECLARACION-CAMBIO.
           MOVE 'N' TO WS-DX-GRABADA-FALG
           MOVE 'V' TO CL-ESTADO-DX
           EXEC SQL
                INSERT INTO TADECCAM (
                    ORIGEN_DX
                   ,REFERENCIA_DX
                   ,NUMERO_CUENTA_DX
                   ,NUMERAL_DX
                   ,TIPO_OPERACION_DX
                   ,MONEDA_DX
                   ,MONTO_DIVISA_DX
                   ,MONTO_COP_DX
                   ,TASA_DX
                   ,TIPO_DOC_DX
                   ,NUMERO_DOC_DX
                   ,NOMBRE_DX
                   ,SUCURSAL_DX
                   ,FECHA_NEGOCIO_DX
                   ,ESTADO_DX
                   ,USUARIO_DX
                   ,FECHA_DX
                ) VALUES (
                    :CL-ORIGEN-DX
                   ,:CL-REFERENCIA-DX
                   ,:CL-NUMERO-CUENTA-DX
                   ,:CL-NUMERAL-DX
                   ,:CL-TIPO-OPERACION-DX
                   ,:CL-MONEDA-DX
                   ,:CL-MONTO-DIVISA-DX
                   ,:CL-MONTO-COP-DX
                   ,:CL-TASA-DX
                   ,:CL-TIPO-DOC-DX
                   ,:CL-NUMERO-DOC-DX
                   ,:CL-NOMBRE-DX
                   ,:CL-SUCURSAL-DX
                   ,:CL-FECHA-NEGOCIO-DX
                   ,:CL-ESTADO-DX
                   ,:CL-USUARIO-DX
                   ,CURRENT TIMESTAMP
                )
           END-EXEC
           IF SQLCODE = 0
              SET WS-DX-GRABADA TO TRUE
           END-IF.
