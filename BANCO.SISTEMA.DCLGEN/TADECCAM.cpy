      ******************************************************************
      * DCLGEN TABLE(TADECCAM)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TADECCAM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTDECCAM)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- DECLARACIONES DE CAMBIO: UNA FILA POR OPERACION DE CAMBIO QUE
      *--- SUPERA EL UMBRAL DEL REGIMEN CAMBIARIO (TAPARAM 'UMBRAL-DECL-
      *--- CAMBIO', EN PESOS), CON EL NUMERAL CAMBIARIO QUE DECLARO EL
      *--- CLIENTE Y AMARRADA AL MOVIMIENTO QUE LA ORIGINO. LA GRABA
      *--- 852-REGISTRAR-DECLARACION-CAMBIO (DECLCTPR.cpy) EN LA MISMA
      *--- UNIDAD DE TRABAJO DEL POSTEO; SIN DECLARACION LA OPERACION NO
      *--- SE HACE. LA LEE EL BATCH MENSUAL DCAMCOB PARA EL ARCHIVO DE
      *--- OPERACIONES DE CAMBIO DEL BANCO CENTRAL.
      *--- ORIGEN_DX: 'F' COMPRA/VENTA DE DIVISAS EN VENTANILLA
      *--- (FXCJCOB, REFERENCIA_DX = ID_TRANSACTION DE LA PATA EN
      *--- PESOS); 'T' TRASLADO ENTRE CUENTAS DE DISTINTA MONEDA
      *--- (TRNFCOB, REFERENCIA_DX = ID_TRANSACTION DE LA PATA DEBITO);
      *--- 'X' TRANSFERENCIA INTERBANCARIA SALIENTE EN DIVISA (TRNFCOB,
      *--- REFERENCIA_DX = ID_TRF_EXT DE TATRFEXT).
      *--- TIPO_OPERACION_DX: 'I' INGRESO / 'E' EGRESO DE DIVISAS, EL
      *--- MISMO SENTIDO DEL NUMERAL EN TANUMCAM.
      *--- ESTADO_DX: 'V' VIGENTE; 'A' ANULADA (LA OPERACION NO SE
      *--- PERFECCIONO, P.EJ. TRANSFERENCIA DEVUELTA POR EL OTRO BANCO
      *--- EN TRFXCOB). LAS ANULADAS NO SE REPORTAN.
      *--- COLUMNAS CON SUFIJO _DX PARA NO CHOCAR CON TADOCRCV (_DC)
      ******************************************************************
           EXEC SQL DECLARE TADECCAM TABLE
           ( ID_DECLARACION_DX              INTEGER NOT NULL,
             ORIGEN_DX                      CHAR(1) NOT NULL,
             REFERENCIA_DX                  INTEGER NOT NULL,
             NUMERO_CUENTA_DX               CHAR(10) NOT NULL
                                            WITH DEFAULT,
             NUMERAL_DX                     CHAR(4) NOT NULL,
             TIPO_OPERACION_DX              CHAR(1) NOT NULL,
             MONEDA_DX                      CHAR(3) NOT NULL,
             MONTO_DIVISA_DX                DECIMAL(15, 2) NOT NULL,
             MONTO_COP_DX                   DECIMAL(15, 2) NOT NULL,
             TASA_DX                        DECIMAL(9, 4) NOT NULL,
             TIPO_DOC_DX                    CHAR(2) NOT NULL
                                            WITH DEFAULT,
             NUMERO_DOC_DX                  CHAR(10) NOT NULL,
             NOMBRE_DX                      CHAR(30) NOT NULL,
             SUCURSAL_DX                    CHAR(4) NOT NULL
                                            WITH DEFAULT,
             FECHA_NEGOCIO_DX               DATE NOT NULL,
             ESTADO_DX                      CHAR(1) NOT NULL,
             USUARIO_DX                     CHAR(3) NOT NULL,
             FECHA_DX                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TADECCAM                           *
      ******************************************************************
       01  CL-ESTDECCAM.
      *                       ID_DECLARACION_DX
           10 CL-ID-DECLARACION-DX PIC S9(9) USAGE COMP.
      *                       ORIGEN_DX
           10 CL-ORIGEN-DX         PIC X(1).
      *                       REFERENCIA_DX
           10 CL-REFERENCIA-DX     PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_DX
           10 CL-NUMERO-CUENTA-DX  PIC X(10).
      *                       NUMERAL_DX
           10 CL-NUMERAL-DX        PIC X(4).
      *                       TIPO_OPERACION_DX
           10 CL-TIPO-OPERACION-DX PIC X(1).
      *                       MONEDA_DX
           10 CL-MONEDA-DX         PIC X(3).
      *                       MONTO_DIVISA_DX
           10 CL-MONTO-DIVISA-DX   PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_COP_DX
           10 CL-MONTO-COP-DX      PIC S9(13)V9(2) USAGE COMP-3.
      *                       TASA_DX
           10 CL-TASA-DX           PIC S9(5)V9(4) USAGE COMP-3.
      *                       TIPO_DOC_DX
           10 CL-TIPO-DOC-DX       PIC X(2).
      *                       NUMERO_DOC_DX
           10 CL-NUMERO-DOC-DX     PIC X(10).
      *                       NOMBRE_DX
           10 CL-NOMBRE-DX         PIC X(30).
      *                       SUCURSAL_DX
           10 CL-SUCURSAL-DX       PIC X(4).
      *                       FECHA_NEGOCIO_DX
           10 CL-FECHA-NEGOCIO-DX  PIC X(10).
      *                       ESTADO_DX
           10 CL-ESTADO-DX         PIC X(1).
      *                       USUARIO_DX
           10 CL-USUARIO-DX        PIC X(3).
      *                       FECHA_DX
           10 CL-FECHA-DX          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
