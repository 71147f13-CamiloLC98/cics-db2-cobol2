      ******************************************************************
      * DCLGEN TABLE(TANUMCAM)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TANUMCAM))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTNUMCAM)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CATALOGO DE NUMERALES CAMBIARIOS DEL BANCO CENTRAL: EL CODIGO
      *--- DE CUATRO POSICIONES QUE IDENTIFICA EL CONCEPTO (PROPOSITO)
      *--- DE CADA OPERACION DE CAMBIO DECLARADA. LO MANTIENE
      *--- CUMPLIMIENTO POR CARGA DIRECTA CADA VEZ QUE EL BANCO CENTRAL
      *--- PUBLICA CAMBIOS A LA CIRCULAR. LO CONSULTA 851-VALIDAR-
      *--- DECLARACION-CAMBIO (DECLCTPR.cpy) PARA NO ACEPTAR UNA
      *--- DECLARACION CON UN NUMERAL INEXISTENTE, INACTIVO O DEL
      *--- SENTIDO CONTRARIO A LA OPERACION.
      *--- TIPO_NC: 'I' INGRESO DE DIVISAS (EL BANCO COMPRA LA DIVISA);
      *--- 'E' EGRESO DE DIVISAS (EL BANCO VENDE O GIRA LA DIVISA).
      *--- ESTADO_NC: 'A' ACTIVO; 'I' INACTIVO (DEROGADO POR LA
      *--- CIRCULAR).
      *--- COLUMNAS CON SUFIJO _NC
      ******************************************************************
           EXEC SQL DECLARE TANUMCAM TABLE
           ( NUMERAL_NC                     CHAR(4) NOT NULL,
             TIPO_NC                        CHAR(1) NOT NULL,
             DESCRIPCION_NC                 CHAR(50) NOT NULL,
             ESTADO_NC                      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TANUMCAM                           *
      ******************************************************************
       01  CL-ESTNUMCAM.
      *                       NUMERAL_NC
           10 CL-NUMERAL-NC        PIC X(4).
      *                       TIPO_NC
           10 CL-TIPO-NC           PIC X(1).
      *                       DESCRIPCION_NC
           10 CL-DESCRIPCION-NC    PIC X(50).
      *                       ESTADO_NC
           10 CL-ESTADO-NC         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
