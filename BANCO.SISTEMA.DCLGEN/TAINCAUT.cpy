      ******************************************************************
      * DCLGEN TABLE(TAINCAUT)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAINCAUT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTINCAUT)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- BILLETES FALSOS O SOSPECHOSOS RETENIDOS EN VENTANILLA AL
      *--- RECIBIR UN DEPOSITO (DEPOCOB) O UNA COMPRA DE DIVISAS
      *--- (FXCJCOB). SE CAPTURAN EN INCACOB CON LA IDENTIFICACION DE
      *--- QUIEN LOS PRESENTO Y SE LE ENTREGA EL ACTA DE RETENCION. EL
      *--- BILLETE RETENIDO NO ENTRA AL CONTEO DEL MOVIMIENTO NI AL
      *--- LIBRO DE PIEZAS TADENOM DE LA GAVETA: VIVE SOLO AQUI, EN
      *--- CUSTODIA, HASTA QUE LA BOVEDA LO DESPACHA FISICAMENTE AL
      *--- BANCO CENTRAL.
      *--- ORIGEN_IN: 'DEPO' O 'FXCJ'. DENOMINACION_IN ES EL VALOR
      *--- FACIAL DEL BILLETE EN MONEDA_IN; VALOR_IN = DENOMINACION_IN *
      *--- CANTIDAD_IN.
      *--- ESTADO_IN: 'C' EN CUSTODIA, 'E' ENVIADO AL BANCO CENTRAL (CON
      *--- LA GUIA DE ENVIO). EL REPORTE Y ARCHIVO MENSUAL AL BANCO
      *--- CENTRAL ES EL BATCH INCRCOB.
      *--- ID_INCAUTACION ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _IN PARA NO CHOCAR CON TADEPTER/TATRANS
      ******************************************************************
           EXEC SQL DECLARE TAINCAUT TABLE
           ( ID_INCAUTACION                 INTEGER NOT NULL,
             ORIGEN_IN                      CHAR(4) NOT NULL,
             MONEDA_IN                      CHAR(3) NOT NULL,
             DENOMINACION_IN                INTEGER NOT NULL,
             SERIE_IN                       CHAR(15) NOT NULL,
             CANTIDAD_IN                    INTEGER NOT NULL,
             VALOR_IN                       DECIMAL(15, 2) NOT NULL,
             NOMBRE_IN                      CHAR(40) NOT NULL,
             TIPO_DOC_IN                    CHAR(2) NOT NULL,
             NUMERO_DOC_IN                  CHAR(10) NOT NULL,
             NUMERO_CUENTA_IN               CHAR(10) NOT NULL
                                            WITH DEFAULT,
             SUCURSAL_IN                    CHAR(4) NOT NULL,
             TILL_IN                        CHAR(4) NOT NULL
                                            WITH DEFAULT,
             OPERADOR_IN                    CHAR(3) NOT NULL,
             FECHA_HORA_IN                  TIMESTAMP NOT NULL,
             FECHA_NEGOCIO_IN               DATE NOT NULL,
             ESTADO_IN                      CHAR(1) NOT NULL,
             GUIA_ENVIO_IN                  CHAR(12) NOT NULL
                                            WITH DEFAULT,
             OPERADOR_ENVIO_IN              CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_ENVIO_IN                 DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAINCAUT                           *
      ******************************************************************
       01  CL-ESTINCAUT.
      *                       ID_INCAUTACION
           10 CL-ID-INCAUTACION    PIC S9(9) USAGE COMP.
      *                       ORIGEN_IN
           10 CL-ORIGEN-IN         PIC X(4).
      *                       MONEDA_IN
           10 CL-MONEDA-IN         PIC X(3).
      *                       DENOMINACION_IN
           10 CL-DENOMINACION-IN   PIC S9(9) USAGE COMP.
      *                       SERIE_IN
           10 CL-SERIE-IN          PIC X(15).
      *                       CANTIDAD_IN
           10 CL-CANTIDAD-IN       PIC S9(9) USAGE COMP.
      *                       VALOR_IN
           10 CL-VALOR-IN          PIC S9(13)V9(2) USAGE COMP-3.
      *                       NOMBRE_IN
           10 CL-NOMBRE-IN         PIC X(40).
      *                       TIPO_DOC_IN
           10 CL-TIPO-DOC-IN       PIC X(2).
      *                       NUMERO_DOC_IN
           10 CL-NUMERO-DOC-IN     PIC X(10).
      *                       NUMERO_CUENTA_IN
           10 CL-NUMERO-CUENTA-IN  PIC X(10).
      *                       SUCURSAL_IN
           10 CL-SUCURSAL-IN       PIC X(4).
      *                       TILL_IN
           10 CL-TILL-IN           PIC X(4).
      *                       OPERADOR_IN
           10 CL-OPERADOR-IN       PIC X(3).
      *                       FECHA_HORA_IN
           10 CL-FECHA-HORA-IN     PIC X(26).
      *                       FECHA_NEGOCIO_IN
           10 CL-FECHA-NEGOCIO-IN  PIC X(10).
      *                       ESTADO_IN
           10 CL-ESTADO-IN         PIC X(1).
      *                       GUIA_ENVIO_IN
           10 CL-GUIA-ENVIO-IN     PIC X(12).
      *                       OPERADOR_ENVIO_IN
           10 CL-OPERADOR-ENVIO-IN PIC X(3).
      *                       FECHA_ENVIO_IN
           10 CL-FECHA-ENVIO-IN    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
