      ******************************************************************
      * DCLGEN TABLE(TAGLCLIN)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAGLCLIN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTGLCLIN)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- PARTIDAS DE LOS COMPROBANTES CONTABLES MANUALES DE TAGLCOMP,
      *--- UNA FILA POR CUENTA CONTABLE. NATURALEZA_CN 'D' DEBITO O 'C'
      *--- CREDITO; MONTO_CN SIEMPRE POSITIVO EN LA MONEDA DE LA
      *--- PARTIDA. POR CADA MONEDA LOS DEBITOS DEBEN IGUALAR LOS
      *--- CREDITOS ANTES DE QUE EL COMPROBANTE PASE A APROBACION
      *--- (TAGLBAL CUADRA POR MONEDA).
      *--- COLUMNAS CON SUFIJO _CN PARA NO CHOCAR CON TAGLCOMP Y TAGLBAL
      ******************************************************************
           EXEC SQL DECLARE TAGLCLIN TABLE
           ( ID_COMPROBANTE_CN              INTEGER NOT NULL,
             LINEA_CN                       SMALLINT NOT NULL,
             CUENTA_GL_CN                   CHAR(8) NOT NULL,
             NATURALEZA_CN                  CHAR(1) NOT NULL,
             MONTO_CN                       DECIMAL(15, 2) NOT NULL,
             MONEDA_CN                      CHAR(3) NOT NULL,
             NARRATIVA_CN                   CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAGLCLIN                           *
      ******************************************************************
       01  CL-ESTGLCLIN.
      *                       ID_COMPROBANTE_CN
           10 CL-ID-COMPROBANTE-CN PIC S9(9) USAGE COMP.
      *                       LINEA_CN
           10 CL-LINEA-CN          PIC S9(4) USAGE COMP.
      *                       CUENTA_GL_CN
           10 CL-CUENTA-GL-CN      PIC X(8).
      *                       NATURALEZA_CN
           10 CL-NATURALEZA-CN     PIC X(1).
      *                       MONTO_CN
           10 CL-MONTO-CN          PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONEDA_CN
           10 CL-MONEDA-CN         PIC X(3).
      *                       NARRATIVA_CN
           10 CL-NARRATIVA-CN      PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
