      ******************************************************************
      * DCLGEN TABLE(TAHABDAT)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAHABDAT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTHABDAT)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- REGISTRO DE SOLICITUDES DE HABEAS DATA: UN CLIENTE PIDE SABER
      *--- QUE DATOS PERSONALES SUYOS TIENE EL BANCO Y HAY UN PLAZO
      *--- LEGAL PARA RESPONDER. EL BATCH HABDCOB RADICA LA SOLICITUD
      *--- (FECHA DE RECIBO Y FECHA LIMITE EN DIAS HABILES, TAPARAM
      *--- DIAS-HABEAS-DATA), SACA EL EXPEDIENTE DE LA CEDULA Y, CON UNA
      *--- SEGUNDA TARJETA, ANOTA LA FECHA EN QUE SE LE ENTREGO AL
      *--- CLIENTE.
      *--- ESTADO_HD: 'G' EXPEDIENTE GENERADO, PENDIENTE DE ENTREGA; 'E'
      *--- ENTREGADO. FECHA_ENTREGA_HD ES 0001-01-01 MIENTRAS NO SE
      *--- ENTREGUE.
      *--- ID_SOLICITUD_HD ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _HD
      ******************************************************************
           EXEC SQL DECLARE TAHABDAT TABLE
           ( ID_SOLICITUD_HD                INTEGER NOT NULL,
             CEDULA_HD                      CHAR(10) NOT NULL,
             FECHA_RECIBO_HD                DATE NOT NULL,
             FECHA_LIMITE_HD                DATE NOT NULL,
             FECHA_GENERADO_HD              TIMESTAMP NOT NULL,
             FECHA_ENTREGA_HD               DATE NOT NULL
                                            WITH DEFAULT,
             ESTADO_HD                      CHAR(1) NOT NULL,
             USUARIO_HD                     CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAHABDAT                           *
      ******************************************************************
       01  CL-ESTHABDAT.
      *                       ID_SOLICITUD_HD
           10 CL-ID-SOLICITUD-HD   PIC S9(9) USAGE COMP.
      *                       CEDULA_HD
           10 CL-CEDULA-HD         PIC X(10).
      *                       FECHA_RECIBO_HD
           10 CL-FECHA-RECIBO-HD   PIC X(10).
      *                       FECHA_LIMITE_HD
           10 CL-FECHA-LIMITE-HD   PIC X(10).
      *                       FECHA_GENERADO_HD
           10 CL-FECHA-GENERADO-HD PIC X(26).
      *                       FECHA_ENTREGA_HD
           10 CL-FECHA-ENTREGA-HD  PIC X(10).
      *                       ESTADO_HD
           10 CL-ESTADO-HD         PIC X(1).
      *                       USUARIO_HD
           10 CL-USUARIO-HD        PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
