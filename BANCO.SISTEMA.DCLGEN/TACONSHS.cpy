      ******************************************************************
      * DCLGEN TABLE(TACONSHS)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TACONSHS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTCONSHS)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- HISTORICO DE CAMBIOS DE CONSENTIMIENTO DE MERCADEO
      *--- (TACONSEN). SOLO SE INSERTA: UNA FILA POR CADA REGISTRO HECHO
      *--- EN LA PANTALLA CNST, CON EL ESTADO ANTERIOR Y EL NUEVO. DE
      *--- AQUI SALE EL REPORTE MENSUAL CNSRCOB PARA EL OFICIAL DE
      *--- PROTECCION DE DATOS.
      *--- ESTADO_ANT_CH ES ESPACIO CUANDO EL CLIENTE NO TENIA FILA PARA
      *--- EL CANAL. LOS CODIGOS DE CANAL, ESTADO Y ORIGEN SON LOS DE
      *--- TACONSEN.
      *--- COLUMNAS CON SUFIJO _CH
      ******************************************************************
           EXEC SQL DECLARE TACONSHS TABLE
           ( CEDULA_CH                      CHAR(10) NOT NULL,
             CANAL_CH                       CHAR(1) NOT NULL,
             ESTADO_ANT_CH                  CHAR(1) NOT NULL,
             ESTADO_NUEVO_CH                CHAR(1) NOT NULL,
             ORIGEN_CH                      CHAR(1) NOT NULL,
             USUARIO_CH                     CHAR(3) NOT NULL,
             FECHA_CH                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACONSHS                           *
      ******************************************************************
       01  CL-ESTCONSHS.
      *                       CEDULA_CH
           10 CL-CEDULA-CH         PIC X(10).
      *                       CANAL_CH
           10 CL-CANAL-CH          PIC X(1).
      *                       ESTADO_ANT_CH
           10 CL-ESTADO-ANT-CH     PIC X(1).
      *                       ESTADO_NUEVO_CH
           10 CL-ESTADO-NUEVO-CH   PIC X(1).
      *                       ORIGEN_CH
           10 CL-ORIGEN-CH         PIC X(1).
      *                       USUARIO_CH
           10 CL-USUARIO-CH        PIC X(3).
      *                       FECHA_CH
           10 CL-FECHA-CH          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
