      ******************************************************************
      * DCLGEN TABLE(TACONSEN)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TACONSEN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTCONSEN)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CONSENTIMIENTO DE MERCADEO POR CLIENTE Y CANAL. UNA FILA POR
      *--- CEDULA Y CANAL CON EL ESTADO VIGENTE; CADA CAMBIO QUEDA
      *--- ADEMAS EN TACONSHS. LA CAPTURA SE HACE EN LA PANTALLA CNST Y
      *--- LA RESPETAN EXTRCOB (AVISOS DE CAMPANA EN EL EXTRACTO) Y
      *--- NOTDCOB (NOTIFICACIONES PROMOCIONALES).
      *--- CANAL_CS: 'X' INSERTO EN EXTRACTO; 'S' SMS; 'E' CORREO
      *--- ELECTRONICO; 'T' LLAMADA TELEFONICA.
      *--- ESTADO_CS: 'S' ACEPTA MERCADEO; 'N' NO ACEPTA (OPT-OUT).
      *--- ORIGEN_CS: 'S' SUCURSAL; 'T' LLAMADA; 'F' FORMULARIO FIRMADO;
      *--- 'D' CANAL DIGITAL.
      *--- SIN FILA PARA UN CANAL SE APLICA TAPARAM MKT-CONSENTIMIENTO-
      *--- DEFECTO (0 NO SE ENVIA MERCADEO, 1 SE ENVIA).
      *--- COLUMNAS CON SUFIJO _CS
      ******************************************************************
           EXEC SQL DECLARE TACONSEN TABLE
           ( CEDULA_CS                      CHAR(10) NOT NULL,
             CANAL_CS                       CHAR(1) NOT NULL,
             ESTADO_CS                      CHAR(1) NOT NULL,
             FECHA_CS                       TIMESTAMP NOT NULL,
             ORIGEN_CS                      CHAR(1) NOT NULL,
             USUARIO_CS                     CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TACONSEN                           *
      ******************************************************************
       01  CL-ESTCONSEN.
      *                       CEDULA_CS
           10 CL-CEDULA-CS         PIC X(10).
      *                       CANAL_CS
           10 CL-CANAL-CS          PIC X(1).
      *                       ESTADO_CS
           10 CL-ESTADO-CS         PIC X(1).
      *                       FECHA_CS
           10 CL-FECHA-CS          PIC X(26).
      *                       ORIGEN_CS
           10 CL-ORIGEN-CS         PIC X(1).
      *                       USUARIO_CS
           10 CL-USUARIO-CS        PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
