      ******************************************************************
      * DCLGEN TABLE(TAPPAFIL)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAPPAFIL))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTPPAFIL)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CUENTAS CORRIENTES DE EMPRESAS INSCRITAS EN POSITIVE PAY: EL
      *--- CLIENTE ENVIA CADA DIA EL ARCHIVO DE CHEQUES QUE GIRO (LO
      *--- CARGA PPCGCOB A TAPPEMIS) Y CLRICOB CONFRONTA CONTRA EL CADA
      *--- CHEQUE PRESENTADO POR CAMARA. LA INSCRIPCION Y LA BAJA LAS
      *--- HACE LA PANTALLA PPAYCOB.
      *--- ESTADO_PA: 'A' ACTIVA, 'I' DADA DE BAJA. UNA FILA POR CUENTA;
      *--- AL REINSCRIBIR SE REACTIVA LA MISMA FILA.
      *--- COLUMNAS CON SUFIJO _PA PARA NO CHOCAR CON TACUENT
      ******************************************************************
           EXEC SQL DECLARE TAPPAFIL TABLE
           ( NUMERO_CUENTA_PA               CHAR(10) NOT NULL,
             ESTADO_PA                      CHAR(1) NOT NULL,
             USUARIO_ALTA_PA                CHAR(3) NOT NULL,
             FECHA_ALTA_PA                  TIMESTAMP NOT NULL,
             USUARIO_BAJA_PA                CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_BAJA_PA                  TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPPAFIL                           *
      ******************************************************************
       01  CL-ESTPPAFIL.
      *                       NUMERO_CUENTA_PA
           10 CL-NUMERO-CUENTA-PA  PIC X(10).
      *                       ESTADO_PA
           10 CL-ESTADO-PA         PIC X(1).
      *                       USUARIO_ALTA_PA
           10 CL-USUARIO-ALTA-PA   PIC X(3).
      *                       FECHA_ALTA_PA
           10 CL-FECHA-ALTA-PA     PIC X(26).
      *                       USUARIO_BAJA_PA
           10 CL-USUARIO-BAJA-PA   PIC X(3).
      *                       FECHA_BAJA_PA
           10 CL-FECHA-BAJA-PA     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
