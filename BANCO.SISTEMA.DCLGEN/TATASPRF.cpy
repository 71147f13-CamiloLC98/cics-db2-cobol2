      ******************************************************************
      * DCLGEN TABLE(TATASPRF)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TATASPRF))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTTASPRF)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- TASAS PREFERENCIALES NEGOCIADAS POR CUENTA: UNA FILA POR
      *--- SOLICITUD DEL OFICIAL DE CUENTA (OFICIAL_TP = EIBOPID DE
      *--- QUIEN LA CAPTURO EN TPRFCOB), CON VIGENCIA DESDE/HASTA.
      *--- TASA_TP ES MENSUAL, COMO TASA_TR DE TATIERS. LA APRUEBA O
      *--- RECHAZA TESORERIA EN LA MISMA PANTALLA: OTRO OPERADOR CON
      *--- ATRIBUCION 'TPRF' EN TAOPLIMT QUE CUBRA EL SALDO DE LA
      *--- CUENTA.
      *--- ESTADO_TP: 'P' PENDIENTE DE TESORERIA, 'A' APROBADA, 'R'
      *--- RECHAZADA, 'X' ANULADA. UNA FILA 'A' DENTRO DE SU VIGENCIA
      *--- MANDA EN INTRCOB SOBRE EL TRAMO DE TATIERS/TAPRODUC.
      *--- FECHA_ALERTA_TP: PRIMER DIA EN QUE PREFCOB AVISO AL OFICIAL
      *--- DEL VENCIMIENTO CERCANO (0001-01-01 = AUN NO AVISADA).
      *--- ID_TASA_TP ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _TP PARA NO CHOCAR CON TACUENT Y TATIERS
      ******************************************************************
           EXEC SQL DECLARE TATASPRF TABLE
           ( ID_TASA_TP                     INTEGER NOT NULL,
             NUMERO_CUENTA_TP               CHAR(10) NOT NULL,
             TASA_TP                        DECIMAL(5, 4) NOT NULL,
             FECHA_DESDE_TP                 DATE NOT NULL,
             FECHA_HASTA_TP                 DATE NOT NULL,
             OFICIAL_TP                     CHAR(3) NOT NULL,
             FECHA_SOLICITUD_TP             TIMESTAMP NOT NULL,
             ESTADO_TP                      CHAR(1) NOT NULL,
             USUARIO_APRUEBA_TP             CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_APRUEBA_TP               TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             FECHA_ALERTA_TP                DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TATASPRF                           *
      ******************************************************************
       01  CL-ESTTASPRF.
      *                       ID_TASA_TP
           10 CL-ID-TASA-TP        PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_TP
           10 CL-NUMERO-CUENTA-TP  PIC X(10).
      *                       TASA_TP
           10 CL-TASA-TP           PIC S9(1)V9(4) USAGE COMP-3.
      *                       FECHA_DESDE_TP
           10 CL-FECHA-DESDE-TP    PIC X(10).
      *                       FECHA_HASTA_TP
           10 CL-FECHA-HASTA-TP    PIC X(10).
      *                       OFICIAL_TP
           10 CL-OFICIAL-TP        PIC X(3).
      *                       FECHA_SOLICITUD_TP
           10 CL-FECHA-SOLICITUD-TP PIC X(26).
      *                       ESTADO_TP
           10 CL-ESTADO-TP         PIC X(1).
      *                       USUARIO_APRUEBA_TP
           10 CL-USUARIO-APRUEBA-TP PIC X(3).
      *                       FECHA_APRUEBA_TP
           10 CL-FECHA-APRUEBA-TP  PIC X(26).
      *                       FECHA_ALERTA_TP
           10 CL-FECHA-ALERTA-TP   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
