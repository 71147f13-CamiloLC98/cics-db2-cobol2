      ******************************************************************
      * DCLGEN TABLE(TAPPEXCP)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAPPEXCP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTPPEXCP)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- COLA DE EXCEPCIONES DE POSITIVE PAY: CHEQUES PRESENTADOS POR
      *--- CAMARA CONTRA UNA CUENTA INSCRITA (TAPPAFIL) QUE NO CASAN CON
      *--- LO REPORTADO EN TAPPEMIS. CLRICOB LOS RETIENE SIN DEBITAR NI
      *--- DEVOLVER Y GUARDA AQUI LOS DATOS DEL ITEM; EL CLIENTE DECIDE
      *--- PAGAR O DEVOLVER Y LA DECISION SE REGISTRA EN PPAYCOB. EL
      *--- PLAZO DE DEVOLUCION ES LA SIGUIENTE CORRIDA DE CLRICOB (DIA
      *--- HABIL SIGUIENTE): AHI SE APLICA LA DECISION Y, SI NO LA HAY,
      *--- EL CHEQUE SE DEVUELVE POR DEFECTO.
      *--- MOTIVO_PX: 'N' CHEQUE NO REPORTADO, 'M' MONTO DISTINTO AL
      *--- REPORTADO (MONTO_EMITIDO_PX), 'A' CHEQUE ANULADO POR EL
      *--- CLIENTE.
      *--- DECISION_PX: ' ' SIN DECISION, 'P' PAGAR, 'R' DEVOLVER.
      *--- ORIGEN_DECISION_PX: 'C' DEL CLIENTE (PPAYCOB), 'D' DEVOLUCION
      *--- POR DEFECTO AL VENCER EL PLAZO.
      *--- ESTADO_PX: 'P' PENDIENTE, 'A' APLICADA (CLRICOB REPROCESO EL
      *--- ITEM POR SU FLUJO NORMAL: PUEDE PAGARSE O RECHAZARSE POR
      *--- FONDOS), 'X' DEVUELTA A LA CAMARA.
      *--- ID_EXCEPCION_PX ES IDENTITY EN DB2.
      *--- COLUMNAS CON SUFIJO _PX PARA NO CHOCAR CON TACUENT
      ******************************************************************
           EXEC SQL DECLARE TAPPEXCP TABLE
           ( ID_EXCEPCION_PX                INTEGER NOT NULL,
             NUMERO_CUENTA_PX               CHAR(10) NOT NULL,
             NUMERO_CHEQUE_PX               INTEGER NOT NULL,
             REFERENCIA_PX                  CHAR(12) NOT NULL,
             MONTO_PX                       DECIMAL(15, 2) NOT NULL,
             MONTO_EMITIDO_PX               DECIMAL(15, 2) NOT NULL,
             MOTIVO_PX                      CHAR(1) NOT NULL,
             FECHA_PRESENTA_PX              DATE NOT NULL,
             DECISION_PX                    CHAR(1) NOT NULL,
             ORIGEN_DECISION_PX             CHAR(1) NOT NULL
                                            WITH DEFAULT,
             USUARIO_DECISION_PX            CHAR(3) NOT NULL
                                            WITH DEFAULT,
             FECHA_DECISION_PX              TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             ESTADO_PX                      CHAR(1) NOT NULL,
             FECHA_APLICA_PX                DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAPPEXCP                           *
      ******************************************************************
       01  CL-ESTPPEXCP.
      *                       ID_EXCEPCION_PX
           10 CL-ID-EXCEPCION-PX   PIC S9(9) USAGE COMP.
      *                       NUMERO_CUENTA_PX
           10 CL-NUMERO-CUENTA-PX  PIC X(10).
      *                       NUMERO_CHEQUE_PX
           10 CL-NUMERO-CHEQUE-PX  PIC S9(9) USAGE COMP.
      *                       REFERENCIA_PX
           10 CL-REFERENCIA-PX     PIC X(12).
      *                       MONTO_PX
           10 CL-MONTO-PX          PIC S9(13)V9(2) USAGE COMP-3.
      *                       MONTO_EMITIDO_PX
           10 CL-MONTO-EMITIDO-PX  PIC S9(13)V9(2) USAGE COMP-3.
      *                       MOTIVO_PX
           10 CL-MOTIVO-PX         PIC X(1).
      *                       FECHA_PRESENTA_PX
           10 CL-FECHA-PRESENTA-PX PIC X(10).
      *                       DECISION_PX
           10 CL-DECISION-PX       PIC X(1).
      *                       ORIGEN_DECISION_PX
           10 CL-ORIGEN-DECISION-PX PIC X(1).
      *                       USUARIO_DECISION_PX
           10 CL-USUARIO-DECISION-PX PIC X(3).
      *                       FECHA_DECISION_PX
           10 CL-FECHA-DECISION-PX PIC X(26).
      *                       ESTADO_PX
           10 CL-ESTADO-PX         PIC X(1).
      *                       FECHA_APLICA_PX
           10 CL-FECHA-APLICA-PX   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
