      ******************************************************************
      * DCLGEN TABLE(TAOVERRD)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAOVERRD))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTOVERRD)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- SOLICITUDES DE OVERRIDE DE ATRIBUCION: TRANSACCIONES DE
      *--- VENTANILLA (DEPOCOB, RETRCOB, TRNFCOB, GIROCOB, FXCJCOB,
      *--- BILLCOB) CUYO MONTO SUPERA EL LIMITE DEL CAJERO EN TAOPLIMT
      *--- PARA ESE CONCEPTO. LA FILA LA CREA 832-VERIFICAR-ATRIBUCION
      *--- (ATRBCTPR) AL PARQUEAR LA TRANSACCION Y LA RESUELVE UN
      *--- SUPERVISOR EN OVRDCOB DESDE SU PROPIA TERMINAL; ES ADEMAS EL
      *--- LOG DE AUDITORIA DEL OVERRIDE CON LOS DOS OPERADORES Y NUNCA
      *--- SE BORRA.
      *--- ESTADO_OV: 'P' PENDIENTE DEL SUPERVISOR, 'A' APROBADO (EL
      *--- CAJERO DEBE VOLVER A PULSAR ENTER), 'R' RECHAZADO, 'U'
      *--- APROBADO Y YA USADO POR LA TRANSACCION, 'X' RECHAZO YA
      *--- INFORMADO AL CAJERO (LA TRANSACCION QUEDO CANCELADA).
      *--- LA TRANSACCION SE RECONOCE POR OPERADOR, CONCEPTO, CUENTA Y
      *--- MONTO: SI EL CAJERO CAMBIA EL MONTO O LA CUENTA ES UNA
      *--- SOLICITUD NUEVA.
      *--- COLUMNAS CON SUFIJO _OV PARA NO CHOCAR CON TAOPERA
      ******************************************************************
           EXEC SQL DECLARE TAOVERRD TABLE
           ( ID_OVERRIDE                    INTEGER NOT NULL,
             OPERADOR_SOLICITA_OV           CHAR(3) NOT NULL,
             TERMINAL_SOLICITA_OV           CHAR(4) NOT NULL,
             CONCEPTO_OV                    CHAR(4) NOT NULL,
             NUMERO_CUENTA_OV               CHAR(10) NOT NULL,
             MONTO_OV                       DECIMAL(15, 2) NOT NULL,
             LIMITE_CAJERO_OV               DECIMAL(15, 2) NOT NULL,
             ESTADO_OV                      CHAR(1) NOT NULL,
             FECHA_HORA_SOLICITA_OV         TIMESTAMP NOT NULL,
             OPERADOR_APRUEBA_OV            CHAR(3) NOT NULL
                                            WITH DEFAULT,
             TERMINAL_APRUEBA_OV            CHAR(4) NOT NULL
                                            WITH DEFAULT,
             FECHA_HORA_APRUEBA_OV          TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAOVERRD                           *
      ******************************************************************
       01  CL-ESTOVERRD.
      *                       ID_OVERRIDE
           10 CL-ID-OVERRIDE       PIC S9(9) USAGE COMP.
      *                       OPERADOR_SOLICITA_OV
           10 CL-OPERADOR-SOLICITA-OV PIC X(3).
      *                       TERMINAL_SOLICITA_OV
           10 CL-TERMINAL-SOLICITA-OV PIC X(4).
      *                       CONCEPTO_OV
           10 CL-CONCEPTO-OV       PIC X(4).
      *                       NUMERO_CUENTA_OV
           10 CL-NUMERO-CUENTA-OV  PIC X(10).
      *                       MONTO_OV
           10 CL-MONTO-OV          PIC S9(13)V9(2) USAGE COMP-3.
      *                       LIMITE_CAJERO_OV
           10 CL-LIMITE-CAJERO-OV  PIC S9(13)V9(2) USAGE COMP-3.
      *                       ESTADO_OV
           10 CL-ESTADO-OV         PIC X(1).
      *                       FECHA_HORA_SOLICITA_OV
           10 CL-FECHA-HORA-SOLICITA-OV PIC X(26).
      *                       OPERADOR_APRUEBA_OV
           10 CL-OPERADOR-APRUEBA-OV PIC X(3).
      *                       TERMINAL_APRUEBA_OV
           10 CL-TERMINAL-APRUEBA-OV PIC X(4).
      *                       FECHA_HORA_APRUEBA_OV
           10 CL-FECHA-HORA-APRUEBA-OV PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
