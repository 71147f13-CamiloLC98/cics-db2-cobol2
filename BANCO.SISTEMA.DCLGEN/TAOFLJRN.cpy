      ******************************************************************
      * DCLGEN TABLE(TAOFLJRN)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAOFLJRN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTOFLJRN)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- BITACORA DE REPOSICION DEL DIARIO FUERA DE LINEA DE
      *--- VENTANILLA. CUANDO DB2 NO ESTA DISPONIBLE DEPOCOB Y RETRCOB
      *--- REGISTRAN LOS DEPOSITOS Y LOS RETIROS PEQUENOS EN LA COLA TD
      *--- OFLJ (DIARIO EXTRAPARTICION) EN VEZ DE POSTEARLOS; AL VOLVER
      *--- DB2 EL BATCH OFRPCOB LOS POSTEA EN ORDEN Y DEJA AQUI UNA FILA
      *--- POR CADA REGISTRO DEL DIARIO.
      *--- REFERENCIA_OJ ES LA REFERENCIA IMPRESA EN EL RECIBO FUERA DE
      *--- LINEA (TERMINAL, FECHA AAMMDD Y NUMERO DE TAREA CICS) Y ES
      *--- UNICA: UN REGISTRO YA REPUESTO NO SE VUELVE A POSTEAR SI EL
      *--- DIARIO SE REPROCESA. FECHA_HORA_OJ ES EL INSTANTE EN QUE EL
      *--- CAJERO LO ATENDIO.
      *--- ESTADO_OJ: 'A' APLICADO (ID_TRANSACTION_OJ ES EL MOVIMIENTO
      *--- EN TATRANS), 'X' NO PASO LA VALIDACION AL REPONERSE (CUENTA
      *--- BLOQUEADA, FONDOS INSUFICIENTES) Y QUEDO EN TAEXCEPT PARA EL
      *--- SUPERVISOR, CON EL MOTIVO EN MOTIVO_OJ.
      *--- COLUMNAS CON SUFIJO _OJ
      ******************************************************************
           EXEC SQL DECLARE TAOFLJRN TABLE
           ( REFERENCIA_OJ                  CHAR(17) NOT NULL,
             NUMERO_CUENTA_OJ               CHAR(10) NOT NULL,
             TIPO_OJ                        CHAR(1) NOT NULL,
             MONTO_OJ                       DECIMAL(15, 2) NOT NULL,
             FECHA_HORA_OJ                  TIMESTAMP NOT NULL,
             USUARIO_OJ                     CHAR(3) NOT NULL,
             TERMINAL_OJ                    CHAR(4) NOT NULL,
             ESTADO_OJ                      CHAR(1) NOT NULL,
             ID_TRANSACTION_OJ              INTEGER NOT NULL
                                            WITH DEFAULT,
             MOTIVO_OJ                      CHAR(40) NOT NULL
                                            WITH DEFAULT,
             FECHA_REPLAY_OJ                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAOFLJRN                           *
      ******************************************************************
       01  CL-ESTOFLJRN.
      *                       REFERENCIA_OJ
           10 CL-REFERENCIA-OJ     PIC X(17).
      *                       NUMERO_CUENTA_OJ
           10 CL-NUMERO-CUENTA-OJ  PIC X(10).
      *                       TIPO_OJ
           10 CL-TIPO-OJ           PIC X(1).
      *                       MONTO_OJ
           10 CL-MONTO-OJ          PIC S9(13)V9(2) USAGE COMP-3.
      *                       FECHA_HORA_OJ
           10 CL-FECHA-HORA-OJ     PIC X(26).
      *                       USUARIO_OJ
           10 CL-USUARIO-OJ        PIC X(3).
      *                       TERMINAL_OJ
           10 CL-TERMINAL-OJ       PIC X(4).
      *                       ESTADO_OJ
           10 CL-ESTADO-OJ         PIC X(1).
      *                       ID_TRANSACTION_OJ
           10 CL-ID-TRANSACTION-OJ PIC S9(9) USAGE COMP.
      *                       MOTIVO_OJ
           10 CL-MOTIVO-OJ         PIC X(40).
      *                       FECHA_REPLAY_OJ
           10 CL-FECHA-REPLAY-OJ   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
