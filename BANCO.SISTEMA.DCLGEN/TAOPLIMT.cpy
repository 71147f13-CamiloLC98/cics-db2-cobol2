      ******************************************************************
      * DCLGEN TABLE(TAOPLIMT)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAOPLIMT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTOPLIMT)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- LIMITES DE ATRIBUCION POR OPERADOR (TAOPERA) Y CONCEPTO: UNA
      *--- FILA POR OPERADOR Y CONCEPTO CON EL MONTO MAXIMO QUE PUEDE
      *--- AUTORIZAR. LA MANTIENE EL SUPERVISOR EN LIMTCOB. SIN FILA EL
      *--- OPERADOR NO TIENE ATRIBUCION EN ESE CONCEPTO.
      *--- CONCEPTOS EN USO: 'CRED' APROBACION DE SOLICITUDES DE CREDITO
      *--- EN SOLCCOB (EL LIMITE DEBE CUBRIR EL MONTO SOLICITADO).
      *--- 'DEPO' 'RETR' 'TRNF' 'GIRO' 'FXCJ' 'BILL' MONTO MAXIMO POR
      *--- TRANSACCION DE CAJA EN DEPOCOB, RETRCOB, TRNFCOB, GIROCOB,
      *--- FXCJCOB Y BILLCOB (VER 832-VERIFICAR-ATRIBUCION): SIN FILA
      *--- RIGE EL PARAMETRO ATRIB-DEF-<CONCEPTO> DE TAPARAM Y POR
      *--- ENCIMA DEL LIMITE LA TRANSACCION ESPERA OVERRIDE (OVRDCOB).
      *--- 'TPRF' TESORERIA: APROBACION DE TASAS PREFERENCIALES EN
      *--- TPRFCOB (EL LIMITE DEBE CUBRIR EL SALDO DE LA CUENTA).
      *--- COLUMNAS CON SUFIJO _LM PARA NO CHOCAR CON TAOPERA
      ******************************************************************
           EXEC SQL DECLARE TAOPLIMT TABLE
           ( OPERADOR_ID_LM                 CHAR(3) NOT NULL,
             CONCEPTO_LM                    CHAR(4) NOT NULL,
             MONTO_LIMITE_LM                DECIMAL(15, 2) NOT NULL,
             USUARIO_LM                     CHAR(3) NOT NULL,
             FECHA_HORA_LM                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAOPLIMT                           *
      ******************************************************************
       01  CL-ESTOPLIMT.
      *                       OPERADOR_ID_LM
           10 CL-OPERADOR-ID-LM    PIC X(3).
      *                       CONCEPTO_LM
           10 CL-CONCEPTO-LM       PIC X(4).
      *                       MONTO_LIMITE_LM
           10 CL-MONTO-LIMITE-LM   PIC S9(13)V9(2) USAGE COMP-3.
      *                       USUARIO_LM
           10 CL-USUARIO-LM        PIC X(3).
      *                       FECHA_HORA_LM
           10 CL-FECHA-HORA-LM     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
